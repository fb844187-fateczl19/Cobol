       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGB132.
       AUTHOR. VINICIUS ESCAME DOS SANTOS.
      *--------------------------------------------------------------
      * VAREJO DE BALCAO -- VENDA DE ACESSORIOS E MERCADORIAS COM
      * ESTOQUE, SEPARADA DO CADACESS (QUE SO CONHECE OS ACESSORIOS
      * ALUGADOS POR HORA OU DIA). CATALOGO POR FILIAL NO
      * CADPRODV.DAT E UM REGISTRO POR ITEM VENDIDO NO CADVAREJO.DAT
      * (VENDA NUMERADA PELA SERIE "VAREJO  " DO CADCONTROLE).
      *   P = CADASTRO DE PRODUTOS (PRECO DE VENDA, CUSTO, ESTOQUE
      *       MINIMO E SITUACAO)
      *   E = ENTRADA DE MERCADORIA NO ESTOQUE
      *   V = VENDA NO BALCAO, COM OU SEM CPF, PAGA EM DINHEIRO,
      *       CARTAO OU PIX (AS MESMAS FORMAS DO CADPAG). SO COM O DIA
      *       ABERTO (SGB037) E A SESSAO DE CAIXA DO OPERADOR ABERTA
      *       (SGB042), QUE SOMA O DINHEIRO DO VAREJO NO FECHAMENTO.
      *       CADA VENDA BAIXA O ESTOQUE
      *   R = RELATORIO DE VENDAS DO DIA PARA O SPOOL (SGB038), COM
      *       TOTAIS POR FORMA DE PAGAMENTO E OS PRODUTOS NO MINIMO
      * A RECEITA ENTRA NO FECHAMENTO MENSAL (SGB045) E NA
      * EXPORTACAO CONTABIL (SGB089) EM LINHA PROPRIA
      *--------------------------------------------------------------
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT CADPRODV
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPRODV
                    FILE STATUS  IS ST-ERRO.

            SELECT CADVAREJO
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYVAREJO
                    FILE STATUS  IS ST-ERRO.

            SELECT CADFUNC
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-FUNC
                    FILE STATUS  IS ST-ERRO.

            SELECT CADCLI
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF-CLI
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS RG-CLI WITH DUPLICATES.

            SELECT CADCAIXA
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCAIXA
                    FILE STATUS  IS ST-ERRO.

            SELECT CADDIA
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-DIA
                    FILE STATUS  IS ST-ERRO.

            SELECT CADFECHA
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYFECHA
                    FILE STATUS  IS ST-ERRO.

            SELECT TREINOFLG
                    ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-FLG.

            SELECT CADSPOOL
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMSPOOL
                    FILE STATUS  IS ST-SPOOL.
            SELECT SPOOLARQ
                    ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-SPL.
            SELECT CADCONTROLE
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TIPOCTRL
                    FILE STATUS  IS ST-CTRL.
      *
      *--------------------------------------------------------------
      *
       DATA DIVISION.
       FILE SECTION.
      *
      * CATALOGO DE VAREJO POR FILIAL -- SITPRODV: A = ATIVO,
      * I = INATIVO (NAO VENDE MAIS, MAS FICA NO HISTORICO)
       FD CADPRODV
           VALUE OF FILE-ID IS "CADPRODV.DAT".
       01 REGPRODV.
           03 KEYPRODV.
               05 FILPRODV        PIC 9(02).
               05 CODPRODV        PIC 9(06).
           03 DSCPRODV           PIC X(30).
           03 PRECOV             PIC 9(06)V99.
           03 CUSTOV             PIC 9(06)V99.
           03 ESTOQUEV           PIC 9(06).
           03 ESTMINV            PIC 9(04).
           03 SITPRODV           PIC X(01).
           03 DSCSITPRODV        PIC X(08).
      *
      * UM REGISTRO POR ITEM DA VENDA; FORMAVAR: D = DINHEIRO,
      * C = CARTAO, P = PIX (MESMAS LETRAS DO FORMAPAG DO CADPAG)
       FD CADVAREJO
           VALUE OF FILE-ID IS "CADVAREJO.DAT".
       01 REGVAREJO.
           03 KEYVAREJO.
               05 NUMVAR          PIC 9(08).
               05 SEQVAR          PIC 9(02).
           03 FILVAR             PIC 9(02).
           03 DTVAR              PIC 9(08).
           03 HRVAR              PIC 9(04).
           03 OPERVAR            PIC 9(04).
           03 CPFVAR             PIC 9(11).
           03 CODPRODV-VAR       PIC 9(06).
           03 DSCPRODV-VAR       PIC X(30).
           03 QTDVAR             PIC 9(04).
           03 PRECOUNIT-VAR      PIC 9(06)V99.
           03 VALITEM-VAR        PIC 9(06)V99.
           03 CUSTOITEM-VAR      PIC 9(06)V99.
           03 FORMAVAR           PIC X(01).
           03 FORMAVARDESC       PIC X(10).
      *
       FD CADFUNC
               VALUE OF FILE-ID IS "CADFUNC.DAT".
       01 REGFUNC.
                03 COD-FUNC        PIC 9(04).
                03 NOME-FUNC       PIC X(30).
                03 SITUAC-FUNC     PIC X(01).
                03 DSCSITUAC-FUNC  PIC X(08).
                03 SENHA-FUNC      PIC X(08).
                03 PERFIL-FUNC     PIC X(01).
                03 DTVALSENHA      PIC 9(08).
      *
       FD CADCLI LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCLI.DAT".
       01 REGCLI.
           03 CPF-CLI           PIC 9(11).
           03 RG-CLI            PIC X(09).
           03 NOME-CLI          PIC X(30).
           03 EMAIL-CLI         PIC X(20).
           03 NUM-CLI           PIC 9(04).
           03 TEL-CLI           PIC 9(11).
           03 SITUAC-CLI        PIC X(01).
           03 DSCSITUAC-CLI     PIC X(08).
           03 COMPLEM-CLI       PIC X(13).
           03 FKCEP             PIC 9(08).
           03 DATNASC.
               05 DIANASC-CLI    PIC 9(02).
               05 MESNASC-CLI    PIC 9(02).
               05 ANONASC-CLI    PIC 9(04).
           03 CODFILIAL-CLI     PIC 9(02).
           03 DSCFILIAL-CLI     PIC X(15).
           03 VALLIMCRED        PIC 9(06)V99.
      *
       FD CADCAIXA
           VALUE OF FILE-ID IS "CADCAIXA.DAT".
       01 REGCAIXA.
           03 KEYCAIXA.
               05 OPERCAIXA    PIC 9(04).
               05 DTCAIXA      PIC 9(08).
           03 SITCAIXA        PIC X(01).
           03 DSCSITCAIXA     PIC X(08).
           03 VALTROCO        PIC 9(06)V99.
           03 VALSANGRIA      PIC 9(06)V99.
           03 VALDESPESA      PIC 9(06)V99.
           03 VALCONTADO      PIC 9(06)V99.
           03 VALDINHEIRO     PIC 9(06)V99.
           03 VALDIFERENCA    PIC S9(06)V99.
           03 VALCARGA        PIC 9(06)V99.
      *
       FD CADDIA
           VALUE OF FILE-ID IS "CADDIA.DAT".
       01 REGDIA.
           03 COD-DIA      PIC 9(01).
           03 DTMOVIMENTO  PIC 9(08).
           03 SITDIA       PIC X(01).
           03 DSCSITDIA    PIC X(08).
           03 OPERABERT    PIC 9(04).
           03 OPERFECH     PIC 9(04).
      *
       FD CADFECHA
           VALUE OF FILE-ID IS "CADFECHA.DAT".
       01 REGFECHA.
           03 KEYFECHA.
               05 ANOMES-FECHA.
                   07 ANOFECHA-KEY  PIC 9(04).
                   07 MESFECHA-KEY  PIC 9(02).
               05 CODFILIAL-FECHA  PIC 9(02).
           03 SITFECHA        PIC X(01).
           03 DSCSITFECHA     PIC X(08).
           03 VALRECLOC       PIC 9(08)V99.
           03 VALRECDIN       PIC 9(08)V99.
           03 VALRECCAR       PIC 9(08)V99.
           03 VALRECPIX       PIC 9(08)V99.
           03 VALVENDAS       PIC 9(08)V99.
           03 VALMANUT        PIC 9(08)V99.
           03 VALACRESC       PIC 9(08)V99.
           03 VALACRANT       PIC 9(08)V99.
           03 VALVAREJO       PIC 9(08)V99.
           03 VALOFICINA      PIC 9(08)V99.
      *
       FD TREINOFLG
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "TREINOFLG.DAT".
       01 REGFLG           PIC X(01).
      *
       FD CADSPOOL
           VALUE OF FILE-ID IS "CADSPOOL.DAT".
       01 REGSPOOL.
           03 NUMSPOOL     PIC 9(06).
           03 PROGSPOOL    PIC X(06).
           03 DTSPOOL      PIC 9(08).
           03 HRSPOOL      PIC 9(06).
           03 OPERSPOOL    PIC 9(04).
           03 ARQSPOOL     PIC X(14).
      *
       FD SPOOLARQ
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS W-ARQSPOOL.
       01 SPOOLREG         PIC X(79).
      *
       FD CADCONTROLE
           VALUE OF FILE-ID IS "CADCONTROLE.DAT".
       01 REGCTRL.
           03 TIPOCTRL     PIC X(08).
           03 PROXNUM      PIC 9(08).
      *
      *--------------------------------------------------------------
      *
       WORKING-STORAGE SECTION.
      *
       77 ST-ERRO       PIC X(02) VALUE "00".
       77 ST-FLG        PIC X(02) VALUE "00".
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 W-CONF        PIC X(01) VALUE SPACES.
       77 W-OPER        PIC 9(04) VALUE ZEROS.
       77 W-FIL         PIC 9(02) VALUE ZEROS.
       77 W-CODPROD     PIC 9(06) VALUE ZEROS.
       77 W-QTD         PIC 9(04) VALUE ZEROS.
       77 W-QTDTOT      PIC 9(06) VALUE ZEROS.
       77 W-CPF         PIC 9(11) VALUE ZEROS.
       77 W-NOMECLI     PIC X(30) VALUE SPACES.
       77 W-CLIOK       PIC X(01) VALUE "N".
       77 W-FLAGATUAL   PIC X(01) VALUE "N".
       77 W-SITDIA      PIC X(01) VALUE SPACES.
       77 W-FORMA       PIC X(01) VALUE SPACES.
       77 W-FORMADESC   PIC X(10) VALUE SPACES.
       77 W-NUMVAR      PIC 9(08) VALUE ZEROS.
       77 W-TOTVENDA    PIC 9(06)V99 VALUE ZEROS.
       77 W-VALED       PIC ZZZ.ZZ9,99.
       77 W-TOTED       PIC ZZ.ZZZ.ZZ9,99.
       77 W-DTREL       PIC 9(08) VALUE ZEROS.
       01 W-DTMOV       PIC 9(08) VALUE ZEROS.
       01 W-DTMOV-R REDEFINES W-DTMOV.
           03 W-ANOMOV      PIC 9(04).
           03 W-MESMOV      PIC 9(02).
           03 W-DIAMOV      PIC 9(02).
       01 W-HORAGORA    PIC 9(08) VALUE ZEROS.
       01 W-HORAGORA-R REDEFINES W-HORAGORA.
           03 W-HHMM        PIC 9(04).
           03 FILLER        PIC 9(04).
      *
      * ITENS DA VENDA EM DIGITACAO -- O MESMO PRODUTO DIGITADO DE
      * NOVO SOMA NA LINHA JA EXISTENTE
       77 W-IND         PIC 9(02) VALUE ZEROS.
       77 W-ACHOU       PIC 9(02) VALUE ZEROS.
       77 W-NITENS      PIC 9(02) VALUE ZEROS.
       01 TAB-ITENS.
           03 TI-ITEM OCCURS 10 TIMES.
               05 TI-COD        PIC 9(06).
               05 TI-DSC        PIC X(30).
               05 TI-QTD        PIC 9(04).
               05 TI-PRECO      PIC 9(06)V99.
               05 TI-VALOR      PIC 9(06)V99.
               05 TI-CUSTO      PIC 9(06)V99.
      *
      * TOTAIS DO RELATORIO DO DIA
       77 W-QTDVENDAS   PIC 9(06) VALUE ZEROS.
       77 W-QTDMIN      PIC 9(06) VALUE ZEROS.
       77 W-TOTDIN      PIC 9(08)V99 VALUE ZEROS.
       77 W-TOTCAR      PIC 9(08)V99 VALUE ZEROS.
       77 W-TOTPIX      PIC 9(08)V99 VALUE ZEROS.
       77 W-TOTGERAL    PIC 9(08)V99 VALUE ZEROS.
       77 W-TOTCUSTO    PIC 9(08)V99 VALUE ZEROS.
       77 W-MARGEM      PIC S9(08)V99 VALUE ZEROS.
      *
      * APOIO AO SPOOL DE RELATORIOS (MESMA ROTINA DO SGB030)
       77 ST-SPOOL      PIC X(02) VALUE "00".
       77 ST-SPL        PIC X(02) VALUE "00".
       77 ST-CTRL       PIC X(02) VALUE "00".
       77 W-SPOOLOK     PIC X(01) VALUE "N".
       77 W-NUMSPOOL    PIC 9(06) VALUE ZEROS.
       77 W-OPERREL     PIC 9(04) VALUE ZEROS.
       77 W-LINSPOOL    PIC X(79) VALUE SPACES.
       01 W-ARQSPOOL.
           03 FILLER        PIC X(03) VALUE "SPL".
           03 W-ARQSPOOLNUM PIC 9(06) VALUE ZEROS.
           03 FILLER        PIC X(04) VALUE ".TXT".
       01 W-HORASPOOL   PIC 9(08) VALUE ZEROS.
       01 W-HORASPOOL-R REDEFINES W-HORASPOOL.
           03 W-HMSSPOOL    PIC 9(06).
           03 FILLER        PIC 9(02).
      *
      *--------------------------------------------------------------
      *
       PROCEDURE DIVISION.
       INICIO.
      * A VENDA GRAVA ARQUIVOS REAIS (CADPRODV/CADVAREJO) QUE O
      * SGB117 NAO TROCA -- NAO RODA COM O TREINAMENTO ATIVO
       LE-FLAG.
           MOVE "N" TO W-FLAGATUAL
           OPEN INPUT TREINOFLG
           IF ST-FLG = "00"
               READ TREINOFLG
                   AT END
                       MOVE "N" TO W-FLAGATUAL
                   NOT AT END
                       MOVE REGFLG TO W-FLAGATUAL
               END-READ
               CLOSE TREINOFLG.
           IF W-FLAGATUAL = "S"
               MOVE "* TREINAMENTO ATIVO - VAREJO NAO PERMITIDO *"
                   TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
       INC-OP0.
           OPEN I-O CADPRODV
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                   OPEN OUTPUT CADPRODV
                   CLOSE CADPRODV
                   OPEN I-O CADPRODV
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQUIVO CADPRODV.DAT *"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
           OPEN I-O CADVAREJO
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                   OPEN OUTPUT CADVAREJO
                   CLOSE CADVAREJO
                   OPEN I-O CADVAREJO
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQUIVO CADVAREJO.DAT *"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADPRODV
                   GO TO ROT-FIM.
           OPEN INPUT CADFUNC
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO AO ABRIR O ARQUIVO CADFUNC.DAT *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADPRODV CADVAREJO
               GO TO ROT-FIM.
           MOVE "N" TO W-CLIOK
           OPEN INPUT CADCLI
           IF ST-ERRO = "00"
               MOVE "S" TO W-CLIOK.
      * DATA DA VENDA = DIA DE MOVIMENTO ABERTO (SGB037)
           MOVE SPACES TO W-SITDIA
           ACCEPT W-DTMOV FROM DATE YYYYMMDD
           OPEN INPUT CADDIA
           IF ST-ERRO = "00"
               MOVE 1 TO COD-DIA
               READ CADDIA
               IF ST-ERRO = "00"
                   MOVE SITDIA TO W-SITDIA
                   IF DTMOVIMENTO NOT = ZEROS
                       MOVE DTMOVIMENTO TO W-DTMOV
                   END-IF
               END-IF
               CLOSE CADDIA.
      *
       ACC-OPER.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 01) "  * VAREJO DE BALCAO *"
           MOVE ZEROS TO W-OPER
           DISPLAY (03, 01) "   MATRICULA DO OPERADOR: ".
           ACCEPT (03, 28) W-OPER WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR 01
               GO TO ENCERRA.
           MOVE W-OPER TO COD-FUNC
           READ CADFUNC
           IF ST-ERRO NOT = "00" OR SITUAC-FUNC NOT = "A"
               MOVE "* OPERADOR INVALIDO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-OPER.
      *
       ACC-MODO.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 01) "  * VAREJO DE BALCAO *"
           DISPLAY (02, 01) "   DATA: " W-DTMOV "   OPERADOR: " W-OPER
               " " NOME-FUNC
           MOVE SPACES TO W-OPCAO
           DISPLAY (04, 01)
               "   P=PRODUTOS  E=ENTRADA DE ESTOQUE  V=VENDA".
           DISPLAY (05, 01)
               "   R=RELATORIO DO DIA  S=SAIR : ".
           ACCEPT (05, 33) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR 01
               GO TO ENCERRA.
           IF W-OPCAO = "p" MOVE "P" TO W-OPCAO.
           IF W-OPCAO = "e" MOVE "E" TO W-OPCAO.
           IF W-OPCAO = "v" MOVE "V" TO W-OPCAO.
           IF W-OPCAO = "r" MOVE "R" TO W-OPCAO.
           IF W-OPCAO = "s" OR "S"
               GO TO ENCERRA.
           IF W-OPCAO = "P"
               GO TO PRO-INICIO.
           IF W-OPCAO = "E"
               GO TO ENT-INICIO.
           IF W-OPCAO = "V"
               GO TO VEN-INICIO.
           IF W-OPCAO = "R"
               GO TO REL-INICIO.
           MOVE "* DIGITE P, E, V, R OU S *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ACC-MODO.
      *
      *--------------------------------------------------------------
      * CADASTRO DE PRODUTOS DE VAREJO DA FILIAL -- O ESTOQUE SO
      * MUDA PELA ENTRADA (E) E PELA VENDA (V)
      *--------------------------------------------------------------
      *
       PRO-INICIO.
           MOVE ZEROS TO W-FIL W-CODPROD
           DISPLAY (07, 01) "   FILIAL E CODIGO DO PRODUTO: ".
           ACCEPT (07, 33) W-FIL WITH UPDATE
           ACCEPT (07, 36) W-CODPROD WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-MODO.
           IF W-FIL = ZEROS OR W-CODPROD = ZEROS
               MOVE "* INFORME FILIAL E CODIGO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO PRO-INICIO.
           MOVE W-FIL TO FILPRODV
           MOVE W-CODPROD TO CODPRODV
           READ CADPRODV
           IF ST-ERRO NOT = "00"
               MOVE W-FIL TO FILPRODV
               MOVE W-CODPROD TO CODPRODV
               MOVE SPACES TO DSCPRODV
               MOVE ZEROS TO PRECOV CUSTOV ESTOQUEV ESTMINV
               MOVE "A" TO SITPRODV
               MOVE "N" TO W-CONF
               DISPLAY (08, 01) "   PRODUTO NOVO"
           ELSE
               MOVE "S" TO W-CONF
               DISPLAY (08, 01) "   PRODUTO CADASTRADO".
       PRO-DADOS.
           DISPLAY (09, 01) "   DESCRICAO......: ".
           ACCEPT (09, 21) DSCPRODV WITH UPDATE
           DISPLAY (10, 01) "   PRECO DE VENDA.: ".
           ACCEPT (10, 21) PRECOV WITH UPDATE
           DISPLAY (11, 01) "   CUSTO..........: ".
           ACCEPT (11, 21) CUSTOV WITH UPDATE
           DISPLAY (12, 01) "   ESTOQUE MINIMO.: ".
           ACCEPT (12, 21) ESTMINV WITH UPDATE
           DISPLAY (13, 01) "   SITUACAO (A/I).: ".
           ACCEPT (13, 21) SITPRODV WITH UPDATE
           DISPLAY (14, 01) "   ESTOQUE ATUAL..: " ESTOQUEV
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO PRO-INICIO.
           IF SITPRODV = "a" MOVE "A" TO SITPRODV.
           IF SITPRODV = "i" MOVE "I" TO SITPRODV.
           IF DSCPRODV = SPACES
               MOVE "* DESCRICAO OBRIGATORIA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO PRO-DADOS.
           IF PRECOV = ZEROS
               MOVE "* PRECO DE VENDA OBRIGATORIO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO PRO-DADOS.
           IF SITPRODV NOT = "A" AND "I"
               MOVE "* SITUACAO DEVE SER A OU I *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO PRO-DADOS.
           IF SITPRODV = "A"
               MOVE "ATIVO   " TO DSCSITPRODV
           ELSE
               MOVE "INATIVO " TO DSCSITPRODV.
           IF W-CONF = "S"
               REWRITE REGPRODV
           ELSE
               WRITE REGPRODV.
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO AO GRAVAR O PRODUTO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-MODO.
           MOVE "* PRODUTO GRAVADO *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ACC-MODO.
      *
      *--------------------------------------------------------------
      * ENTRADA DE MERCADORIA NO ESTOQUE DA FILIAL
      *--------------------------------------------------------------
      *
       ENT-INICIO.
           MOVE ZEROS TO W-FIL W-CODPROD W-QTD
           DISPLAY (07, 01) "   FILIAL E CODIGO DO PRODUTO: ".
           ACCEPT (07, 33) W-FIL WITH UPDATE
           ACCEPT (07, 36) W-CODPROD WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-MODO.
           MOVE W-FIL TO FILPRODV
           MOVE W-CODPROD TO CODPRODV
           READ CADPRODV
           IF ST-ERRO NOT = "00"
               MOVE "* PRODUTO NAO CADASTRADO NA FILIAL *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ENT-INICIO.
           DISPLAY (08, 01) "   " DSCPRODV "  ESTOQUE: " ESTOQUEV
           DISPLAY (09, 01) "   QUANTIDADE RECEBIDA: ".
           ACCEPT (09, 25) W-QTD WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ENT-INICIO.
           IF W-QTD = ZEROS
               MOVE "* QUANTIDADE INVALIDA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ENT-INICIO.
           ADD W-QTD TO ESTOQUEV
           REWRITE REGPRODV
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO AO ATUALIZAR O ESTOQUE *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-MODO.
           DISPLAY (10, 01) "   NOVO ESTOQUE: " ESTOQUEV
           MOVE "* ENTRADA REGISTRADA *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ACC-MODO.
      *
      *--------------------------------------------------------------
      * VENDA NO BALCAO -- DIA ABERTO, SESSAO DE CAIXA ABERTA E MES
      * NAO FECHADO PARA A FILIAL; ATE 10 ITENS POR VENDA
      *--------------------------------------------------------------
      *
       VEN-INICIO.
           IF W-SITDIA NOT = "A"
               MOVE "* DIA FECHADO - ABRA O EXPEDIENTE NO SGB037 *"
                   TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-MODO.
           OPEN INPUT CADCAIXA
           IF ST-ERRO NOT = "00"
               MOVE "* SESSAO DE CAIXA NAO ABERTA (SGB042) *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-MODO.
           MOVE W-OPER TO OPERCAIXA
           MOVE W-DTMOV TO DTCAIXA
           READ CADCAIXA
           IF ST-ERRO NOT = "00" OR SITCAIXA NOT = "A"
               CLOSE CADCAIXA
               MOVE "* SESSAO DE CAIXA NAO ABERTA (SGB042) *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-MODO.
           CLOSE CADCAIXA
           MOVE ZEROS TO W-NITENS W-TOTVENDA
           MOVE ZEROS TO TAB-ITENS.
       VEN-FILIAL.
           MOVE ZEROS TO W-FIL
           DISPLAY (07, 01) "   FILIAL...................: ".
           ACCEPT (07, 31) W-FIL WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-MODO.
           IF W-FIL = ZEROS
               MOVE "* FILIAL INVALIDA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO VEN-FILIAL.
      * TRAVA DE MES FECHADO (CADFECHA/SGB045) PARA A FILIAL
           OPEN INPUT CADFECHA
           IF ST-ERRO = "00"
               MOVE W-ANOMOV TO ANOFECHA-KEY
               MOVE W-MESMOV TO MESFECHA-KEY
               MOVE W-FIL TO CODFILIAL-FECHA
               READ CADFECHA
               IF ST-ERRO = "00" AND SITFECHA = "F"
                   CLOSE CADFECHA
                   MOVE "* MES JA FECHADO (SGB045) - VENDA NEGADA *"
                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACC-MODO
               END-IF
               CLOSE CADFECHA.
       VEN-CPF.
           MOVE ZEROS TO W-CPF
           MOVE SPACES TO W-NOMECLI
           DISPLAY (08, 01) "   CPF DO CLIENTE (0=SEM CPF): ".
           ACCEPT (08, 33) W-CPF WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO VEN-FILIAL.
      * CPF NA NOTA NAO EXIGE CADASTRO -- SO MOSTRA O NOME SE HOUVER
           IF W-CPF NOT = ZEROS AND W-CLIOK = "S"
               MOVE W-CPF TO CPF-CLI
               READ CADCLI
               IF ST-ERRO = "00"
                   MOVE NOME-CLI TO W-NOMECLI
               END-IF
               DISPLAY (08, 46) W-NOMECLI.
       VEN-ITEM.
           MOVE ZEROS TO W-CODPROD W-QTD
           DISPLAY (10, 01) "   PRODUTO (0=ENCERRA):        QTD:     ".
           ACCEPT (10, 25) W-CODPROD WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               MOVE "* VENDA CANCELADA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-MODO.
           IF W-CODPROD = ZEROS
               IF W-NITENS = ZEROS
                   MOVE "* NENHUM ITEM NA VENDA *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO VEN-ITEM
               ELSE
                   GO TO VEN-PAGTO.
           MOVE W-FIL TO FILPRODV
           MOVE W-CODPROD TO CODPRODV
           READ CADPRODV
           IF ST-ERRO NOT = "00"
               MOVE "* PRODUTO NAO CADASTRADO NA FILIAL *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO VEN-ITEM.
           IF SITPRODV NOT = "A"
               MOVE "* PRODUTO INATIVO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO VEN-ITEM.
           MOVE PRECOV TO W-VALED
           DISPLAY (11, 01) "   " DSCPRODV "  PRECO " W-VALED
               "  ESTOQUE " ESTOQUEV
           ACCEPT (10, 38) W-QTD WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO VEN-ITEM.
           IF W-QTD = ZEROS
               MOVE "* QUANTIDADE INVALIDA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO VEN-ITEM.
           PERFORM BUSCA-ITEM THRU BUSCA-ITEM-FIM
           IF W-ACHOU = ZEROS AND W-NITENS = 10
               MOVE "* LIMITE DE 10 ITENS POR VENDA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO VEN-ITEM.
           IF W-ACHOU = ZEROS
               MOVE W-QTD TO W-QTDTOT
           ELSE
               COMPUTE W-QTDTOT = W-QTD + TI-QTD (W-ACHOU).
           IF W-QTDTOT > ESTOQUEV
               MOVE "* ESTOQUE INSUFICIENTE *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO VEN-ITEM.
           IF W-ACHOU = ZEROS
               ADD 1 TO W-NITENS
               MOVE W-NITENS TO W-ACHOU
               MOVE CODPRODV TO TI-COD (W-ACHOU)
               MOVE DSCPRODV TO TI-DSC (W-ACHOU)
               MOVE PRECOV TO TI-PRECO (W-ACHOU).
           MOVE W-QTDTOT TO TI-QTD (W-ACHOU)
           COMPUTE TI-VALOR (W-ACHOU) =
               TI-QTD (W-ACHOU) * TI-PRECO (W-ACHOU)
           COMPUTE TI-CUSTO (W-ACHOU) = TI-QTD (W-ACHOU) * CUSTOV
           COMPUTE W-TOTVENDA = W-TOTVENDA
               + W-QTD * TI-PRECO (W-ACHOU)
           MOVE W-TOTVENDA TO W-VALED
           DISPLAY (13, 01) "   ITENS NA VENDA: " W-NITENS
               "   TOTAL DA VENDA: " W-VALED
           GO TO VEN-ITEM.
      *
       VEN-PAGTO.
           MOVE SPACES TO W-FORMA
           DISPLAY (15, 01)
               "   FORMA DE PAGAMENTO (D=DINHEIRO C=CARTAO P=PIX): ".
           ACCEPT (15, 53) W-FORMA WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO VEN-ITEM.
           IF W-FORMA = "d" MOVE "D" TO W-FORMA.
           IF W-FORMA = "c" MOVE "C" TO W-FORMA.
           IF W-FORMA = "p" MOVE "P" TO W-FORMA.
           IF W-FORMA = "D"
               MOVE "DINHEIRO  " TO W-FORMADESC
           ELSE
               IF W-FORMA = "C"
                   MOVE "CARTAO    " TO W-FORMADESC
               ELSE
                   IF W-FORMA = "P"
                       MOVE "PIX       " TO W-FORMADESC
                   ELSE
                       MOVE "* DIGITE D, C OU P *" TO MENS
                       PERFORM ROT-MENS THRU ROT-MENS-FIM
                       GO TO VEN-PAGTO.
           MOVE SPACES TO W-CONF
           DISPLAY (16, 01) "   CONFIRMA A VENDA (S/N)? ".
           ACCEPT (16, 29) W-CONF WITH UPDATE
           IF W-CONF = "s" MOVE "S" TO W-CONF.
           IF W-CONF NOT = "S"
               MOVE "* VENDA CANCELADA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-MODO.
       VEN-GRAVA.
           OPEN I-O CADCONTROLE
           IF ST-CTRL NOT = "00"
               IF ST-CTRL = "30" OR "35"
                   OPEN OUTPUT CADCONTROLE
                   CLOSE CADCONTROLE
                   OPEN I-O CADCONTROLE
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQUIVO CADCONTROLE *"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACC-MODO.
           MOVE "VAREJO  " TO TIPOCTRL
           READ CADCONTROLE
           IF ST-CTRL NOT = "00"
               MOVE "VAREJO  " TO TIPOCTRL
               MOVE 1 TO PROXNUM
               WRITE REGCTRL.
           MOVE PROXNUM TO W-NUMVAR
           ADD 1 TO PROXNUM
           REWRITE REGCTRL
           CLOSE CADCONTROLE
           ACCEPT W-HORAGORA FROM TIME
           MOVE 1 TO W-IND
           PERFORM GRAVA-ITEM THRU GRAVA-ITEM-FIM
           MOVE W-TOTVENDA TO W-VALED
           DISPLAY (18, 01) "   VENDA " W-NUMVAR " GRAVADA - TOTAL "
               W-VALED " " W-FORMADESC
           MOVE "* VENDA REGISTRADA E ESTOQUE BAIXADO *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           MOVE SPACES TO W-CONF
           DISPLAY (20, 01) "   TECLE ENTER PARA CONTINUAR".
           ACCEPT (20, 31) W-CONF
           GO TO ACC-MODO.
      *
      * PROCURA O PRODUTO DIGITADO ENTRE OS ITENS JA LANCADOS
       BUSCA-ITEM.
           MOVE ZEROS TO W-ACHOU
           MOVE 1 TO W-IND.
       BUSCA-ITEM-PROX.
           IF W-IND > W-NITENS
               GO TO BUSCA-ITEM-FIM.
           IF TI-COD (W-IND) = W-CODPROD
               MOVE W-IND TO W-ACHOU
               GO TO BUSCA-ITEM-FIM.
           ADD 1 TO W-IND
           GO TO BUSCA-ITEM-PROX.
       BUSCA-ITEM-FIM.
           EXIT.
      *
      * GRAVA UM REGISTRO POR ITEM E BAIXA O ESTOQUE DO PRODUTO
       GRAVA-ITEM.
           IF W-IND > W-NITENS
               GO TO GRAVA-ITEM-FIM.
           MOVE W-NUMVAR TO NUMVAR
           MOVE W-IND TO SEQVAR
           MOVE W-FIL TO FILVAR
           MOVE W-DTMOV TO DTVAR
           MOVE W-HHMM TO HRVAR
           MOVE W-OPER TO OPERVAR
           MOVE W-CPF TO CPFVAR
           MOVE TI-COD (W-IND) TO CODPRODV-VAR
           MOVE TI-DSC (W-IND) TO DSCPRODV-VAR
           MOVE TI-QTD (W-IND) TO QTDVAR
           MOVE TI-PRECO (W-IND) TO PRECOUNIT-VAR
           MOVE TI-VALOR (W-IND) TO VALITEM-VAR
           MOVE TI-CUSTO (W-IND) TO CUSTOITEM-VAR
           MOVE W-FORMA TO FORMAVAR
           MOVE W-FORMADESC TO FORMAVARDESC
           WRITE REGVAREJO
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO AO GRAVAR O ITEM DA VENDA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM.
           MOVE W-FIL TO FILPRODV
           MOVE TI-COD (W-IND) TO CODPRODV
           READ CADPRODV
           IF ST-ERRO = "00"
               IF ESTOQUEV < TI-QTD (W-IND)
                   MOVE ZEROS TO ESTOQUEV
               ELSE
                   SUBTRACT TI-QTD (W-IND) FROM ESTOQUEV
               END-IF
               REWRITE REGPRODV.
           ADD 1 TO W-IND
           GO TO GRAVA-ITEM.
       GRAVA-ITEM-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * RELATORIO DE VENDAS DO DIA, PARA O SPOOL
      *--------------------------------------------------------------
      *
       REL-INICIO.
           MOVE ZEROS TO W-QTDVENDAS W-QTDMIN W-TOTDIN W-TOTCAR
               W-TOTPIX W-TOTGERAL W-TOTCUSTO
           MOVE W-DTMOV TO W-DTREL
           MOVE ZEROS TO W-FIL
           DISPLAY (07, 01) "   DATA DAS VENDAS (AAAAMMDD): ".
           ACCEPT (07, 33) W-DTREL WITH UPDATE
           DISPLAY (08, 01) "   FILIAL (0=TODAS)..........: ".
           ACCEPT (08, 33) W-FIL WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-MODO.
           IF W-DTREL = ZEROS
               MOVE "* DATA INVALIDA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO REL-INICIO.
           DISPLAY (01, 01) ERASE
           PERFORM ABRE-SPOOL THRU ABRE-SPOOL-FIM
           STRING "---- VENDAS DE VAREJO DO DIA " W-DTREL
               "  FILIAL " W-FIL " ----"
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM
           STRING "VENDA    IT FL OPER PRODUT DESCRICAO            QTD"
               "       VALOR FORMA"
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM
           MOVE ZEROS TO KEYVAREJO
           START CADVAREJO KEY IS >= KEYVAREJO
           IF ST-ERRO NOT = "00"
               GO TO REL-TOTAIS.
       REL-PROX.
           READ CADVAREJO NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO REL-TOTAIS.
           IF DTVAR NOT = W-DTREL
               GO TO REL-PROX.
           IF W-FIL NOT = ZEROS AND FILVAR NOT = W-FIL
               GO TO REL-PROX.
           MOVE VALITEM-VAR TO W-VALED
           STRING NUMVAR " " SEQVAR " " FILVAR " " OPERVAR " "
               CODPRODV-VAR " " DSCPRODV-VAR (1:20) " " QTDVAR " "
               W-VALED " " FORMAVARDESC
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM
           IF SEQVAR = 1
               ADD 1 TO W-QTDVENDAS.
           IF FORMAVAR = "D"
               ADD VALITEM-VAR TO W-TOTDIN.
           IF FORMAVAR = "C"
               ADD VALITEM-VAR TO W-TOTCAR.
           IF FORMAVAR = "P"
               ADD VALITEM-VAR TO W-TOTPIX.
           ADD VALITEM-VAR TO W-TOTGERAL
           ADD CUSTOITEM-VAR TO W-TOTCUSTO
           GO TO REL-PROX.
      *
       REL-TOTAIS.
           COMPUTE W-MARGEM = W-TOTGERAL - W-TOTCUSTO
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM
           STRING "VENDAS NO DIA...........: " W-QTDVENDAS
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM
           MOVE W-TOTDIN TO W-TOTED
           STRING "DINHEIRO................: " W-TOTED
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM
           MOVE W-TOTCAR TO W-TOTED
           STRING "CARTAO..................: " W-TOTED
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM
           MOVE W-TOTPIX TO W-TOTED
           STRING "PIX.....................: " W-TOTED
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM
           MOVE W-TOTGERAL TO W-TOTED
           STRING "TOTAL VENDIDO...........: " W-TOTED
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM
           MOVE W-TOTCUSTO TO W-TOTED
           STRING "CUSTO DAS MERCADORIAS...: " W-TOTED
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM
           STRING "MARGEM BRUTA............: " W-MARGEM
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM
           STRING "---- PRODUTOS ATIVOS NO ESTOQUE MINIMO OU ABAIXO"
               " ----"
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM
           MOVE W-FIL TO FILPRODV
           MOVE ZEROS TO CODPRODV
           START CADPRODV KEY IS >= KEYPRODV
           IF ST-ERRO NOT = "00"
               GO TO REL-FIM.
       REL-MIN.
           READ CADPRODV NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO REL-FIM.
           IF W-FIL NOT = ZEROS AND FILPRODV NOT = W-FIL
               GO TO REL-FIM.
           IF SITPRODV NOT = "A" OR ESTOQUEV > ESTMINV
               GO TO REL-MIN.
           STRING FILPRODV " " CODPRODV " " DSCPRODV
               "  ESTOQUE " ESTOQUEV "  MINIMO " ESTMINV
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM
           ADD 1 TO W-QTDMIN
           GO TO REL-MIN.
       REL-FIM.
           STRING "PRODUTOS A REPOR........: " W-QTDMIN
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM
           PERFORM FECHA-SPOOL THRU FECHA-SPOOL-FIM
           MOVE SPACES TO W-CONF
           DISPLAY "TECLE ENTER PARA CONTINUAR".
           ACCEPT W-CONF
           GO TO ACC-MODO.
      *
      *--------------------------------------------------------------
      * ABERTURA DO SPOOL (MESMA ROTINA DO SGB030)
      *--------------------------------------------------------------
      *
       ABRE-SPOOL.
           MOVE "N" TO W-SPOOLOK
           MOVE ZEROS TO W-OPERREL
           DISPLAY (23, 01) "   MATRICULA DO OPERADOR: "
           ACCEPT (23, 28) W-OPERREL WITH UPDATE
           OPEN I-O CADSPOOL
           IF ST-SPOOL NOT = "00"
               IF ST-SPOOL = "30" OR "35"
                   OPEN OUTPUT CADSPOOL
                   CLOSE CADSPOOL
                   OPEN I-O CADSPOOL
               ELSE
                   GO TO ABRE-SPOOL-FIM.
           IF ST-SPOOL NOT = "00"
               GO TO ABRE-SPOOL-FIM.
           OPEN I-O CADCONTROLE
           IF ST-CTRL NOT = "00"
               IF ST-CTRL = "30"
                   OPEN OUTPUT CADCONTROLE
                   CLOSE CADCONTROLE
                   OPEN I-O CADCONTROLE
               ELSE
                   CLOSE CADSPOOL
                   GO TO ABRE-SPOOL-FIM.
           MOVE "SPOOL   " TO TIPOCTRL
           READ CADCONTROLE
           IF ST-CTRL NOT = "00"
               MOVE "SPOOL   " TO TIPOCTRL
               MOVE 1 TO PROXNUM
               WRITE REGCTRL.
           MOVE PROXNUM TO W-NUMSPOOL
           ADD 1 TO PROXNUM
           REWRITE REGCTRL
           CLOSE CADCONTROLE
           MOVE W-NUMSPOOL TO NUMSPOOL
           MOVE W-NUMSPOOL TO W-ARQSPOOLNUM
           MOVE "SGB132" TO PROGSPOOL
           ACCEPT DTSPOOL FROM DATE YYYYMMDD
           ACCEPT W-HORASPOOL FROM TIME
           MOVE W-HMSSPOOL TO HRSPOOL
           MOVE W-OPERREL TO OPERSPOOL
           MOVE W-ARQSPOOL TO ARQSPOOL
           WRITE REGSPOOL
           IF ST-SPOOL = "22"
               REWRITE REGSPOOL.
           OPEN OUTPUT SPOOLARQ
           IF ST-SPL NOT = "00"
               CLOSE CADSPOOL
               GO TO ABRE-SPOOL-FIM.
           MOVE "S" TO W-SPOOLOK
           MOVE SPACES TO W-LINSPOOL
           STRING "RELATORIO " PROGSPOOL "  SPOOL " NUMSPOOL
               "  DATA " DTSPOOL "  HORA " HRSPOOL
               "  OPER " OPERSPOOL
               DELIMITED BY SIZE INTO W-LINSPOOL
           MOVE W-LINSPOOL TO SPOOLREG
           WRITE SPOOLREG
           MOVE SPACES TO W-LINSPOOL
           MOVE SPACES TO SPOOLREG
           WRITE SPOOLREG.
       ABRE-SPOOL-FIM.
           EXIT.
      *
       MOSTRA-SPOOL.
           DISPLAY W-LINSPOOL
           IF W-SPOOLOK = "S"
               MOVE W-LINSPOOL TO SPOOLREG
               WRITE SPOOLREG.
           MOVE SPACES TO W-LINSPOOL.
       MOSTRA-SPOOL-FIM.
           EXIT.
      *
       FECHA-SPOOL.
           IF W-SPOOLOK = "S"
               CLOSE SPOOLARQ CADSPOOL
               MOVE "N" TO W-SPOOLOK
               DISPLAY "RELATORIO GUARDADO NO SPOOL: " W-NUMSPOOL.
       FECHA-SPOOL-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * ROTINA DE FIM
      *--------------------------------------------------------------
      *
       ENCERRA.
           CLOSE CADPRODV CADVAREJO CADFUNC
           IF W-CLIOK = "S"
               CLOSE CADCLI.
       ROT-FIM.
           DISPLAY (01, 01) ERASE
           EXIT PROGRAM.
       ROT-FIMP.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.
      *
      *--------------------------------------------------------------
      * ROTINA DE MENSAGEM
      *--------------------------------------------------------------
      *
       ROT-MENS.
           MOVE ZEROS TO W-CONT.
       ROT-MENS1.
           DISPLAY (24, 12) MENS.
       ROT-MENS2.
           ADD 1 TO W-CONT
           IF W-CONT < 1000
               GO TO ROT-MENS2
           ELSE
               DISPLAY (24, 12) LIMPA.
       ROT-MENS-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * FIM DE APLICACAO
      *--------------------------------------------------------------
      *
