       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGB143.
       AUTHOR. VINICIUS ESCAME DOS SANTOS.
      *--------------------------------------------------------------
      * CAMBIO -- MOEDA ESTRANGEIRA EM ESPECIE. O SUPERVISOR MANTEM A
      * COTACAO DO DIA DE CADA MOEDA (CADCAMBIO.DAT), USADA PELO
      * SGB004 PARA RECEBER A LOCACAO EM MOEDA ESTRANGEIRA. A MOEDA
      * RECEBIDA FICA NO CADMOVME PELO CUSTO EM REAIS; NA VENDA AO
      * BANCO O CUSTO MEDIO E BAIXADO E O GANHO (OU PERDA) CAMBIAL
      * FICA GRAVADO PARA O FECHAMENTO MENSAL (SGB045)
      *   T = COTACAO DO DIA (SUPERVISOR)   L = LISTAR COTACOES
      *   B = VENDA AO BANCO (SUPERVISOR)
      *   P = POSICAO POR MOEDA (VAI PARA O SPOOL)
      *--------------------------------------------------------------
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT CADCAMBIO
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCAMBIO
                    FILE STATUS  IS ST-CB.

            SELECT CADMOVME
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYMOVME
                    FILE STATUS  IS ST-MV.

            SELECT CADFUNC
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-FUNC
                    FILE STATUS  IS ST-ERRO.

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
      *--------------------------------------------------------------
      * COTACAO DIARIA DAS MOEDAS ESTRANGEIRAS (SGB143): TAXA EM
      * REAIS POR UNIDADE DA MOEDA E SPREAD (%) DESCONTADO DA TAXA
      * QUANDO A LOJA RECEBE A MOEDA DO CLIENTE
      *--------------------------------------------------------------
      *
       FD CADCAMBIO
           VALUE OF FILE-ID IS "CADCAMBIO.DAT".
       01 REGCAMBIO.
           03 KEYCAMBIO.
               05 MOEDA-CB     PIC X(03).
               05 DTCAMBIO-CB  PIC 9(08).
           03 DSCMOEDA-CB      PIC X(15).
           03 TAXA-CB          PIC 9(03)V9(06).
           03 SPREAD-CB        PIC 9(02)V99.
           03 OPER-CB          PIC 9(04).
           03 DTALT-CB         PIC 9(08).
      *
      *--------------------------------------------------------------
      * MOVIMENTO DE MOEDA ESTRANGEIRA EM ESPECIE: TIPO "R" = RECEBIDA
      * DE CLIENTE NO PAGAMENTO DA LOCACAO (SGB004), COM O EQUIVALENTE
      * EM REAIS LANCADO NO CADPAG E O TROCO DADO EM REAIS; TIPO "B"
      * = VENDIDA AO BANCO (SGB143), COM O CUSTO CONTABIL BAIXADO, OS
      * REAIS RECEBIDOS E O GANHO (OU PERDA) CAMBIAL
      *--------------------------------------------------------------
      *
       FD CADMOVME
           VALUE OF FILE-ID IS "CADMOVME.DAT".
       01 REGMOVME.
           03 KEYMOVME.
               05 OPER-MV      PIC 9(04).
               05 DT-MV        PIC 9(08).
               05 SEQ-MV       PIC 9(04).
           03 TIPO-MV          PIC X(01).
           03 MOEDA-MV         PIC X(03).
           03 FIL-MV           PIC 9(02).
           03 HR-MV            PIC 9(04).
           03 VALME-MV         PIC 9(07)V99.
           03 TAXA-MV          PIC 9(03)V9(06).
           03 VALREAL-MV       PIC 9(08)V99.
           03 TROCO-MV         PIC 9(06)V99.
           03 VALBANCO-MV      PIC 9(08)V99.
           03 GANHO-MV         PIC S9(08)V99.
           03 KEYLOC-MV        PIC X(27).
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
      *--------------------------------------------------------------
      * SPOOL DE RELATORIOS: CADA EXECUCAO GANHA UM NUMERO DA SERIE
      * "SPOOL" DO CADCONTROLE, UM REGISTRO DE CONTROLE NO CADSPOOL E
      * UM ARQUIVO SPLnnnnnn.TXT COM AS LINHAS IMPRESSAS, PARA
      * CONSULTA/REIMPRESSAO PELO SGB038
      *--------------------------------------------------------------
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
       77 ST-CB         PIC X(02) VALUE "00".
       77 ST-MV         PIC X(02) VALUE "00".
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-MODO        PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 W-OPERADOR    PIC 9(04) VALUE ZEROS.
       77 W-MOEDA       PIC X(03) VALUE SPACES.
       77 W-DATA        PIC 9(08) VALUE ZEROS.
       77 W-DATAHOJE    PIC 9(08) VALUE ZEROS.
       77 W-HORA        PIC 9(08) VALUE ZEROS.
       77 W-EXISTE      PIC X(01) VALUE "N".
       77 W-TOTLINHAS   PIC 9(04) VALUE ZEROS.
       77 W-SEQ         PIC 9(04) VALUE ZEROS.
      *
      * POSICAO DA MOEDA (VIDE SOMA-POSICAO) E VENDA AO BANCO
       77 W-POSME       PIC S9(08)V99 VALUE ZEROS.
       77 W-POSREAL     PIC S9(09)V99 VALUE ZEROS.
       77 W-VENDME      PIC 9(07)V99 VALUE ZEROS.
       77 W-VENDREAL    PIC 9(08)V99 VALUE ZEROS.
       77 W-CUSTO       PIC 9(08)V99 VALUE ZEROS.
       77 W-GANHO       PIC S9(08)V99 VALUE ZEROS.
       77 W-MERCADO     PIC S9(09)V99 VALUE ZEROS.
       77 W-TOTGANHO    PIC S9(09)V99 VALUE ZEROS.
       77 W-ED-TAXA     PIC ZZ9,999999.
       77 W-ED-SPREAD   PIC Z9,99.
       77 W-ED-ME       PIC -ZZZ.ZZZ.ZZ9,99.
       77 W-ED-REAL     PIC -ZZZ.ZZZ.ZZ9,99.
       77 W-ED-MERC     PIC -ZZZ.ZZZ.ZZ9,99.
       77 W-ED-GANHO    PIC -ZZZ.ZZZ.ZZ9,99.
      *
      * POSICAO DE TODAS AS MOEDAS PARA O RELATORIO
       77 W-I           PIC 9(02) VALUE ZEROS.
       77 W-QTDMOEDA    PIC 9(02) VALUE ZEROS.
       01 TAB-MOEDA.
           03 TM-LINHA OCCURS 20 TIMES.
               05 TM-MOEDA     PIC X(03).
               05 TM-POSME     PIC S9(08)V99.
               05 TM-POSREAL   PIC S9(09)V99.
               05 TM-GANHO     PIC S9(09)V99.
      * APOIO AO SPOOL DE RELATORIOS (VIDE ABRE-SPOOL/MOSTRA-SPOOL)
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
       INC-OP0.
           OPEN I-O CADCAMBIO
           IF ST-CB NOT = "00"
               IF ST-CB = "30" OR "35"
                   OPEN OUTPUT CADCAMBIO
                   CLOSE CADCAMBIO
                   OPEN I-O CADCAMBIO
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQ CADCAMBIO.DAT *"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
           OPEN I-O CADMOVME
           IF ST-MV NOT = "00"
               IF ST-MV = "30" OR "35"
                   OPEN OUTPUT CADMOVME
                   CLOSE CADMOVME
                   OPEN I-O CADMOVME
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQ CADMOVME.DAT *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADCAMBIO
                   GO TO ROT-FIM.
           OPEN INPUT CADFUNC
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO AO ABRIR O ARQUIVO CADFUNC.DAT *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADCAMBIO CADMOVME
               GO TO ROT-FIM.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD.
      *
       ACC-MODO.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 01) "  * CAMBIO - MOEDA ESTRANGEIRA *"
           MOVE SPACES TO W-MODO
           DISPLAY (03, 01)
               "   T=COTACAO DO DIA L=LISTAR COTACOES"
           DISPLAY (04, 01)
               "   B=VENDA AO BANCO P=POSICAO POR MOEDA    MODO: ".
           ACCEPT (04, 50) W-MODO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR 01
               CLOSE CADCAMBIO CADMOVME CADFUNC
               GO TO ROT-FIM.
           IF W-MODO = "t" MOVE "T" TO W-MODO.
           IF W-MODO = "l" MOVE "L" TO W-MODO.
           IF W-MODO = "b" MOVE "B" TO W-MODO.
           IF W-MODO = "p" MOVE "P" TO W-MODO.
           IF W-MODO NOT = "T" AND "L" AND "B" AND "P"
               MOVE "* MODO T, L, B OU P *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-MODO.
           IF W-MODO = "L"
               GO TO ACC-DATALISTA.
           IF W-MODO = "P"
               GO TO REL-INICIO.
      *
      * COTACAO E VENDA AO BANCO SO COM MATRICULA DE SUPERVISOR
      * (MESMA CONFERENCIA DO ACC-SUPERVISOR DO SGB037)
       ACC-SUPERVISOR.
           MOVE ZEROS TO W-OPERADOR
           DISPLAY (06, 01) "   MATRICULA DO SUPERVISOR: ".
           ACCEPT (06, 30) W-OPERADOR WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-MODO.
           IF W-OPERADOR = ZEROS
               MOVE "* MATRICULA INVALIDA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-SUPERVISOR.
           MOVE W-OPERADOR TO COD-FUNC
           READ CADFUNC
           IF ST-ERRO NOT = "00"
               MOVE "* FUNCIONARIO NAO CADASTRADO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-SUPERVISOR.
           IF SITUAC-FUNC NOT = "A" AND "a"
               MOVE "* FUNCIONARIO INATIVO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-SUPERVISOR.
           IF PERFIL-FUNC NOT = "S"
               MOVE "* FUNCIONARIO NAO E SUPERVISOR *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-SUPERVISOR.
      *
       ACC-MOEDA.
           MOVE SPACES TO W-MOEDA
           DISPLAY (07, 01) "   MOEDA (USD, EUR...): ".
           ACCEPT (07, 25) W-MOEDA WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR W-MOEDA = SPACES
               GO TO ACC-MODO.
           INSPECT W-MOEDA CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           DISPLAY (07, 25) W-MOEDA
           IF W-MODO = "B"
               GO TO VENDA-INICIO.
      *
      *--------------------------------------------------------------
      * COTACAO DO DIA: TAXA EM REAIS POR UNIDADE E SPREAD (%) QUE A
      * LOJA DESCONTA AO RECEBER A MOEDA. A DATA PODE SER ADIANTADA
      * PARA DEIXAR A COTACAO DO DIA SEGUINTE PRONTA
      *--------------------------------------------------------------
      *
       ACC-DATA.
           MOVE W-DATAHOJE TO W-DATA
           DISPLAY (08, 01) "   DATA DA COTACAO (AAAAMMDD): ".
           ACCEPT (08, 32) W-DATA WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-MOEDA.
           IF W-DATA = ZEROS
               GO TO ACC-DATA.
           MOVE W-MOEDA TO MOEDA-CB
           MOVE W-DATA TO DTCAMBIO-CB
           MOVE "S" TO W-EXISTE
           READ CADCAMBIO
           IF ST-CB NOT = "00"
               MOVE "N" TO W-EXISTE
               MOVE SPACES TO DSCMOEDA-CB
               MOVE ZEROS TO TAXA-CB SPREAD-CB.
       ACC-DSCMOEDA.
           DISPLAY (10, 01) "   NOME DA MOEDA..............: ".
           ACCEPT (10, 33) DSCMOEDA-CB WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-DATA.
       ACC-TAXA.
           DISPLAY (11, 01) "   TAXA (REAIS POR UNIDADE)...: ".
           ACCEPT (11, 33) TAXA-CB WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-DSCMOEDA.
           IF TAXA-CB = ZEROS
               MOVE "* TAXA NAO PODE SER ZERO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-TAXA.
       ACC-SPREAD.
           DISPLAY (12, 01) "   SPREAD DA LOJA (%).........: ".
           ACCEPT (12, 33) SPREAD-CB WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-TAXA.
           IF SPREAD-CB NOT < 50
               MOVE "* SPREAD DEVE SER MENOR QUE 50% *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-SPREAD.
       CONFIRMA-TAXA.
           MOVE "S" TO W-OPCAO
           DISPLAY (14, 01) "   GRAVAR (S/N)? : ".
           ACCEPT (14, 21) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-SPREAD.
           IF W-OPCAO NOT = "S" AND "s"
               GO TO ACC-MODO.
           MOVE W-OPERADOR TO OPER-CB
           MOVE W-DATAHOJE TO DTALT-CB
           IF W-EXISTE = "S"
               REWRITE REGCAMBIO
           ELSE
               WRITE REGCAMBIO.
           IF ST-CB NOT = "00"
               MOVE "* ERRO NA GRAVACAO DA COTACAO *" TO MENS
           ELSE
               MOVE "* COTACAO GRAVADA *" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ACC-MODO.
      *
      *--------------------------------------------------------------
      * LISTAGEM DAS COTACOES DE UMA DATA
      *--------------------------------------------------------------
      *
       ACC-DATALISTA.
           MOVE W-DATAHOJE TO W-DATA
           DISPLAY (06, 01) "   DATA (AAAAMMDD): ".
           ACCEPT (06, 21) W-DATA WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-MODO.
       LISTA-INICIO.
           DISPLAY " ".
           DISPLAY "---- COTACOES DE " W-DATA " ----".
           DISPLAY "MOEDA NOME                  TAXA  SPREAD OPER".
           MOVE ZEROS TO W-TOTLINHAS
           MOVE LOW-VALUES TO KEYCAMBIO
           START CADCAMBIO KEY IS > KEYCAMBIO
           IF ST-CB NOT = "00"
               GO TO LISTA-FIM.
       LISTA-PROX.
           READ CADCAMBIO NEXT RECORD
           IF ST-CB NOT = "00"
               GO TO LISTA-FIM.
           IF DTCAMBIO-CB NOT = W-DATA
               GO TO LISTA-PROX.
           ADD 1 TO W-TOTLINHAS
           MOVE TAXA-CB TO W-ED-TAXA
           MOVE SPREAD-CB TO W-ED-SPREAD
           DISPLAY MOEDA-CB "   " DSCMOEDA-CB " " W-ED-TAXA " "
               W-ED-SPREAD "  " OPER-CB
           GO TO LISTA-PROX.
       LISTA-FIM.
           DISPLAY "MOEDAS COTADAS: " W-TOTLINHAS.
           DISPLAY "TECLE ENTER PARA VOLTAR".
           ACCEPT W-OPCAO
           GO TO ACC-MODO.
      *
      *--------------------------------------------------------------
      * VENDA AO BANCO: BAIXA A QUANTIDADE VENDIDA PELO CUSTO MEDIO
      * EM REAIS DA POSICAO DA MOEDA E GRAVA O GANHO (OU A PERDA)
      * CAMBIAL = REAIS RECEBIDOS DO BANCO - CUSTO BAIXADO
      *--------------------------------------------------------------
      *
       VENDA-INICIO.
           PERFORM SOMA-POSICAO THRU SOMA-POSICAO-FIM
           IF W-POSME NOT > ZEROS
               MOVE "* SEM SALDO NESTA MOEDA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-MOEDA.
           MOVE W-POSME TO W-ED-ME
           MOVE W-POSREAL TO W-ED-REAL
           DISPLAY (09, 01) "   SALDO NA MOEDA: " W-ED-ME
               "  CUSTO: " W-ED-REAL.
       ACC-VENDME.
           MOVE ZEROS TO W-VENDME
           DISPLAY (11, 01) "   QUANTIA VENDIDA NA MOEDA....: ".
           ACCEPT (11, 34) W-VENDME WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-MOEDA.
           IF W-VENDME = ZEROS OR W-VENDME > W-POSME
               MOVE "* QUANTIA ZERO OU ACIMA DO SALDO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-VENDME.
       ACC-VENDREAL.
           MOVE ZEROS TO W-VENDREAL
           DISPLAY (12, 01) "   REAIS RECEBIDOS DO BANCO....: ".
           ACCEPT (12, 34) W-VENDREAL WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-VENDME.
           IF W-VENDREAL = ZEROS
               MOVE "* VALOR NAO PODE SER ZERO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-VENDREAL.
           IF W-VENDME = W-POSME
               MOVE W-POSREAL TO W-CUSTO
           ELSE
               COMPUTE W-CUSTO ROUNDED =
                   W-VENDME * W-POSREAL / W-POSME.
           COMPUTE W-GANHO = W-VENDREAL - W-CUSTO
           MOVE W-CUSTO TO W-ED-REAL
           MOVE W-GANHO TO W-ED-GANHO
           DISPLAY (14, 01) "   CUSTO BAIXADO: " W-ED-REAL
               "  GANHO/PERDA: " W-ED-GANHO.
       CONFIRMA-VENDA.
           MOVE "S" TO W-OPCAO
           DISPLAY (16, 01) "   GRAVAR A VENDA (S/N)? : ".
           ACCEPT (16, 29) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-VENDREAL.
           IF W-OPCAO NOT = "S" AND "s"
               GO TO ACC-MODO.
           ACCEPT W-HORA FROM TIME
           MOVE ZEROS TO W-SEQ.
       GRAVA-VENDA.
           ADD 1 TO W-SEQ
           MOVE W-OPERADOR TO OPER-MV
           MOVE W-DATAHOJE TO DT-MV
           MOVE W-SEQ TO SEQ-MV
           MOVE "B" TO TIPO-MV
           MOVE W-MOEDA TO MOEDA-MV
           MOVE ZEROS TO FIL-MV TROCO-MV
           MOVE W-HORA (1:4) TO HR-MV
           MOVE W-VENDME TO VALME-MV
           COMPUTE TAXA-MV ROUNDED = W-VENDREAL / W-VENDME
           MOVE W-CUSTO TO VALREAL-MV
           MOVE W-VENDREAL TO VALBANCO-MV
           MOVE W-GANHO TO GANHO-MV
           MOVE SPACES TO KEYLOC-MV
           WRITE REGMOVME
           IF ST-MV = "22"
               GO TO GRAVA-VENDA.
           IF ST-MV NOT = "00"
               MOVE "* ERRO NA GRAVACAO DA VENDA *" TO MENS
           ELSE
               MOVE "* VENDA AO BANCO GRAVADA *" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ACC-MODO.
      *
      * SALDO DA MOEDA W-MOEDA: RECEBIDO DOS CLIENTES MENOS VENDIDO
      * AO BANCO, NA MOEDA E NO CUSTO EM REAIS
       SOMA-POSICAO.
           MOVE ZEROS TO W-POSME W-POSREAL
           MOVE LOW-VALUES TO KEYMOVME
           START CADMOVME KEY IS > KEYMOVME
           IF ST-MV NOT = "00"
               GO TO SOMA-POSICAO-FIM.
       SOMA-POSICAO-PROX.
           READ CADMOVME NEXT RECORD
           IF ST-MV NOT = "00"
               GO TO SOMA-POSICAO-FIM.
           IF MOEDA-MV NOT = W-MOEDA
               GO TO SOMA-POSICAO-PROX.
           IF TIPO-MV = "R"
               ADD VALME-MV TO W-POSME
               ADD VALREAL-MV TO W-POSREAL
           ELSE
               SUBTRACT VALME-MV FROM W-POSME
               SUBTRACT VALREAL-MV FROM W-POSREAL.
           GO TO SOMA-POSICAO-PROX.
       SOMA-POSICAO-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * POSICAO POR MOEDA: SALDO NA MOEDA, CUSTO EM REAIS, VALOR A
      * COTACAO DO DIA (SEM SPREAD) E GANHO CAMBIAL JA REALIZADO NAS
      * VENDAS AO BANCO
      *--------------------------------------------------------------
      *
       REL-INICIO.
           MOVE ZEROS TO W-QTDMOEDA W-TOTGANHO
           MOVE LOW-VALUES TO KEYMOVME
           START CADMOVME KEY IS > KEYMOVME
           IF ST-MV NOT = "00"
               GO TO REL-IMPRIME.
       REL-LE.
           READ CADMOVME NEXT RECORD
           IF ST-MV NOT = "00"
               GO TO REL-IMPRIME.
           PERFORM ACHA-MOEDA THRU ACHA-MOEDA-FIM
           IF W-I = ZEROS
               GO TO REL-LE.
           IF TIPO-MV = "R"
               ADD VALME-MV TO TM-POSME (W-I)
               ADD VALREAL-MV TO TM-POSREAL (W-I)
           ELSE
               SUBTRACT VALME-MV FROM TM-POSME (W-I)
               SUBTRACT VALREAL-MV FROM TM-POSREAL (W-I)
               ADD GANHO-MV TO TM-GANHO (W-I).
           GO TO REL-LE.
       REL-IMPRIME.
           PERFORM ABRE-SPOOL THRU ABRE-SPOOL-FIM.
           STRING " "
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "---- POSICAO DE MOEDA ESTRANGEIRA EM " W-DATAHOJE
               " ----"
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "MOE        SALDO ME     CUSTO REAIS"
               "    A COTACAO DIA  GANHO REALIZADO"
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           MOVE ZEROS TO W-I.
       REL-PROX.
           ADD 1 TO W-I
           IF W-I > W-QTDMOEDA
               GO TO REL-FIM.
           MOVE TM-MOEDA (W-I) TO MOEDA-CB
           MOVE W-DATAHOJE TO DTCAMBIO-CB
           READ CADCAMBIO
           IF ST-CB = "00"
               COMPUTE W-MERCADO ROUNDED =
                   TM-POSME (W-I) * TAXA-CB
           ELSE
               MOVE ZEROS TO W-MERCADO.
           ADD TM-GANHO (W-I) TO W-TOTGANHO
           MOVE TM-POSME (W-I) TO W-ED-ME
           MOVE TM-POSREAL (W-I) TO W-ED-REAL
           MOVE W-MERCADO TO W-ED-MERC
           MOVE TM-GANHO (W-I) TO W-ED-GANHO
           STRING TM-MOEDA (W-I) " " W-ED-ME " " W-ED-REAL " "
               W-ED-MERC " " W-ED-GANHO
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           GO TO REL-PROX.
       REL-FIM.
           MOVE W-TOTGANHO TO W-ED-GANHO
           STRING "MOEDAS: " W-QTDMOEDA
               "   GANHO CAMBIAL REALIZADO: " W-ED-GANHO
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "A COTACAO DIA ZERO = SEM COTACAO HOJE (MODO T)"
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           PERFORM FECHA-SPOOL THRU FECHA-SPOOL-FIM.
           DISPLAY "TECLE ENTER PARA VOLTAR".
           ACCEPT W-OPCAO
           GO TO ACC-MODO.
      *
      * LINHA DA MOEDA-MV NA TAB-MOEDA (W-I), ABRINDO UMA NOVA SE
      * PRECISO; W-I ZERO = TABELA CHEIA
       ACHA-MOEDA.
           MOVE ZEROS TO W-I.
       ACHA-MOEDA-PROX.
           ADD 1 TO W-I
           IF W-I > W-QTDMOEDA
               GO TO ACHA-MOEDA-NOVA.
           IF TM-MOEDA (W-I) = MOEDA-MV
               GO TO ACHA-MOEDA-FIM.
           GO TO ACHA-MOEDA-PROX.
       ACHA-MOEDA-NOVA.
           IF W-QTDMOEDA = 20
               MOVE ZEROS TO W-I
               GO TO ACHA-MOEDA-FIM.
           ADD 1 TO W-QTDMOEDA
           MOVE W-QTDMOEDA TO W-I
           MOVE MOEDA-MV TO TM-MOEDA (W-I)
           MOVE ZEROS TO TM-POSME (W-I) TM-POSREAL (W-I)
               TM-GANHO (W-I).
       ACHA-MOEDA-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * ABERTURA DO SPOOL DO RELATORIO: PEDE O OPERADOR, TIRA O
      * NUMERO DA SERIE "SPOOL" (CADCONTROLE), GRAVA O REGISTRO DE
      * CONTROLE NO CADSPOOL E ABRE O ARQUIVO SPLnnnnnn.TXT COM O
      * CABECALHO. SE O SPOOL NAO PUDER SER ABERTO, O RELATORIO SAI
      * SO NA TELA, COMO ANTES
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
           MOVE "SGB143" TO PROGSPOOL
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
      *--------------------------------------------------------------
      * MOSTRA A LINHA MONTADA EM W-LINSPOOL NA TELA E, COM O SPOOL
      * ABERTO, GRAVA A MESMA LINHA NO ARQUIVO DE SPOOL
      *--------------------------------------------------------------
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
      *--------------------------------------------------------------
      * ENCERRAMENTO DO SPOOL DO RELATORIO
      *--------------------------------------------------------------
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
