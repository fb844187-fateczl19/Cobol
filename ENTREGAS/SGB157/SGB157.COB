       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGB157.
       AUTHOR. VINICIUS ESCAME DOS SANTOS.
      *--------------------------------------------------------------
      * ACIDENTES COM BIKE LOCADA E DANOS A TERCEIROS (CADACID.DAT)
      * -- O CADINCID SO COBRE ROUBO E BAIXA; QUEDA, ATROPELAMENTO E
      * BATIDA EM CARRO FICAVAM EM E-MAIL. CADA ACIDENTE E AMARRADO A
      * LOCACAO QUE COBRE A DATA/HORA (CHAVE DO CADLOC, ALTERNATIVA
      * COM DUPLICADAS) E NUMERADO PELA SERIE "ACIDENTE" DO
      * CADCONTROLE:
      *   R = REGISTRO: LOCAL, TIPO, FERIDOS, VEICULO E PLACA DO
      *       TERCEIRO, TESTEMUNHAS, BOLETIM DE OCORRENCIA, REGISTRO
      *       DO RESGATE E A DECLARACAO DO CICLISTA
      *   P = PARECER DE RESPONSABILIDADE DA LOJA
      *   T = RECLAMACAO DO TERCEIRO ATE A QUITACAO; O VALOR PAGO
      *       PELA LOJA VIRA TITULO NO CONTAS A PAGAR (SGB079,
      *       ORIGEM A)
      *   G = SINISTRO NA SEGURADORA, PELA APOLICE DO CADAPOLICE
      *       (SGB071) VIGENTE NA DATA, ATE O PAGAMENTO OU RECUSA
      *   F = FICHA DO ACIDENTE (SPOOL), COM A VISTORIA DE DEVOLUCAO
      *       DA LOCACAO (CADINSP) E AS AVARIAS COBRADAS (CADCOBDANO)
      *   L = ACIDENTES EM ABERTO E TOTAIS RECLAMADOS/PAGOS (SPOOL)
      * O ACIDENTE SE ENCERRA SOZINHO QUANDO TEM PARECER E TANTO A
      * RECLAMACAO DO TERCEIRO QUANTO O SINISTRO ESTAO RESOLVIDOS
      *--------------------------------------------------------------
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT CADACID
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMACID
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS KEYLOCACAO-ACD
                                            WITH DUPLICATES.

            SELECT CADLOC
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYLOCACAO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS FKCPF-CLI
                                            WITH DUPLICATES
                    ALTERNATE RECORD KEY IS FKNUM-BIKE
                                            WITH DUPLICATES.

            SELECT CADCLI
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF-CLI
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS RG-CLI
                                            WITH DUPLICATES.

            SELECT CADINSP
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYINSP
                    FILE STATUS  IS ST-ERRO.

            SELECT CADDANO
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYDANO
                    FILE STATUS  IS ST-ERRO.

            SELECT CADCOBDANO
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCOBDANO
                    FILE STATUS  IS ST-ERRO.

            SELECT CADAPOLICE
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMAPOLICE
                    FILE STATUS  IS ST-ERRO.

            SELECT CADPAGAR
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMTITULO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CNPJCRED
                                            WITH DUPLICATES.

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
      *
      *--------------------------------------------------------------
      * ACIDENTE COM BIKE LOCADA. TIPOACID Q = QUEDA SO DO CICLISTA,
      * A = ATROPELAMENTO (PESSOA ATINGIDA), C = COLISAO COM VEICULO,
      * O = OUTRO. GRAVFER L = LEVE, G = GRAVE, O = OBITO.
      * RESPONS-ACD C = CICLISTA, T = TERCEIRO, D = DIVIDIDA,
      * E = EMPRESA (DEFEITO DA BIKE), BRANCO = A AVALIAR.
      * SITTERC N = SEM RECLAMACAO, R = RECLAMADA, J = JUDICIAL,
      * Q = QUITADA, E = ENCERRADA SEM PAGAMENTO.
      * SITSEG N = SEGURADORA NAO ACIONADA, A = SINISTRO ABERTO,
      * P = PAGO, R = RECUSADO. SITACID A = ABERTO, E = ENCERRADO
      *--------------------------------------------------------------
      *
       FD CADACID
           VALUE OF FILE-ID IS "CADACID.DAT".
       01 REGACID.
           03 NUMACID          PIC 9(06).
           03 KEYLOCACAO-ACD   PIC X(27).
           03 NUMCONTR-ACD     PIC 9(08).
           03 NUMBIKE-ACD      PIC 9(04).
           03 FILIAL-ACD       PIC 9(02).
           03 DTACID           PIC 9(08).
           03 HRACID           PIC 9(04).
           03 LOCAL-ACD        PIC X(40).
           03 TIPOACID         PIC X(01).
           03 DSCTIPOACID      PIC X(10).
           03 QTDFER-ACD       PIC 9(01).
           03 FERIDO-ACD OCCURS 3 TIMES.
               05 NOMEFER      PIC X(30).
               05 DOCFER       PIC X(14).
               05 TELFER       PIC 9(11).
               05 GRAVFER      PIC X(01).
           03 PLACA-ACD        PIC X(07).
           03 VEICULO-ACD      PIC X(20).
           03 CONDUTOR-ACD     PIC X(30).
           03 CPFCOND-ACD      PIC 9(11).
           03 TELCOND-ACD      PIC 9(11).
           03 SEGTERC-ACD      PIC X(20).
           03 QTDTEST-ACD      PIC 9(01).
           03 TESTEMUNHA-ACD OCCURS 3 TIMES.
               05 NOMETEST     PIC X(30).
               05 TELTEST      PIC 9(11).
           03 BOLETIM-ACD      PIC X(20).
           03 RESGATE-ACD      PIC X(20).
           03 DECLAR1-ACD      PIC X(60).
           03 DECLAR2-ACD      PIC X(60).
           03 RESPONS-ACD      PIC X(01).
           03 DSCRESPONS-ACD   PIC X(10).
           03 PARECER-ACD      PIC X(60).
           03 OPERPAR-ACD      PIC 9(04).
           03 DTPAR-ACD        PIC 9(08).
           03 SITTERC          PIC X(01).
           03 DSCSITTERC       PIC X(10).
           03 VALRECL-TERC     PIC 9(08)V99.
           03 VALPAGO-TERC     PIC 9(08)V99.
           03 DTQUIT-TERC      PIC 9(08).
           03 NUMTIT-TERC      PIC 9(06).
           03 NUMAPOL-ACD      PIC X(15).
           03 NUMSINIS-ACD     PIC X(15).
           03 SITSEG           PIC X(01).
           03 DSCSITSEG        PIC X(10).
           03 VALINDEN-ACD     PIC 9(08)V99.
           03 DTINDEN-ACD      PIC 9(08).
           03 SITACID          PIC X(01).
           03 DSCSITACID       PIC X(10).
           03 DTREG-ACD        PIC 9(08).
           03 OPERREG-ACD      PIC 9(04).
      *
       FD CADLOC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADLOC.DAT".
       01 REGLOC.
           03 KEYLOCACAO.
             05 FKCPF-CLI      PIC 9(11).
             05 FKNUM-BIKE     PIC 9(04).
             05 DTLOCACAO.
               07 DIA-LOCA     PIC 9(02).
               07 MES-LOCA     PIC 9(02).
               07 ANO-LOCA     PIC 9(04).
             05 HRLOCACAO      PIC 9(02).
             05 MINLOCACAO     PIC 9(02).
           03 DTPREVISAO.
               05 DIA-PREV     PIC 9(02).
               05 MES-PREV     PIC 9(02).
               05 ANO-PREV     PIC 9(04).
           03 HRPREVISAO       PIC 9(02).
           03 MINPREVISAO      PIC 9(02).
           03 DTENTREGA.
               05 DIA-ENTR     PIC 9(02).
               05 MES-ENTR     PIC 9(02).
               05 ANO-ENTR     PIC 9(04).
           03 HRENTREGA        PIC 9(02).
           03 MINENTREGA       PIC 9(02).
           03 HRUSO            PIC 9(02).
           03 MINUSO           PIC 9(02).
           03 VALLOCACAO       PIC 9(06)V99.
           03 VALCOBRADO       PIC 9(06)V99.
           03 STATUS-BIKE      PIC X(01).
           03 DSCSTATUS-BIKE   PIC X(08).
           03 VALCAUCAO        PIC 9(06)V99.
           03 VALCAUCAODEV     PIC 9(06)V99.
           03 CODFILIAL-LOC    PIC 9(02).
           03 OPERADOR         PIC 9(04).
           03 NUMCONTRATO      PIC 9(08).
           03 CNPJEMP-LOC      PIC 9(14).
           03 CODCUPOM-LOC     PIC X(08).
           03 CODPLANO-LOC     PIC 9(02).
           03 PROTECAO-LOC     PIC X(01).
           03 VALPROTECAO-LOC  PIC 9(06)V99.
           03 GRUPO-LOC        PIC 9(06).
      *
       FD CADCLI
           LABEL RECORD IS STANDARD
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
       FD CADINSP
               VALUE OF FILE-ID IS "CADINSP.DAT".
       01 REGINSP.
                03 KEYINSP.
                  05 INSFKCPF-CLI    PIC 9(11).
                  05 INSFKNUM-BIKE   PIC 9(04).
                  05 INSDTLOCACAO.
                    07 INSDIA-LOCA   PIC 9(02).
                    07 INSMES-LOCA   PIC 9(02).
                    07 INSANO-LOCA   PIC 9(04).
                  05 INSHRLOCACAO    PIC 9(02).
                  05 INSMINLOCACAO   PIC 9(02).
                  05 TIPOINSP        PIC X(01).
                03 INSARRANHOES      PIC X(01).
                03 INSFREIOS         PIC X(01).
                03 INSPNEUS          PIC X(01).
                03 INSOBS            PIC X(30).
                03 DTINSP.
                  05 ANO-INSP        PIC 9(04).
                  05 MES-INSP        PIC 9(02).
                  05 DIA-INSP        PIC 9(02).
                03 HRINSP.
                  05 HR-INSP         PIC 9(02).
                  05 MIN-INSP        PIC 9(02).
      *
       FD CADDANO
               VALUE OF FILE-ID IS "CADDANO.DAT".
       01 REGDANO.
                03 KEYDANO.
                    05 ITEMDANO    PIC X(01).
                    05 SEVERDANO   PIC X(01).
                03 DSCDANO      PIC X(20).
                03 VALDANO      PIC 9(06)V99.
      *
       FD CADCOBDANO
           VALUE OF FILE-ID IS "CADCOBDANO.DAT".
       01 REGCOBDANO.
           03 KEYCOBDANO.
               05 KEYLOCACAO-DANO   PIC X(27).
               05 ITEMDANO-COB      PIC X(01).
           03 SEVERDANO-COB         PIC X(01).
           03 VALDANO-COB           PIC 9(06)V99.
      *
       FD CADAPOLICE
               VALUE OF FILE-ID IS "CADAPOLICE.DAT".
       01 REGAPOLICE.
                03 NUMAPOLICE   PIC X(15).
                03 SEGURADORA   PIC X(20).
                03 NUMBIKE-APOL PIC 9(04).
                03 CATEGAPOL    PIC X(01).
                03 PREMIO       PIC 9(06)V99.
                03 DTINI-APOL   PIC 9(08).
                03 DTFIM-APOL   PIC 9(08).
      *
       FD CADPAGAR
           VALUE OF FILE-ID IS "CADPAGAR.DAT".
       01 REGPAGAR.
           03 NUMTITULO        PIC 9(06).
           03 TIPOPAGAR        PIC X(01).
           03 DSCTIPOPAGAR     PIC X(10).
           03 CNPJCRED         PIC 9(14).
           03 NOMECRED         PIC X(30).
           03 NUMPED-PAGAR     PIC 9(06).
           03 APOL-PAGAR       PIC X(15).
           03 DSCPAGAR         PIC X(30).
           03 VALPAGAR         PIC 9(08)V99.
           03 DTEMIS-PAGAR     PIC 9(08).
           03 DTVENC-PAGAR     PIC 9(08).
           03 SITPAGAR         PIC X(01).
           03 DSCSITPAGAR      PIC X(08).
           03 DTPAGTO-PAGAR    PIC 9(08).
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
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 W-OPER        PIC 9(04) VALUE ZEROS.
       77 W-DTHOJE      PIC 9(08) VALUE ZEROS.
       77 W-CPF         PIC 9(11) VALUE ZEROS.
       77 W-NUMBIKE     PIC 9(04) VALUE ZEROS.
       77 W-DTACID      PIC 9(08) VALUE ZEROS.
       77 W-HRACID      PIC 9(04) VALUE ZEROS.
       77 W-NUMACID     PIC 9(06) VALUE ZEROS.
       77 W-ACHOU       PIC X(01) VALUE "N".
       77 W-DTLOCREF    PIC 9(08) VALUE ZEROS.
       77 W-DTENTREF    PIC 9(08) VALUE ZEROS.
       77 W-HMLOC       PIC 9(04) VALUE ZEROS.
       77 W-HMENT       PIC 9(04) VALUE ZEROS.
       77 W-IX          PIC 9(01) VALUE ZEROS.
       77 W-LIN         PIC 9(02) VALUE ZEROS.
       77 W-CPFFAV      PIC 9(11) VALUE ZEROS.
       77 W-NOMEFAV     PIC X(30) VALUE SPACES.
       77 W-ED-VAL      PIC ZZZZZZZ9,99.
       77 W-ED-VAL2     PIC ZZZZZZZ9,99.
       77 W-TOTDANO     PIC 9(08)V99 VALUE ZEROS.
      *
      * TOTAIS DO RELATORIO DE ACIDENTES (MODO L)
       77 W-QTDACID     PIC 9(06) VALUE ZEROS.
       77 W-QTDABERTO   PIC 9(06) VALUE ZEROS.
       77 W-QTDFERIDOS  PIC 9(06) VALUE ZEROS.
       77 W-TOTRECL     PIC 9(10)V99 VALUE ZEROS.
       77 W-TOTPAGO     PIC 9(10)V99 VALUE ZEROS.
       77 W-TOTINDEN    PIC 9(10)V99 VALUE ZEROS.
       77 W-ED-TOT      PIC ZZZZZZZZZ9,99.
      *
      * APOIO AO SPOOL DE RELATORIOS (MESMA ROTINA DO SGB153)
       77 ST-SPOOL      PIC X(02) VALUE "00".
       77 ST-SPL        PIC X(02) VALUE "00".
       77 ST-CTRL       PIC X(02) VALUE "00".
       77 W-SPOOLOK     PIC X(01) VALUE "N".
       77 W-NUMSPOOL    PIC 9(06) VALUE ZEROS.
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
           OPEN I-O CADACID
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                   OPEN OUTPUT CADACID
                   CLOSE CADACID
                   OPEN I-O CADACID
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQUIVO CADACID.DAT *"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
           OPEN INPUT CADLOC
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO AO ABRIR O ARQUIVO CADLOC.DAT *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADACID
               GO TO ROT-FIM.
           OPEN INPUT CADCLI
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO AO ABRIR O ARQUIVO CADCLI.DAT *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADACID CADLOC
               GO TO ROT-FIM.
           OPEN INPUT CADFUNC
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO AO ABRIR O ARQUIVO CADFUNC.DAT *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADACID CADLOC CADCLI
               GO TO ROT-FIM.
           OPEN INPUT CADINSP
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                   OPEN OUTPUT CADINSP
                   CLOSE CADINSP
                   OPEN INPUT CADINSP.
           OPEN INPUT CADDANO
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                   OPEN OUTPUT CADDANO
                   CLOSE CADDANO
                   OPEN INPUT CADDANO.
           OPEN INPUT CADCOBDANO
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                   OPEN OUTPUT CADCOBDANO
                   CLOSE CADCOBDANO
                   OPEN INPUT CADCOBDANO.
           OPEN INPUT CADAPOLICE
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                   OPEN OUTPUT CADAPOLICE
                   CLOSE CADAPOLICE
                   OPEN INPUT CADAPOLICE.
           OPEN I-O CADPAGAR
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                   OPEN OUTPUT CADPAGAR
                   CLOSE CADPAGAR
                   OPEN I-O CADPAGAR.
           OPEN I-O CADCONTROLE
           IF ST-CTRL NOT = "00"
               IF ST-CTRL = "30" OR "35"
                   OPEN OUTPUT CADCONTROLE
                   CLOSE CADCONTROLE
                   OPEN I-O CADCONTROLE.
           ACCEPT W-DTHOJE FROM DATE YYYYMMDD.
      *
       ACC-OPER.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 01) "  * ACIDENTES E DANOS A TERCEIROS *"
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
           DISPLAY (01, 01) "  * ACIDENTES E DANOS A TERCEIROS *"
           MOVE SPACES TO W-OPCAO
           DISPLAY (03, 01)
               "   R=REGISTRA  P=PARECER  T=TERCEIRO  G=SEGURADORA".
           DISPLAY (04, 01)
               "   F=FICHA  L=EM ABERTO  S=SAIR : ".
           ACCEPT (04, 35) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR 01
               GO TO ENCERRA.
           IF W-OPCAO = "r" MOVE "R" TO W-OPCAO.
           IF W-OPCAO = "p" MOVE "P" TO W-OPCAO.
           IF W-OPCAO = "t" MOVE "T" TO W-OPCAO.
           IF W-OPCAO = "g" MOVE "G" TO W-OPCAO.
           IF W-OPCAO = "f" MOVE "F" TO W-OPCAO.
           IF W-OPCAO = "l" MOVE "L" TO W-OPCAO.
           IF W-OPCAO = "s" OR "S"
               GO TO ENCERRA.
           IF W-OPCAO = "R"
               GO TO ACD-REGISTRA.
           IF W-OPCAO = "P"
               GO TO ACD-PARECER.
           IF W-OPCAO = "T"
               GO TO ACD-TERCEIRO.
           IF W-OPCAO = "G"
               GO TO ACD-SEGURO.
           IF W-OPCAO = "F"
               GO TO ACD-FICHA.
           IF W-OPCAO = "L"
               GO TO ACD-RELATORIO.
           MOVE "* DIGITE R, P, T, G, F, L OU S *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ACC-MODO.
      *
      *--------------------------------------------------------------
      * REGISTRO DO ACIDENTE: CLIENTE, BIKE, DATA E HORA ACHAM A
      * LOCACAO QUE COBRE O MOMENTO DO ACIDENTE (ABERTA OU JA
      * DEVOLVIDA); DEPOIS VEM O RELATO EM TRES TELAS
      *--------------------------------------------------------------
      *
       ACD-REGISTRA.
           MOVE ZEROS TO W-CPF W-NUMBIKE W-HRACID
           MOVE W-DTHOJE TO W-DTACID
           DISPLAY (06, 01) "   CPF DO CLIENTE.........: ".
           ACCEPT (06, 29) W-CPF WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR W-CPF = ZEROS
               GO TO ACC-MODO.
           DISPLAY (07, 01) "   BIKE...................: ".
           ACCEPT (07, 29) W-NUMBIKE WITH UPDATE
           DISPLAY (08, 01) "   DATA (AAAAMMDD)........: ".
           ACCEPT (08, 29) W-DTACID WITH UPDATE
           DISPLAY (09, 01) "   HORA (HHMM)............: ".
           ACCEPT (09, 29) W-HRACID WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-MODO.
           IF W-DTACID = ZEROS OR W-DTACID > W-DTHOJE
               MOVE "* DATA INVALIDA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACD-REGISTRA.
           IF W-HRACID > 2359
               MOVE "* HORA INVALIDA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACD-REGISTRA.
           PERFORM ACHA-LOCACAO THRU ACHA-LOCACAO-FIM
           IF W-ACHOU NOT = "S"
               MOVE "* NENHUMA LOCACAO DA BIKE NESSE MOMENTO *"
                                                          TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACD-REGISTRA.
           MOVE SPACES TO REGACID
           MOVE ZEROS TO NUMACID QTDFER-ACD QTDTEST-ACD CPFCOND-ACD
               TELCOND-ACD OPERPAR-ACD DTPAR-ACD VALRECL-TERC
               VALPAGO-TERC DTQUIT-TERC NUMTIT-TERC VALINDEN-ACD
               DTINDEN-ACD
           MOVE KEYLOCACAO TO KEYLOCACAO-ACD
           MOVE NUMCONTRATO TO NUMCONTR-ACD
           MOVE W-NUMBIKE TO NUMBIKE-ACD
           MOVE CODFILIAL-LOC TO FILIAL-ACD
           MOVE W-DTACID TO DTACID
           MOVE W-HRACID TO HRACID
           DISPLAY (10, 01) "   LOCACAO: CONTRATO " NUMCONTRATO
               "  RETIRADA " DTLOCACAO " " HRLOCACAO ":" MINLOCACAO
               "  FILIAL " CODFILIAL-LOC.
       ACD-LOCAL.
           DISPLAY (12, 01) "   LOCAL DO ACIDENTE......: ".
           ACCEPT (12, 29) LOCAL-ACD WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACD-REGISTRA.
           IF LOCAL-ACD = SPACES
               MOVE "* INFORME O LOCAL *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACD-LOCAL.
       ACD-TIPO.
           DISPLAY (13, 01) "   TIPO...................: ".
           DISPLAY (13, 32)
               "Q=QUEDA A=ATROPELAMENTO C=COLISAO O=OUTRO".
           ACCEPT (13, 29) TIPOACID WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACD-LOCAL.
           IF TIPOACID = "q" MOVE "Q" TO TIPOACID.
           IF TIPOACID = "a" MOVE "A" TO TIPOACID.
           IF TIPOACID = "c" MOVE "C" TO TIPOACID.
           IF TIPOACID = "o" MOVE "O" TO TIPOACID.
           IF TIPOACID = "Q"
               MOVE "QUEDA     " TO DSCTIPOACID
           ELSE IF TIPOACID = "A"
               MOVE "ATROPELAM." TO DSCTIPOACID
           ELSE IF TIPOACID = "C"
               MOVE "COLISAO   " TO DSCTIPOACID
           ELSE IF TIPOACID = "O"
               MOVE "OUTRO     " TO DSCTIPOACID
           ELSE
               MOVE "* TIPO Q, A, C OU O *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACD-TIPO.
      *
      * FERIDOS (ATE 3), INCLUSIVE O PROPRIO CICLISTA; NOME EM
      * BRANCO ENCERRA A LISTA
       ACD-FERIDOS.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 01) "  * ACIDENTE - ENVOLVIDOS *"
           DISPLAY (03, 01) "   FERIDOS (NOME EM BRANCO = NENHUM/FIM)"
           MOVE ZEROS TO QTDFER-ACD
           MOVE 1 TO W-IX
           MOVE 04 TO W-LIN.
       ACD-FERIDO-NOME.
           MOVE SPACES TO NOMEFER (W-IX) DOCFER (W-IX) GRAVFER (W-IX)
           MOVE ZEROS TO TELFER (W-IX)
           DISPLAY (W-LIN, 01) "   NOME DO FERIDO.........: ".
           ACCEPT (W-LIN, 29) NOMEFER (W-IX) WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-MODO.
           IF NOMEFER (W-IX) = SPACES
               GO TO ACD-VEICULO.
           ADD 1 TO W-LIN
           DISPLAY (W-LIN, 01) "   DOCUMENTO/TEL/GRAVIDADE: ".
           ACCEPT (W-LIN, 29) DOCFER (W-IX) WITH UPDATE
           ACCEPT (W-LIN, 44) TELFER (W-IX) WITH UPDATE
           DISPLAY (W-LIN, 57) "(L/G/O)".
       ACD-FERIDO-GRAV.
           ACCEPT (W-LIN, 65) GRAVFER (W-IX) WITH UPDATE
           IF GRAVFER (W-IX) = "l" MOVE "L" TO GRAVFER (W-IX).
           IF GRAVFER (W-IX) = "g" MOVE "G" TO GRAVFER (W-IX).
           IF GRAVFER (W-IX) = "o" MOVE "O" TO GRAVFER (W-IX).
           IF GRAVFER (W-IX) NOT = "L" AND NOT = "G" AND NOT = "O"
               MOVE "* GRAVIDADE L=LEVE G=GRAVE O=OBITO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACD-FERIDO-GRAV.
           MOVE W-IX TO QTDFER-ACD
           ADD 1 TO W-LIN
           IF W-IX < 3
               ADD 1 TO W-IX
               GO TO ACD-FERIDO-NOME.
      *
      * VEICULO DO TERCEIRO, SO NA COLISAO
       ACD-VEICULO.
           IF TIPOACID NOT = "C"
               GO TO ACD-TESTEMUNHAS.
           DISPLAY (11, 01) "   PLACA DO VEICULO.......: ".
           ACCEPT (11, 29) PLACA-ACD WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACD-FERIDOS.
           IF PLACA-ACD = SPACES
               MOVE "* INFORME A PLACA DO VEICULO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACD-VEICULO.
           DISPLAY (12, 01) "   VEICULO (MODELO/COR)...: ".
           ACCEPT (12, 29) VEICULO-ACD WITH UPDATE
           DISPLAY (13, 01) "   CONDUTOR...............: ".
           ACCEPT (13, 29) CONDUTOR-ACD WITH UPDATE
           DISPLAY (14, 01) "   CPF/TEL DO CONDUTOR....: ".
           ACCEPT (14, 29) CPFCOND-ACD WITH UPDATE
           ACCEPT (14, 41) TELCOND-ACD WITH UPDATE
           DISPLAY (15, 01) "   SEGURADORA DO TERCEIRO.: ".
           ACCEPT (15, 29) SEGTERC-ACD WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACD-VEICULO.
      *
      * TESTEMUNHAS (ATE 3); NOME EM BRANCO ENCERRA A LISTA
       ACD-TESTEMUNHAS.
           DISPLAY (17, 01) "   TESTEMUNHAS (NOME EM BRANCO = FIM)"
           MOVE ZEROS TO QTDTEST-ACD
           MOVE 1 TO W-IX
           MOVE 18 TO W-LIN.
       ACD-TESTEMUNHA-NOME.
           MOVE SPACES TO NOMETEST (W-IX)
           MOVE ZEROS TO TELTEST (W-IX)
           DISPLAY (W-LIN, 01) "   TESTEMUNHA (NOME/TEL)..: ".
           ACCEPT (W-LIN, 29) NOMETEST (W-IX) WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACD-FERIDOS.
           IF NOMETEST (W-IX) = SPACES
               GO TO ACD-REGISTROS.
           ACCEPT (W-LIN, 60) TELTEST (W-IX) WITH UPDATE
           MOVE W-IX TO QTDTEST-ACD
           ADD 1 TO W-LIN
           IF W-IX < 3
               ADD 1 TO W-IX
               GO TO ACD-TESTEMUNHA-NOME.
      *
      * BOLETIM, RESGATE, DECLARACAO DO CICLISTA E CONFIRMACAO
       ACD-REGISTROS.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 01) "  * ACIDENTE - REGISTROS E DECLARACAO *"
           DISPLAY (04, 01) "   BOLETIM DE OCORRENCIA..: ".
           ACCEPT (04, 29) BOLETIM-ACD WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACD-FERIDOS.
           DISPLAY (05, 01) "   REGISTRO DO RESGATE....: ".
           ACCEPT (05, 29) RESGATE-ACD WITH UPDATE
           DISPLAY (07, 01) "   DECLARACAO DO CICLISTA:".
           ACCEPT (08, 04) DECLAR1-ACD WITH UPDATE
           ACCEPT (09, 04) DECLAR2-ACD WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACD-REGISTROS.
           IF DECLAR1-ACD = SPACES
               MOVE "* REGISTRE A DECLARACAO DO CICLISTA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACD-REGISTROS.
           PERFORM LE-VISTORIA THRU LE-VISTORIA-FIM
           IF ST-ERRO = "00"
               DISPLAY (11, 01) "   VISTORIA DE DEVOLUCAO EM " DTINSP
                   "  OBS: " INSOBS
           ELSE
               DISPLAY (11, 01)
                   "   VISTORIA DE DEVOLUCAO AINDA NAO REGISTRADA".
           PERFORM SOMA-DANOS THRU SOMA-DANOS-FIM
           MOVE W-TOTDANO TO W-ED-VAL
           DISPLAY (12, 01) "   AVARIAS COBRADAS NA DEVOLUCAO: R$ "
               W-ED-VAL.
       ACD-REGISTRA-CONF.
           MOVE "S" TO W-OPCAO
           DISPLAY (14, 01) "   CONFIRMA O REGISTRO (S/N): ".
           ACCEPT (14, 32) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACD-REGISTROS.
           IF W-OPCAO = "n" OR "N"
               MOVE "* ACIDENTE NAO GRAVADO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-MODO.
           IF W-OPCAO NOT = "s" AND "S"
               MOVE "* DIGITE S OU N *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACD-REGISTRA-CONF.
           MOVE SPACES TO RESPONS-ACD
           MOVE "A AVALIAR " TO DSCRESPONS-ACD
           MOVE "N" TO SITTERC
           MOVE "SEM RECL. " TO DSCSITTERC
           MOVE "N" TO SITSEG
           MOVE "NAO ACION." TO DSCSITSEG
           MOVE "A" TO SITACID
           MOVE "ABERTO    " TO DSCSITACID
           MOVE W-DTHOJE TO DTREG-ACD
           MOVE W-OPER TO OPERREG-ACD
           MOVE "ACIDENTE" TO TIPOCTRL
           READ CADCONTROLE
           IF ST-CTRL NOT = "00"
               MOVE "ACIDENTE" TO TIPOCTRL
               MOVE 1 TO PROXNUM
               WRITE REGCTRL.
           MOVE PROXNUM TO NUMACID
           ADD 1 TO PROXNUM
           REWRITE REGCTRL
           WRITE REGACID
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
               MOVE "* ERRO AO GRAVAR O ACIDENTE *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-MODO.
           DISPLAY (16, 01) "   ACIDENTE REGISTRADO SOB O No " NUMACID
           MOVE "* ACIDENTE REGISTRADO *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ACC-MODO.
      *
      * LOCACAO DO CLIENTE W-CPF COM A BIKE W-NUMBIKE QUE COBRE A
      * DATA/HORA DO ACIDENTE, PELA CHAVE ALTERNATIVA DO CPF
       ACHA-LOCACAO.
           MOVE "N" TO W-ACHOU
           MOVE W-CPF TO FKCPF-CLI
           START CADLOC KEY IS = FKCPF-CLI
           IF ST-ERRO NOT = "00"
               GO TO ACHA-LOCACAO-FIM.
       ACHA-LOCACAO-PROX.
           READ CADLOC NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO ACHA-LOCACAO-FIM.
           IF FKCPF-CLI NOT = W-CPF
               GO TO ACHA-LOCACAO-FIM.
           IF FKNUM-BIKE NOT = W-NUMBIKE
               GO TO ACHA-LOCACAO-PROX.
           MOVE ANO-LOCA TO W-DTLOCREF (1:4)
           MOVE MES-LOCA TO W-DTLOCREF (5:2)
           MOVE DIA-LOCA TO W-DTLOCREF (7:2)
           COMPUTE W-HMLOC = (HRLOCACAO * 100) + MINLOCACAO
           IF W-DTLOCREF > W-DTACID
               GO TO ACHA-LOCACAO-PROX.
           IF W-DTLOCREF = W-DTACID AND W-HMLOC > W-HRACID
               GO TO ACHA-LOCACAO-PROX.
           IF DTENTREGA = ZEROS
               MOVE "S" TO W-ACHOU
               GO TO ACHA-LOCACAO-FIM.
           MOVE ANO-ENTR TO W-DTENTREF (1:4)
           MOVE MES-ENTR TO W-DTENTREF (5:2)
           MOVE DIA-ENTR TO W-DTENTREF (7:2)
           COMPUTE W-HMENT = (HRENTREGA * 100) + MINENTREGA
           IF W-DTENTREF < W-DTACID
               GO TO ACHA-LOCACAO-PROX.
           IF W-DTENTREF = W-DTACID AND W-HMENT < W-HRACID
               GO TO ACHA-LOCACAO-PROX.
           MOVE "S" TO W-ACHOU.
       ACHA-LOCACAO-FIM.
           EXIT.
      *
      * VISTORIA DE DEVOLUCAO (TIPOINSP 'E') DA LOCACAO DO ACIDENTE
       LE-VISTORIA.
           MOVE KEYLOCACAO-ACD TO KEYINSP (1:27)
           MOVE "E" TO TIPOINSP
           READ CADINSP.
       LE-VISTORIA-FIM.
           EXIT.
      *
      * AVARIAS COBRADAS NA DEVOLUCAO DA LOCACAO (CADCOBDANO)
       SOMA-DANOS.
           MOVE ZEROS TO W-TOTDANO
           MOVE KEYLOCACAO-ACD TO KEYLOCACAO-DANO
           MOVE LOW-VALUES TO ITEMDANO-COB
           START CADCOBDANO KEY IS >= KEYCOBDANO
           IF ST-ERRO NOT = "00"
               GO TO SOMA-DANOS-FIM.
       SOMA-DANOS-PROX.
           READ CADCOBDANO NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO SOMA-DANOS-FIM.
           IF KEYLOCACAO-DANO NOT = KEYLOCACAO-ACD
               GO TO SOMA-DANOS-FIM.
           ADD VALDANO-COB TO W-TOTDANO
           GO TO SOMA-DANOS-PROX.
       SOMA-DANOS-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * PARECER DE RESPONSABILIDADE, COM QUEM DEU E QUANDO
      *--------------------------------------------------------------
      *
       ACD-PARECER.
           PERFORM ACHA-ACID THRU ACHA-ACID-FIM
           IF W-NUMACID = ZEROS
               GO TO ACC-MODO.
       ACD-PARECER-RESP.
           DISPLAY (11, 01) "   RESPONSABILIDADE.......: ".
           DISPLAY (11, 32)
               "C=CICLISTA T=TERCEIRO D=DIVIDIDA E=EMPRESA".
           ACCEPT (11, 29) RESPONS-ACD WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-MODO.
           IF RESPONS-ACD = "c" MOVE "C" TO RESPONS-ACD.
           IF RESPONS-ACD = "t" MOVE "T" TO RESPONS-ACD.
           IF RESPONS-ACD = "d" MOVE "D" TO RESPONS-ACD.
           IF RESPONS-ACD = "e" MOVE "E" TO RESPONS-ACD.
           IF RESPONS-ACD = "C"
               MOVE "CICLISTA  " TO DSCRESPONS-ACD
           ELSE IF RESPONS-ACD = "T"
               MOVE "TERCEIRO  " TO DSCRESPONS-ACD
           ELSE IF RESPONS-ACD = "D"
               MOVE "DIVIDIDA  " TO DSCRESPONS-ACD
           ELSE IF RESPONS-ACD = "E"
               MOVE "EMPRESA   " TO DSCRESPONS-ACD
           ELSE
               MOVE "* DIGITE C, T, D OU E *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACD-PARECER-RESP.
       ACD-PARECER-TXT.
           DISPLAY (12, 01) "   PARECER:".
           ACCEPT (13, 04) PARECER-ACD WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACD-PARECER-RESP.
           IF PARECER-ACD = SPACES
               MOVE "* DESCREVA O PARECER *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACD-PARECER-TXT.
           MOVE W-OPER TO OPERPAR-ACD
           MOVE W-DTHOJE TO DTPAR-ACD
           PERFORM ATUALIZA-SIT THRU ATUALIZA-SIT-FIM
           REWRITE REGACID
           MOVE "* PARECER GRAVADO *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ACC-MODO.
      *
      *--------------------------------------------------------------
      * RECLAMACAO DO TERCEIRO: SITUACAO, VALOR RECLAMADO E, NA
      * QUITACAO, O VALOR PAGO PELA LOJA, QUE VIRA TITULO NO CONTAS
      * A PAGAR (UMA VEZ SO) NOS MOLDES DO TIT-GRAVA DO SGB079
      *--------------------------------------------------------------
      *
       ACD-TERCEIRO.
           PERFORM ACHA-ACID THRU ACHA-ACID-FIM
           IF W-NUMACID = ZEROS
               GO TO ACC-MODO.
           IF NUMTIT-TERC NOT = ZEROS
               MOVE "* ACORDO JA LANCADO NO CONTAS A PAGAR *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-MODO.
       ACD-TERCEIRO-SIT.
           DISPLAY (11, 01) "   SITUACAO DA RECLAMACAO.: ".
           DISPLAY (12, 04)
               "N=SEM RECLAMACAO R=RECLAMADA J=JUDICIAL Q=QUITADA".
           DISPLAY (13, 04) "E=ENCERRADA SEM PAGAMENTO".
           ACCEPT (11, 29) SITTERC WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-MODO.
           IF SITTERC = "n" MOVE "N" TO SITTERC.
           IF SITTERC = "r" MOVE "R" TO SITTERC.
           IF SITTERC = "j" MOVE "J" TO SITTERC.
           IF SITTERC = "q" MOVE "Q" TO SITTERC.
           IF SITTERC = "e" MOVE "E" TO SITTERC.
           IF SITTERC = "N"
               MOVE "SEM RECL. " TO DSCSITTERC
           ELSE IF SITTERC = "R"
               MOVE "RECLAMADA " TO DSCSITTERC
           ELSE IF SITTERC = "J"
               MOVE "JUDICIAL  " TO DSCSITTERC
           ELSE IF SITTERC = "Q"
               MOVE "QUITADA   " TO DSCSITTERC
           ELSE IF SITTERC = "E"
               MOVE "ENCERRADA " TO DSCSITTERC
           ELSE
               MOVE "* DIGITE N, R, J, Q OU E *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACD-TERCEIRO-SIT.
           IF SITTERC = "N"
               MOVE ZEROS TO VALRECL-TERC VALPAGO-TERC DTQUIT-TERC
               GO TO ACD-TERCEIRO-GRAVA.
           DISPLAY (15, 01) "   VALOR RECLAMADO........: ".
           ACCEPT (15, 29) VALRECL-TERC WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACD-TERCEIRO-SIT.
           IF SITTERC NOT = "Q"
               MOVE ZEROS TO VALPAGO-TERC DTQUIT-TERC
               GO TO ACD-TERCEIRO-GRAVA.
       ACD-TERCEIRO-QUITA.
           DISPLAY (16, 01) "   VALOR PAGO PELA LOJA...: ".
           ACCEPT (16, 29) VALPAGO-TERC WITH UPDATE
           IF DTQUIT-TERC = ZEROS
               MOVE W-DTHOJE TO DTQUIT-TERC.
           DISPLAY (17, 01) "   DATA DO PAGTO AAAAMMDD.: ".
           ACCEPT (17, 29) DTQUIT-TERC WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACD-TERCEIRO-SIT.
           IF DTQUIT-TERC = ZEROS
               MOVE "* DATA INVALIDA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACD-TERCEIRO-QUITA.
           IF VALPAGO-TERC = ZEROS
               GO TO ACD-TERCEIRO-GRAVA.
      * FAVORECIDO: O CONDUTOR DO VEICULO OU O PRIMEIRO FERIDO
           MOVE CPFCOND-ACD TO W-CPFFAV
           MOVE CONDUTOR-ACD TO W-NOMEFAV
           IF W-NOMEFAV = SPACES AND QTDFER-ACD > ZEROS
               MOVE NOMEFER (1) TO W-NOMEFAV.
       ACD-TERCEIRO-FAV.
           DISPLAY (18, 01) "   CPF DO FAVORECIDO......: ".
           ACCEPT (18, 29) W-CPFFAV WITH UPDATE
           DISPLAY (19, 01) "   NOME DO FAVORECIDO.....: ".
           ACCEPT (19, 29) W-NOMEFAV WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACD-TERCEIRO-QUITA.
           IF W-NOMEFAV = SPACES
               MOVE "* INFORME O FAVORECIDO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACD-TERCEIRO-FAV.
           MOVE W-CPFFAV TO CNPJCRED
           MOVE W-NOMEFAV TO NOMECRED
           MOVE ZEROS TO NUMPED-PAGAR DTPAGTO-PAGAR
           MOVE SPACES TO APOL-PAGAR DSCPAGAR
           MOVE "A" TO TIPOPAGAR
           MOVE "ACIDENTE  " TO DSCTIPOPAGAR
           STRING "ACORDO DO ACIDENTE No " NUMACID
               DELIMITED BY SIZE INTO DSCPAGAR
           MOVE VALPAGO-TERC TO VALPAGAR
           MOVE W-DTHOJE TO DTEMIS-PAGAR
           MOVE DTQUIT-TERC TO DTVENC-PAGAR
           MOVE "A" TO SITPAGAR
           MOVE "ABERTO  " TO DSCSITPAGAR
           MOVE "PAGAR   " TO TIPOCTRL
           READ CADCONTROLE
           IF ST-CTRL NOT = "00"
               MOVE "PAGAR   " TO TIPOCTRL
               MOVE 1 TO PROXNUM
               WRITE REGCTRL.
           MOVE PROXNUM TO NUMTITULO
           ADD 1 TO PROXNUM
           REWRITE REGCTRL
           WRITE REGPAGAR
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
               MOVE "* ERRO AO GRAVAR O TITULO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-MODO.
           MOVE NUMTITULO TO NUMTIT-TERC
           DISPLAY (21, 01) "   TITULO NO CONTAS A PAGAR: " NUMTITULO.
       ACD-TERCEIRO-GRAVA.
           PERFORM ATUALIZA-SIT THRU ATUALIZA-SIT-FIM
           REWRITE REGACID
           MOVE "* RECLAMACAO DO TERCEIRO ATUALIZADA *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ACC-MODO.
      *
      *--------------------------------------------------------------
      * SINISTRO NA SEGURADORA: A APOLICE TEM DE ESTAR VIGENTE NA
      * DATA DO ACIDENTE E COBRIR A BIKE (OU SER POR CATEGORIA)
      *--------------------------------------------------------------
      *
       ACD-SEGURO.
           PERFORM ACHA-ACID THRU ACHA-ACID-FIM
           IF W-NUMACID = ZEROS
               GO TO ACC-MODO.
       ACD-SEGURO-APOL.
           DISPLAY (11, 01) "   APOLICE (BRANCO=NENHUMA): ".
           ACCEPT (11, 30) NUMAPOL-ACD WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-MODO.
           IF NUMAPOL-ACD = SPACES
               MOVE SPACES TO NUMSINIS-ACD
               MOVE ZEROS TO VALINDEN-ACD DTINDEN-ACD
               MOVE "N" TO SITSEG
               MOVE "NAO ACION." TO DSCSITSEG
               GO TO ACD-SEGURO-GRAVA.
           MOVE NUMAPOL-ACD TO NUMAPOLICE
           READ CADAPOLICE
           IF ST-ERRO NOT = "00"
               MOVE "* APOLICE NAO CADASTRADA (SGB071) *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACD-SEGURO-APOL.
           IF DTACID < DTINI-APOL OR DTACID > DTFIM-APOL
               MOVE "* APOLICE FORA DA VIGENCIA NA DATA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACD-SEGURO-APOL.
           IF NUMBIKE-APOL NOT = ZEROS
                   AND NUMBIKE-APOL NOT = NUMBIKE-ACD
               MOVE "* APOLICE NAO COBRE ESTA BIKE *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACD-SEGURO-APOL.
           DISPLAY (11, 50) SEGURADORA.
       ACD-SEGURO-SIN.
           DISPLAY (12, 01) "   NUMERO DO SINISTRO.....: ".
           ACCEPT (12, 29) NUMSINIS-ACD WITH UPDATE
           DISPLAY (13, 01) "   SITUACAO DO SINISTRO...: ".
           DISPLAY (13, 32) "A=ABERTO P=PAGO R=RECUSADO".
           ACCEPT (13, 29) SITSEG WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACD-SEGURO-APOL.
           IF SITSEG = "a" MOVE "A" TO SITSEG.
           IF SITSEG = "p" MOVE "P" TO SITSEG.
           IF SITSEG = "r" MOVE "R" TO SITSEG.
           IF SITSEG = "A"
               MOVE "ABERTO    " TO DSCSITSEG
           ELSE IF SITSEG = "P"
               MOVE "PAGO      " TO DSCSITSEG
           ELSE IF SITSEG = "R"
               MOVE "RECUSADO  " TO DSCSITSEG
           ELSE
               MOVE "* DIGITE A, P OU R *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACD-SEGURO-SIN.
           IF NUMSINIS-ACD = SPACES
               MOVE "* INFORME O NUMERO DO SINISTRO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACD-SEGURO-SIN.
           IF SITSEG NOT = "P"
               MOVE ZEROS TO VALINDEN-ACD DTINDEN-ACD
               GO TO ACD-SEGURO-GRAVA.
       ACD-SEGURO-PAGO.
           DISPLAY (14, 01) "   VALOR INDENIZADO.......: ".
           ACCEPT (14, 29) VALINDEN-ACD WITH UPDATE
           IF DTINDEN-ACD = ZEROS
               MOVE W-DTHOJE TO DTINDEN-ACD.
           DISPLAY (15, 01) "   DATA DA INDENIZACAO....: ".
           ACCEPT (15, 29) DTINDEN-ACD WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACD-SEGURO-SIN.
           IF VALINDEN-ACD = ZEROS OR DTINDEN-ACD = ZEROS
                   OR DTINDEN-ACD > W-DTHOJE
               MOVE "* VALOR OU DATA INVALIDOS *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACD-SEGURO-PAGO.
       ACD-SEGURO-GRAVA.
           PERFORM ATUALIZA-SIT THRU ATUALIZA-SIT-FIM
           REWRITE REGACID
           MOVE "* SINISTRO ATUALIZADO *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ACC-MODO.
      *
      * ENCERRA O ACIDENTE COM PARECER DADO E RECLAMACAO E SINISTRO
      * RESOLVIDOS (OU NAO ACIONADOS); SENAO ELE FICA (OU VOLTA) ABERTO
       ATUALIZA-SIT.
           MOVE "A" TO SITACID
           MOVE "ABERTO    " TO DSCSITACID
           IF RESPONS-ACD = SPACES
               GO TO ATUALIZA-SIT-FIM.
           IF SITTERC = "R" OR "J"
               GO TO ATUALIZA-SIT-FIM.
           IF SITSEG = "A"
               GO TO ATUALIZA-SIT-FIM.
           MOVE "E" TO SITACID
           MOVE "ENCERRADO " TO DSCSITACID.
       ATUALIZA-SIT-FIM.
           EXIT.
      *
       ACHA-ACID.
           MOVE ZEROS TO W-NUMACID
           DISPLAY (06, 01) "   NUMERO DO ACIDENTE (0=VOLTAR): ".
           ACCEPT (06, 36) W-NUMACID WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR W-NUMACID = ZEROS
               MOVE ZEROS TO W-NUMACID
               GO TO ACHA-ACID-FIM.
           MOVE W-NUMACID TO NUMACID
           READ CADACID
           IF ST-ERRO NOT = "00"
               MOVE "* ACIDENTE NAO ENCONTRADO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               MOVE ZEROS TO W-NUMACID
               GO TO ACHA-ACID-FIM.
           DISPLAY (07, 01) "   " DTACID " " HRACID "  BIKE "
               NUMBIKE-ACD
               "  CONTRATO " NUMCONTR-ACD "  " DSCTIPOACID
           DISPLAY (08, 01) "   " LOCAL-ACD
           DISPLAY (09, 01) "   RESP.: " DSCRESPONS-ACD
               " TERCEIRO: " DSCSITTERC " SEGURO: " DSCSITSEG.
       ACHA-ACID-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * FICHA DO ACIDENTE (SPOOL), COM A VISTORIA DE DEVOLUCAO E AS
      * AVARIAS COBRADAS DA LOCACAO LIDAS NA HORA
      *--------------------------------------------------------------
      *
       ACD-FICHA.
           PERFORM ACHA-ACID THRU ACHA-ACID-FIM
           IF W-NUMACID = ZEROS
               GO TO ACC-MODO.
           DISPLAY (01, 01) ERASE
           PERFORM ABRE-SPOOL THRU ABRE-SPOOL-FIM
           STRING "---- FICHA DO ACIDENTE No " NUMACID " - "
               DSCSITACID " ----"
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "REGISTRADO EM " DTREG-ACD " POR " OPERREG-ACD
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           MOVE KEYLOCACAO-ACD (1:11) TO CPF-CLI
           READ CADCLI
           IF ST-ERRO NOT = "00"
               MOVE SPACES TO NOME-CLI.
           STRING "CLIENTE..: " CPF-CLI " " NOME-CLI
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "LOCACAO..: CONTRATO " NUMCONTR-ACD "  BIKE "
               NUMBIKE-ACD "  RETIRADA " KEYLOCACAO-ACD (16:8) " "
               KEYLOCACAO-ACD (24:4) "  FILIAL " FILIAL-ACD
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "ACIDENTE.: " DTACID " " HRACID "  " DSCTIPOACID
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "LOCAL....: " LOCAL-ACD
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "FERIDOS..: " QTDFER-ACD
               "  (GRAVIDADE L=LEVE G=GRAVE O=OBITO)"
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           MOVE 1 TO W-IX.
       ACD-FICHA-FER.
           IF W-IX > QTDFER-ACD
               GO TO ACD-FICHA-VEIC.
           STRING "  " NOMEFER (W-IX) " " DOCFER (W-IX) " "
               TELFER (W-IX) " " GRAVFER (W-IX)
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           ADD 1 TO W-IX
           GO TO ACD-FICHA-FER.
       ACD-FICHA-VEIC.
           IF PLACA-ACD NOT = SPACES
               STRING "VEICULO..: PLACA " PLACA-ACD " " VEICULO-ACD
                   "  SEGURO " SEGTERC-ACD
                   DELIMITED BY SIZE INTO W-LINSPOOL
               PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM
               STRING "CONDUTOR.: " CONDUTOR-ACD " CPF " CPFCOND-ACD
                   " TEL " TELCOND-ACD
                   DELIMITED BY SIZE INTO W-LINSPOOL
               PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "TESTEMUNHAS: " QTDTEST-ACD
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           MOVE 1 TO W-IX.
       ACD-FICHA-TEST.
           IF W-IX > QTDTEST-ACD
               GO TO ACD-FICHA-REG.
           STRING "  " NOMETEST (W-IX) " TEL " TELTEST (W-IX)
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           ADD 1 TO W-IX
           GO TO ACD-FICHA-TEST.
       ACD-FICHA-REG.
           STRING "BOLETIM DE OCORRENCIA: " BOLETIM-ACD
               "  RESGATE: " RESGATE-ACD
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "DECLARACAO DO CICLISTA:"
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "  " DECLAR1-ACD
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           IF DECLAR2-ACD NOT = SPACES
               STRING "  " DECLAR2-ACD
                   DELIMITED BY SIZE INTO W-LINSPOOL
               PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           PERFORM LE-VISTORIA THRU LE-VISTORIA-FIM
           IF ST-ERRO = "00"
               STRING "VISTORIA DE DEVOLUCAO " DTINSP " ARRANHOES "
                   INSARRANHOES " FREIOS " INSFREIOS " PNEUS "
                   INSPNEUS
                   DELIMITED BY SIZE INTO W-LINSPOOL
               PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM
               STRING "  OBS: " INSOBS
                   DELIMITED BY SIZE INTO W-LINSPOOL
           ELSE
               STRING "VISTORIA DE DEVOLUCAO: NAO REGISTRADA"
                   DELIMITED BY SIZE INTO W-LINSPOOL.
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "AVARIAS COBRADAS NA DEVOLUCAO (CADCOBDANO):"
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           MOVE ZEROS TO W-TOTDANO
           MOVE KEYLOCACAO-ACD TO KEYLOCACAO-DANO
           MOVE LOW-VALUES TO ITEMDANO-COB
           START CADCOBDANO KEY IS >= KEYCOBDANO
           IF ST-ERRO NOT = "00"
               GO TO ACD-FICHA-PARECER.
       ACD-FICHA-DANO.
           READ CADCOBDANO NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO ACD-FICHA-PARECER.
           IF KEYLOCACAO-DANO NOT = KEYLOCACAO-ACD
               GO TO ACD-FICHA-PARECER.
           ADD VALDANO-COB TO W-TOTDANO
           MOVE ITEMDANO-COB TO ITEMDANO
           MOVE SEVERDANO-COB TO SEVERDANO
           READ CADDANO
           IF ST-ERRO NOT = "00"
               MOVE SPACES TO DSCDANO.
           MOVE VALDANO-COB TO W-ED-VAL
           STRING "  " ITEMDANO-COB SEVERDANO-COB " " DSCDANO
               " R$ " W-ED-VAL
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           GO TO ACD-FICHA-DANO.
       ACD-FICHA-PARECER.
           MOVE W-TOTDANO TO W-ED-VAL
           STRING "  TOTAL DAS AVARIAS.....: R$ " W-ED-VAL
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "RESPONSABILIDADE: " DSCRESPONS-ACD
               "  PARECER DE " OPERPAR-ACD " EM " DTPAR-ACD
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           IF PARECER-ACD NOT = SPACES
               STRING "  " PARECER-ACD
                   DELIMITED BY SIZE INTO W-LINSPOOL
               PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           MOVE VALRECL-TERC TO W-ED-VAL
           MOVE VALPAGO-TERC TO W-ED-VAL2
           STRING "TERCEIRO: " DSCSITTERC " RECLAMADO " W-ED-VAL
               " PAGO " W-ED-VAL2 " EM " DTQUIT-TERC
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           IF NUMTIT-TERC NOT = ZEROS
               STRING "  TITULO NO CONTAS A PAGAR: " NUMTIT-TERC
                   DELIMITED BY SIZE INTO W-LINSPOOL
               PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "SEGURADORA: " DSCSITSEG " APOLICE " NUMAPOL-ACD
               " SINISTRO " NUMSINIS-ACD
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           IF SITSEG = "P"
               MOVE VALINDEN-ACD TO W-ED-VAL
               STRING "  INDENIZADO R$ " W-ED-VAL " EM " DTINDEN-ACD
                   DELIMITED BY SIZE INTO W-LINSPOOL
               PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           PERFORM FECHA-SPOOL THRU FECHA-SPOOL-FIM.
           DISPLAY "TECLE ENTER PARA VOLTAR".
           ACCEPT W-OPCAO
           GO TO ACC-MODO.
      *
      *--------------------------------------------------------------
      * ACIDENTES EM ABERTO, COM A SITUACAO DA RECLAMACAO E DO
      * SINISTRO, E OS TOTAIS DE TODOS OS ACIDENTES REGISTRADOS
      *--------------------------------------------------------------
      *
       ACD-RELATORIO.
           MOVE ZEROS TO W-QTDACID W-QTDABERTO W-QTDFERIDOS
               W-TOTRECL W-TOTPAGO W-TOTINDEN
           DISPLAY (01, 01) ERASE
           PERFORM ABRE-SPOOL THRU ABRE-SPOOL-FIM
           STRING "---- ACIDENTES EM ABERTO EM " W-DTHOJE " ----"
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "NUMERO DATA     BIKE TIPO       RESPONSAB. "
               "TERCEIRO   SEGURO"
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           MOVE ZEROS TO NUMACID
           START CADACID KEY IS >= NUMACID
           IF ST-ERRO NOT = "00"
               GO TO ACD-RELATORIO-FIM.
       ACD-RELATORIO-PROX.
           READ CADACID NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO ACD-RELATORIO-FIM.
           ADD 1 TO W-QTDACID
           ADD QTDFER-ACD TO W-QTDFERIDOS
           ADD VALRECL-TERC TO W-TOTRECL
           ADD VALPAGO-TERC TO W-TOTPAGO
           ADD VALINDEN-ACD TO W-TOTINDEN
           IF SITACID NOT = "A"
               GO TO ACD-RELATORIO-PROX.
           ADD 1 TO W-QTDABERTO
           STRING NUMACID " " DTACID " " NUMBIKE-ACD " "
               DSCTIPOACID " " DSCRESPONS-ACD " " DSCSITTERC " "
               DSCSITSEG
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           GO TO ACD-RELATORIO-PROX.
       ACD-RELATORIO-FIM.
           STRING " "
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "ACIDENTES REGISTRADOS.....: " W-QTDACID
               "   EM ABERTO: " W-QTDABERTO
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "FERIDOS...................: " W-QTDFERIDOS
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           MOVE W-TOTRECL TO W-ED-TOT
           STRING "RECLAMADO POR TERCEIROS...: R$ " W-ED-TOT
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           MOVE W-TOTPAGO TO W-ED-TOT
           STRING "PAGO A TERCEIROS..........: R$ " W-ED-TOT
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           MOVE W-TOTINDEN TO W-ED-TOT
           STRING "INDENIZADO PELA SEGURADORA: R$ " W-ED-TOT
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           PERFORM FECHA-SPOOL THRU FECHA-SPOOL-FIM.
           DISPLAY "TECLE ENTER PARA VOLTAR".
           ACCEPT W-OPCAO
           GO TO ACC-MODO.
      *
       ENCERRA.
           CLOSE CADACID CADLOC CADCLI CADFUNC CADINSP CADDANO
               CADCOBDANO CADAPOLICE CADPAGAR CADCONTROLE
           GO TO ROT-FIM.
      *
      *--------------------------------------------------------------
      * ABERTURA DO SPOOL DO RELATORIO: TIRA O NUMERO DA SERIE
      * "SPOOL" (CADCONTROLE), GRAVA O REGISTRO DE CONTROLE NO
      * CADSPOOL E ABRE O ARQUIVO SPLnnnnnn.TXT COM O CABECALHO. SE
      * O SPOOL NAO PUDER SER ABERTO, O RELATORIO SAI SO NA TELA
      *--------------------------------------------------------------
      *
       ABRE-SPOOL.
           MOVE "N" TO W-SPOOLOK
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
           MOVE "SPOOL   " TO TIPOCTRL
           READ CADCONTROLE
           IF ST-CTRL NOT = "00"
               MOVE "SPOOL   " TO TIPOCTRL
               MOVE 1 TO PROXNUM
               WRITE REGCTRL.
           MOVE PROXNUM TO W-NUMSPOOL
           ADD 1 TO PROXNUM
           REWRITE REGCTRL
           MOVE W-NUMSPOOL TO NUMSPOOL
           MOVE W-NUMSPOOL TO W-ARQSPOOLNUM
           MOVE "SGB157" TO PROGSPOOL
           ACCEPT DTSPOOL FROM DATE YYYYMMDD
           ACCEPT W-HORASPOOL FROM TIME
           MOVE W-HMSSPOOL TO HRSPOOL
           MOVE W-OPER TO OPERSPOOL
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
