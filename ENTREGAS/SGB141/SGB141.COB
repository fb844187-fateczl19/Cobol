       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGB141.
       AUTHOR. VINICIUS ESCAME DOS SANTOS.
      *--------------------------------------------------------------
      * RECALL E BOLETIM DE SEGURANCA DO FABRICANTE -- MARCA/MODELO,
      * FAIXA DE NUMERO DE SERIE DO CHASSI (CADCHASSI), DESCRICAO E
      * GRAVIDADE. NO REGISTRO SAO LISTADAS TODAS AS BIKES DA FROTA
      * ATINGIDAS E E ABERTA UMA ORDEM DE SERVICO (CADMANUT) PARA
      * CADA UMA. COM GRAVIDADE 3 (PARADA OBRIGATORIA) A BIKE E
      * RECUSADA NA LOCACAO (SGB004) E NA DISPONIBILIDADE (SGB058)
      * ATE A ORDEM DO RECALL SER FINALIZADA NO SGB008
      *   I = REGISTRAR RECALL   L = LISTAR AS BIKES DE UM RECALL
      *   R = RELATORIO DE ANDAMENTO (CONCLUIDAS X PENDENTES) POR
      *       RECALL (VAI PARA O SPOOL)
      * BIKE SEM CHASSI CADASTRADO ENTRA NO RECALL MARCADA PARA
      * CONFERENCIA MANUAL; BAIXADAS E ROUBADAS FICAM DE FORA
      *--------------------------------------------------------------
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT CADRECALL
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMRECALL
                    FILE STATUS  IS ST-RCL.

            SELECT CADRECBIKE
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYRECBIKE
                    FILE STATUS  IS ST-RCB
                    ALTERNATE RECORD KEY IS BIKE-RB
                                            WITH DUPLICATES.

            SELECT CADMANUT
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYMANUT
                    FILE STATUS  IS ST-MAN
                    ALTERNATE RECORD KEY IS NUM-BIKE-MANUT
                                            WITH DUPLICATES.

            SELECT CADBIKE
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMERO
                    FILE STATUS  IS ST-ERRO.

            SELECT CADCHASSI
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SERIAL-CHASSI
                    FILE STATUS  IS ST-CHS
                    ALTERNATE RECORD KEY IS NUMBIKE-CH.

            SELECT CADLOCAB
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMBIKE-AB
                    FILE STATUS  IS ST-LOCAB
                    ALTERNATE RECORD KEY IS CHPREV-AB
                                            WITH DUPLICATES.

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
      * RECALL / BOLETIM DE SEGURANCA DO FABRICANTE (SGB141) --
      * MARCA/MODELO, FAIXA DE NUMERO DE SERIE DO CHASSI (BRANCO =
      * SEM LIMITE), DESCRICAO E GRAVIDADE:
      *   1 = INFORMATIVO   2 = CORRECAO OBRIGATORIA
      *   3 = PARADA OBRIGATORIA (BIKE NAO PODE RODAR ATE A ORDEM DE
      *       SERVICO DO RECALL SER FINALIZADA)
      *--------------------------------------------------------------
      *
       FD CADRECALL
           VALUE OF FILE-ID IS "CADRECALL.DAT".
       01 REGRECALL.
           03 NUMRECALL        PIC 9(06).
           03 MARCA-RC         PIC X(20).
           03 MODELO-RC        PIC X(20).
           03 SERINI-RC        PIC X(20).
           03 SERFIM-RC        PIC X(20).
           03 DESCR-RC         PIC X(60).
           03 GRAV-RC          PIC 9(01).
           03 DTREG-RC         PIC 9(08).
           03 OPER-RC          PIC 9(04).
           03 QTDBIKE-RC       PIC 9(04).
      *
      *--------------------------------------------------------------
      * BIKES ATINGIDAS POR CADA RECALL E A ORDEM DE SERVICO ABERTA
      * PARA CADA UMA (CADMANUT); A BIKE ESTA CONCLUIDA QUANDO A
      * ORDEM E FINALIZADA NO SGB008. SEMCHASSI = "S" QUANDO A BIKE
      * NAO TEM CHASSI NO CADCHASSI E ENTROU POR SEGURANCA
      *--------------------------------------------------------------
      *
       FD CADRECBIKE
           VALUE OF FILE-ID IS "CADRECBIKE.DAT".
       01 REGRECBIKE.
           03 KEYRECBIKE.
               05 NUMRECALL-RB PIC 9(06).
               05 NUMBIKE-RB   PIC 9(04).
           03 BIKE-RB          PIC 9(04).
           03 SERIAL-RB        PIC X(20).
           03 SEMCHASSI-RB     PIC X(01).
           03 GRAV-RB          PIC 9(01).
           03 SEQMANUT-RB      PIC 9(04).
           03 DTREG-RB         PIC 9(08).
      *
       FD CADMANUT LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADMANUT.DAT".
       01 REGMANUT.
           03 KEYMANUT.
               05 NUM-BIKE-MANUT   PIC 9(04).
               05 SEQ-MANUT        PIC 9(04).
           03 DTABERTURA.
               05 DIA-ABERT    PIC 9(02).
               05 MES-ABERT    PIC 9(02).
               05 ANO-ABERT    PIC 9(04).
           03 PROBLEMA         PIC X(40).
           03 PECASUSADAS      PIC X(40).
           03 CUSTOMANUT       PIC 9(06)V99.
           03 DTRETORNO.
               05 DIA-RETO     PIC 9(02).
               05 MES-RETO     PIC 9(02).
               05 ANO-RETO     PIC 9(04).
           03 SITUACMANUT      PIC X(01).
           03 SITUACMANUTDESC  PIC X(10).
      *
       FD CADBIKE LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADBIKE.DAT".
       01 REGBIKE.
           03 NUMERO        PIC 9(04).
           03 MARCA         PIC X(20).
           03 MODELO        PIC X(20).
           03 CATEG         PIC X(01).
           03 CATEGDESC     PIC X(10).
           03 ARO           PIC 9(02).
           03 COR           PIC 9(01).
           03 CORDESC       PIC X(10).
           03 VALCOMPRA     PIC 9(06)V99.
           03 VALHORA       PIC 9(06)V99.
           03 VALLOC        PIC 9(06)V99.
           03 SITUAC        PIC X(01).
           03 SITUACDESC    PIC X(11).
           03 DATCOMPRA.
               05 DIA-COMPRA    PIC 9(02).
               05 MES-COMPRA    PIC 9(02).
               05 ANO-COMPRA    PIC 9(04).
           03 DATULTUSO.
               05 DIA-ULTUSO    PIC 9(02).
               05 MES-ULTUSO    PIC 9(02).
               05 ANO-ULTUSO    PIC 9(04).
           03 HORASACUM     PIC 9(06).
           03 CODFILIAL     PIC 9(02).
           03 CODFILIALDESC PIC X(15).
           03 VALDIA        PIC 9(06)V99.
           03 VALSEMANA     PIC 9(06)V99.
           03 FOTOPATH      PIC X(60).
      *
      *
       FD CADCHASSI
           VALUE OF FILE-ID IS "CADCHASSI.DAT".
       01 REGCHASSI.
           03 SERIAL-CHASSI   PIC X(20).
           03 NUMBIKE-CH      PIC 9(04).
           03 DTREG-CH        PIC 9(08).
      *
      *--------------------------------------------------------------
      * INDICE DE LOCACOES EM ABERTO (SGB134) -- UMA ENTRADA POR BIKE
      * NA RUA, ACOMPANHANDO CADA GRAVACAO DO REGLOC (ATUALIZA-LOCAB)
      *--------------------------------------------------------------
      *
       FD CADLOCAB
           VALUE OF FILE-ID IS "CADLOCAB.DAT".
       01 REGLOCAB.
           03 NUMBIKE-AB       PIC 9(04).
           03 CHPREV-AB.
               05 DTPREV-AB.
                   07 ANOPREV-AB   PIC 9(04).
                   07 MESPREV-AB   PIC 9(02).
                   07 DIAPREV-AB   PIC 9(02).
               05 HRPREV-AB    PIC 9(02).
               05 MINPREV-AB   PIC 9(02).
           03 KEYLOC-AB        PIC X(27).
           03 CPF-AB           PIC 9(11).
           03 NUMCONTR-AB      PIC 9(08).
           03 FILIAL-AB        PIC 9(02).
           03 GRUPO-AB         PIC 9(06).
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
       77 ST-RCL        PIC X(02) VALUE "00".
       77 ST-RCB        PIC X(02) VALUE "00".
       77 ST-MAN        PIC X(02) VALUE "00".
       77 ST-CHS        PIC X(02) VALUE "00".
       77 ST-LOCAB      PIC X(02) VALUE "00".
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-MODO        PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 W-NUMREC      PIC 9(06) VALUE ZEROS.
       77 W-OPER        PIC 9(04) VALUE ZEROS.
       77 W-ATINGE      PIC X(01) VALUE "N".
       77 W-NARUA       PIC X(01) VALUE "N".
       77 W-SITREC      PIC X(09) VALUE SPACES.
       77 W-TOTLIDOS    PIC 9(06) VALUE ZEROS.
       77 W-TOTLINHAS   PIC 9(04) VALUE ZEROS.
       77 W-TOTBIKE     PIC 9(04) VALUE ZEROS.
       77 W-TOTFEITO    PIC 9(04) VALUE ZEROS.
       77 W-TOTPEND     PIC 9(04) VALUE ZEROS.
       77 W-PCT         PIC 9(03) VALUE ZEROS.
       77 W-PONT        PIC 9(03) VALUE ZEROS.
       01 W-DATAHOJE    PIC 9(08) VALUE ZEROS.
       01 W-DATAHOJE-R REDEFINES W-DATAHOJE.
           03 W-ANOHOJE PIC 9(04).
           03 W-MESHOJE PIC 9(02).
           03 W-DIAHOJE PIC 9(02).
      *
       01 TTGRAV.
           03 FILLER PIC X(12) VALUE "INFORMATIVO ".
           03 FILLER PIC X(12) VALUE "CORRECAO    ".
           03 FILLER PIC X(12) VALUE "PARADA OBRIG".
       01 TTABGRAV REDEFINES TTGRAV.
           03 TABGRAV PIC X(12) OCCURS 3 TIMES.
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
           OPEN I-O CADRECALL
           IF ST-RCL NOT = "00"
               IF ST-RCL = "30" OR "35"
                   OPEN OUTPUT CADRECALL
                   CLOSE CADRECALL
                   OPEN I-O CADRECALL
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQ CADRECALL.DAT *"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
           OPEN I-O CADRECBIKE
           IF ST-RCB NOT = "00"
               IF ST-RCB = "30" OR "35"
                   OPEN OUTPUT CADRECBIKE
                   CLOSE CADRECBIKE
                   OPEN I-O CADRECBIKE
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQ CADRECBIKE.DAT *"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADRECALL
                   GO TO ROT-FIM.
           OPEN I-O CADMANUT
           IF ST-MAN NOT = "00"
               IF ST-MAN = "30" OR "35"
                   OPEN OUTPUT CADMANUT
                   CLOSE CADMANUT
                   OPEN I-O CADMANUT
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQUIVO CADMANUT.DAT *"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADRECALL CADRECBIKE
                   GO TO ROT-FIM.
           OPEN INPUT CADBIKE
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO AO ABRIR O ARQUIVO CADBIKE.DAT *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADRECALL CADRECBIKE CADMANUT
               GO TO ROT-FIM.
           OPEN INPUT CADCHASSI
           IF ST-CHS NOT = "00"
               IF ST-CHS = "30" OR "35"
                   OPEN OUTPUT CADCHASSI
                   CLOSE CADCHASSI
                   OPEN INPUT CADCHASSI
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQ CADCHASSI.DAT *"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADRECALL CADRECBIKE CADMANUT CADBIKE
                   GO TO ROT-FIM.
           OPEN INPUT CADLOCAB
           IF ST-LOCAB NOT = "00"
               IF ST-LOCAB = "30" OR "35"
                   OPEN OUTPUT CADLOCAB
                   CLOSE CADLOCAB
                   OPEN INPUT CADLOCAB
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQUIVO CADLOCAB.DAT *"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADRECALL CADRECBIKE CADMANUT CADBIKE
                         CADCHASSI
                   GO TO ROT-FIM.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD.
      *
       ACC-MODO.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 01) "  * RECALL E BOLETIM DE SEGURANCA *"
           MOVE SPACES TO W-MODO
           DISPLAY (03, 01)
               "   I=REGISTRAR RECALL  L=LISTAR BIKES DO RECALL"
           DISPLAY (04, 01)
               "   R=RELATORIO DE ANDAMENTO                MODO: ".
           ACCEPT (04, 50) W-MODO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR 01
               CLOSE CADRECALL CADRECBIKE CADMANUT CADBIKE CADCHASSI
                     CADLOCAB
               GO TO ROT-FIM.
           IF W-MODO = "i" MOVE "I" TO W-MODO.
           IF W-MODO = "l" MOVE "L" TO W-MODO.
           IF W-MODO = "r" MOVE "R" TO W-MODO.
           IF W-MODO = "L"
               GO TO ACC-NUMREC.
           IF W-MODO = "R"
               GO TO REL-INICIO.
           IF W-MODO NOT = "I"
               MOVE "* MODO I, L OU R *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-MODO.
      *
      *--------------------------------------------------------------
      * REGISTRO DO RECALL
      *--------------------------------------------------------------
      *
       ACC-MARCA.
           MOVE SPACES TO REGRECALL
           MOVE ZEROS TO GRAV-RC
           DISPLAY (06, 01) "   MARCA.............: ".
           ACCEPT (06, 24) MARCA-RC WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-MODO.
           IF MARCA-RC = SPACES
               MOVE "* INFORME A MARCA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-MARCA.
       ACC-MODELO.
           DISPLAY (07, 01) "   MODELO............: ".
           ACCEPT (07, 24) MODELO-RC WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-MARCA.
           IF MODELO-RC = SPACES
               MOVE "* INFORME O MODELO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-MODELO.
      *
      * FAIXA DE SERIE DO CHASSI; INICIO OU FIM EM BRANCO = SEM LIMITE
       ACC-SERINI.
           DISPLAY (08, 01) "   SERIE INICIAL.....: ".
           ACCEPT (08, 24) SERINI-RC WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-MODELO.
       ACC-SERFIM.
           DISPLAY (09, 01) "   SERIE FINAL.......: ".
           ACCEPT (09, 24) SERFIM-RC WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-SERINI.
           IF SERFIM-RC NOT = SPACES AND SERFIM-RC < SERINI-RC
               MOVE "* SERIE FINAL MENOR QUE A INICIAL *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-SERFIM.
       ACC-DESCR.
           DISPLAY (10, 01) "   DESCRICAO:".
           ACCEPT (11, 04) DESCR-RC WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-SERFIM.
           IF DESCR-RC = SPACES
               MOVE "* INFORME A DESCRICAO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-DESCR.
       ACC-GRAV.
           DISPLAY (12, 01)
               "   GRAVIDADE (1=INFORMATIVO 2=CORRECAO OBRIGATORIA"
           DISPLAY (13, 01) "              3=PARADA OBRIGATORIA): ".
           ACCEPT (13, 40) GRAV-RC WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-DESCR.
           IF GRAV-RC < 1 OR GRAV-RC > 3
               MOVE "* GRAVIDADE DE 1 A 3 *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-GRAV.
       ACC-OPER.
           MOVE ZEROS TO W-OPER
           DISPLAY (14, 01) "   MATRICULA DO OPERADOR: ".
           ACCEPT (14, 27) W-OPER WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-GRAV.
           IF W-OPER = ZEROS
               MOVE "* INFORME A MATRICULA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-OPER.
       CONFIRMA-GRAVA.
           MOVE "S" TO W-OPCAO
           DISPLAY (16, 01)
               "   REGISTRAR O RECALL E ABRIR AS ORDENS (S/N)? : ".
           ACCEPT (16, 50) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-OPER.
           IF W-OPCAO NOT = "S" AND "s"
               GO TO ACC-MODO.
      *
      * NUMERO DO RECALL NA SERIE "RECALL" DO CADCONTROLE
           OPEN I-O CADCONTROLE
           IF ST-CTRL NOT = "00"
               IF ST-CTRL = "30"
                   OPEN OUTPUT CADCONTROLE
                   CLOSE CADCONTROLE
                   OPEN I-O CADCONTROLE
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQ CADCONTROLE.DAT *"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACC-MODO.
           MOVE "RECALL  " TO TIPOCTRL
           READ CADCONTROLE
           IF ST-CTRL NOT = "00"
               MOVE "RECALL  " TO TIPOCTRL
               MOVE 1 TO PROXNUM
               WRITE REGCTRL.
           MOVE PROXNUM TO NUMRECALL
           ADD 1 TO PROXNUM
           REWRITE REGCTRL
           CLOSE CADCONTROLE
           MOVE W-DATAHOJE TO DTREG-RC
           MOVE W-OPER TO OPER-RC
           MOVE ZEROS TO QTDBIKE-RC
           WRITE REGRECALL
           IF ST-RCL NOT = "00"
               MOVE "* ERRO NA GRAVACAO DO RECALL *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-MODO.
      *
      *--------------------------------------------------------------
      * VARRE A FROTA: MESMA MARCA/MODELO, CHASSI DENTRO DA FAIXA;
      * PARA CADA BIKE ATINGIDA ABRE A ORDEM DE SERVICO E GRAVA A
      * BIKE NO RECALL
      *--------------------------------------------------------------
      *
       REG-INICIO.
           MOVE ZEROS TO W-TOTLIDOS W-TOTLINHAS
           PERFORM ABRE-SPOOL THRU ABRE-SPOOL-FIM.
           STRING " "
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "---- RECALL " NUMRECALL " - BIKES ATINGIDAS ----"
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING MARCA-RC " " MODELO-RC "  " TABGRAV (GRAV-RC)
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "SERIE DE [" SERINI-RC "] A [" SERFIM-RC "]"
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING DESCR-RC
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "BIKE FIL CHASSI               ORDEM     OBSERVACAO"
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           MOVE ZEROS TO NUMERO
           START CADBIKE KEY IS >= NUMERO
           IF ST-ERRO NOT = "00"
               GO TO REG-FIM.
       REG-PROX.
           READ CADBIKE NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO REG-FIM.
           ADD 1 TO W-TOTLIDOS
           IF SITUAC = "B" OR "b" OR "R" OR "r"
               GO TO REG-PROX.
           IF MARCA NOT = MARCA-RC OR MODELO NOT = MODELO-RC
               GO TO REG-PROX.
           PERFORM VERIFICA-SERIE THRU VERIFICA-SERIE-FIM
           IF W-ATINGE NOT = "S"
               GO TO REG-PROX.
           PERFORM ABRE-ORDEM THRU ABRE-ORDEM-FIM
           MOVE NUMRECALL TO NUMRECALL-RB
           MOVE NUMERO TO NUMBIKE-RB BIKE-RB
           MOVE GRAV-RC TO GRAV-RB
           MOVE SEQ-MANUT TO SEQMANUT-RB
           MOVE W-DATAHOJE TO DTREG-RB
           WRITE REGRECBIKE
           ADD 1 TO W-TOTLINHAS
           MOVE "N" TO W-NARUA
           MOVE NUMERO TO NUMBIKE-AB
           READ CADLOCAB
           IF ST-LOCAB = "00"
               MOVE "S" TO W-NARUA.
           MOVE 1 TO W-PONT
           STRING NUMERO " " CODFILIAL "  " SERIAL-RB " "
               NUMERO "/" SEQ-MANUT " "
               DELIMITED BY SIZE INTO W-LINSPOOL WITH POINTER W-PONT
           IF SEMCHASSI-RB = "S"
               STRING " SEM CHASSI-CONFERIR"
                   DELIMITED BY SIZE INTO W-LINSPOOL
                   WITH POINTER W-PONT.
           IF W-NARUA = "S"
               STRING " LOCADA"
                   DELIMITED BY SIZE INTO W-LINSPOOL
                   WITH POINTER W-PONT.
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           GO TO REG-PROX.
       REG-FIM.
           MOVE W-TOTLINHAS TO QTDBIKE-RC
           REWRITE REGRECALL
           STRING "BIKES LIDAS: " W-TOTLIDOS
               "  ATINGIDAS/ORDENS ABERTAS: " W-TOTLINHAS
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           IF GRAV-RC = 3
               STRING "PARADA OBRIGATORIA: AS BIKES FICAM BLOQUEADAS"
                   " ATE A ORDEM SER FINALIZADA"
                   DELIMITED BY SIZE INTO W-LINSPOOL
               PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           PERFORM FECHA-SPOOL THRU FECHA-SPOOL-FIM.
           DISPLAY "TECLE ENTER PARA VOLTAR".
           ACCEPT W-OPCAO
           GO TO ACC-MODO.
      *
      *--------------------------------------------------------------
      * CHASSI DA BIKE DENTRO DA FAIXA DO RECALL; SEM CHASSI
      * CADASTRADO A BIKE ENTRA PARA CONFERENCIA MANUAL
      *--------------------------------------------------------------
      *
       VERIFICA-SERIE.
           MOVE "S" TO W-ATINGE
           MOVE SPACES TO SERIAL-RB
           MOVE "N" TO SEMCHASSI-RB
           MOVE NUMERO TO NUMBIKE-CH
           READ CADCHASSI KEY IS NUMBIKE-CH
           IF ST-CHS NOT = "00"
               MOVE "S" TO SEMCHASSI-RB
               GO TO VERIFICA-SERIE-FIM.
           MOVE SERIAL-CHASSI TO SERIAL-RB
           IF SERINI-RC NOT = SPACES AND SERIAL-CHASSI < SERINI-RC
               MOVE "N" TO W-ATINGE.
           IF SERFIM-RC NOT = SPACES AND SERIAL-CHASSI > SERFIM-RC
               MOVE "N" TO W-ATINGE.
       VERIFICA-SERIE-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * ORDEM DE SERVICO DO RECALL, COM A PROXIMA SEQUENCIA LIVRE
      * DA BIKE (MESMA CONVENCAO DO SGB095)
      *--------------------------------------------------------------
      *
       ABRE-ORDEM.
           MOVE NUMERO TO NUM-BIKE-MANUT
           MOVE 1 TO SEQ-MANUT.
       ABRE-ORDEM-WR.
           MOVE W-DIAHOJE TO DIA-ABERT
           MOVE W-MESHOJE TO MES-ABERT
           MOVE W-ANOHOJE TO ANO-ABERT
           MOVE SPACES TO PROBLEMA
           STRING "RECALL " NUMRECALL " " DESCR-RC
               DELIMITED BY SIZE INTO PROBLEMA
           MOVE SPACES TO PECASUSADAS
           MOVE ZEROS TO CUSTOMANUT DTRETORNO
           MOVE "A" TO SITUACMANUT
           MOVE "ABERTA    " TO SITUACMANUTDESC
           WRITE REGMANUT
           IF ST-MAN = "22"
               ADD 1 TO SEQ-MANUT
               GO TO ABRE-ORDEM-WR.
       ABRE-ORDEM-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * LISTAGEM DAS BIKES DE UM RECALL, COM A SITUACAO DA ORDEM
      *--------------------------------------------------------------
      *
       ACC-NUMREC.
           MOVE ZEROS TO W-NUMREC
           DISPLAY (06, 01) "   NUMERO DO RECALL: ".
           ACCEPT (06, 22) W-NUMREC WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR W-NUMREC = ZEROS
               GO TO ACC-MODO.
           MOVE W-NUMREC TO NUMRECALL
           READ CADRECALL
           IF ST-RCL NOT = "00"
               MOVE "* RECALL NAO CADASTRADO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-NUMREC.
       LISTA-INICIO.
           DISPLAY " ".
           DISPLAY "---- RECALL " NUMRECALL " " MARCA-RC " " MODELO-RC.
           DISPLAY DESCR-RC.
           DISPLAY "GRAVIDADE " TABGRAV (GRAV-RC) "  REGISTRO "
               DTREG-RC "  OPER " OPER-RC.
           DISPLAY "BIKE CHASSI               ORDEM     SITUACAO".
           MOVE ZEROS TO W-TOTFEITO W-TOTPEND
           MOVE W-NUMREC TO NUMRECALL-RB
           MOVE ZEROS TO NUMBIKE-RB
           START CADRECBIKE KEY IS >= KEYRECBIKE
           IF ST-RCB NOT = "00"
               GO TO LISTA-FIM.
       LISTA-PROX.
           READ CADRECBIKE NEXT RECORD
           IF ST-RCB NOT = "00"
               GO TO LISTA-FIM.
           IF NUMRECALL-RB NOT = W-NUMREC
               GO TO LISTA-FIM.
           PERFORM SITUACAO-ORDEM THRU SITUACAO-ORDEM-FIM
           IF SEMCHASSI-RB = "S"
               DISPLAY NUMBIKE-RB " " SERIAL-RB " " NUMBIKE-RB "/"
                   SEQMANUT-RB " " W-SITREC " SEM CHASSI-CONFERIR"
           ELSE
               DISPLAY NUMBIKE-RB " " SERIAL-RB " " NUMBIKE-RB "/"
                   SEQMANUT-RB " " W-SITREC.
           GO TO LISTA-PROX.
       LISTA-FIM.
           DISPLAY "CONCLUIDAS: " W-TOTFEITO "  PENDENTES: " W-TOTPEND.
           DISPLAY "TECLE ENTER PARA VOLTAR".
           ACCEPT W-OPCAO
           GO TO ACC-MODO.
      *
      *--------------------------------------------------------------
      * SITUACAO DA BIKE NO RECALL: CONCLUIDA QUANDO A ORDEM DE
      * SERVICO ESTA FINALIZADA; ORDEM EXCLUIDA CONTA COMO PENDENTE
      *--------------------------------------------------------------
      *
       SITUACAO-ORDEM.
           MOVE NUMBIKE-RB TO NUM-BIKE-MANUT
           MOVE SEQMANUT-RB TO SEQ-MANUT
           READ CADMANUT
           IF ST-MAN = "00" AND (SITUACMANUT = "F" OR "f")
               MOVE "CONCLUIDA" TO W-SITREC
               ADD 1 TO W-TOTFEITO
           ELSE
               MOVE "PENDENTE " TO W-SITREC
               ADD 1 TO W-TOTPEND.
       SITUACAO-ORDEM-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * RELATORIO DE ANDAMENTO: POR RECALL, BIKES ATINGIDAS,
      * CONCLUIDAS E PENDENTES
      *--------------------------------------------------------------
      *
       REL-INICIO.
           MOVE ZEROS TO W-TOTLIDOS W-TOTLINHAS
           PERFORM ABRE-SPOOL THRU ABRE-SPOOL-FIM.
           STRING " "
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "---- ANDAMENTO DOS RECALLS  DATA " W-DATAHOJE
               " ----"
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "RECALL MARCA                MODELO"
               "               GRAV BIKES FEITAS PEND   %"
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           MOVE ZEROS TO NUMRECALL
           START CADRECALL KEY IS >= NUMRECALL
           IF ST-RCL NOT = "00"
               GO TO REL-FIM.
       REL-PROX.
           READ CADRECALL NEXT RECORD
           IF ST-RCL NOT = "00"
               GO TO REL-FIM.
           ADD 1 TO W-TOTLIDOS
           MOVE NUMRECALL TO W-NUMREC
           PERFORM CONTA-RECALL THRU CONTA-RECALL-FIM
           MOVE ZEROS TO W-PCT
           IF W-TOTBIKE NOT = ZEROS
               COMPUTE W-PCT = (W-TOTFEITO * 100) / W-TOTBIKE.
           IF W-TOTPEND NOT = ZEROS
               ADD 1 TO W-TOTLINHAS.
           STRING NUMRECALL " " MARCA-RC " " MODELO-RC " "
               GRAV-RC "    " W-TOTBIKE "  " W-TOTFEITO " "
               W-TOTPEND " " W-PCT
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           GO TO REL-PROX.
       REL-FIM.
           STRING "RECALLS: " W-TOTLIDOS "  COM PENDENCIA: "
               W-TOTLINHAS
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           PERFORM FECHA-SPOOL THRU FECHA-SPOOL-FIM.
           DISPLAY "TECLE ENTER PARA VOLTAR".
           ACCEPT W-OPCAO
           GO TO ACC-MODO.
      *
       CONTA-RECALL.
           MOVE ZEROS TO W-TOTBIKE W-TOTFEITO W-TOTPEND
           MOVE W-NUMREC TO NUMRECALL-RB
           MOVE ZEROS TO NUMBIKE-RB
           START CADRECBIKE KEY IS >= KEYRECBIKE
           IF ST-RCB NOT = "00"
               GO TO CONTA-RECALL-FIM.
       CONTA-RECALL-PROX.
           READ CADRECBIKE NEXT RECORD
           IF ST-RCB NOT = "00"
               GO TO CONTA-RECALL-FIM.
           IF NUMRECALL-RB NOT = W-NUMREC
               GO TO CONTA-RECALL-FIM.
           ADD 1 TO W-TOTBIKE
           PERFORM SITUACAO-ORDEM THRU SITUACAO-ORDEM-FIM
           GO TO CONTA-RECALL-PROX.
       CONTA-RECALL-FIM.
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
           MOVE "SGB141" TO PROGSPOOL
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
