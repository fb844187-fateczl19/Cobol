       AUTHOR. VINICIUS ESCAME DOS SANTOS.
      *--------------------------------------------------------------
      * RELATORIO DE BIKES EM ATRASO
      * LE SO O INDICE DE LOCACOES EM ABERTO (CADLOCAB, MANTIDO PELO
      * SGB004/056/057/062/095 E RECONSTRUIDO PELO SGB134), NA ORDEM
      * DA PREVISAO DE DEVOLUCAO, EM VEZ DE VARRER TODO O CADLOC
      *--------------------------------------------------------------
      *
       ENVIRONMENT DIVISION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TIPOCTRL
                    FILE STATUS  IS ST-CTRL.
            SELECT CADLOCAB
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMBIKE-AB
                    FILE STATUS  IS ST-LOCAB
                    ALTERNATE RECORD KEY IS CHPREV-AB
                                            WITH DUPLICATES.
      *
      *--------------------------------------------------------------
      *
       DATA DIVISION.
       FILE SECTION.
       FD CADLOCAB
           LABEL RECORD IS STANDARD
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
           03 CHPREV-AB-R REDEFINES CHPREV-AB PIC 9(12).
           03 KEYLOC-AB        PIC X(27).
           03 CPF-AB           PIC 9(11).
           03 NUMCONTR-AB      PIC 9(08).
           03 FILIAL-AB        PIC 9(02).
           03 GRUPO-AB         PIC 9(06).
      *
      *--------------------------------------------------------------
      *
      *--------------------------------------------------------------
      *
       77 ST-ERRO       PIC X(02) VALUE "00".
       77 ST-LOCAB      PIC X(02) VALUE "00".
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       PROCEDURE DIVISION.
       INICIO.
       INC-OP0.
           OPEN INPUT CADLOCAB
           IF ST-LOCAB NOT = "00"
               MOVE "* ERRO AO ABRIR O ARQUIVO CADLOCAB.DAT *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           ACCEPT WS-DATAHOJE FROM DATE YYYYMMDD
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
      *
      *--------------------------------------------------------------
      * LEITURA DAS LOCACOES EM ABERTO PELA PREVISAO DE DEVOLUCAO.
      * A PRIMEIRA PREVISAO DEPOIS DE HOJE ENCERRA A LEITURA: DALI EM
      * DIANTE NENHUMA LOCACAO PODE ESTAR ATRASADA
      *--------------------------------------------------------------
      *
       LER-INICIO.
           MOVE ZEROS TO CHPREV-AB-R
           START CADLOCAB KEY IS >= CHPREV-AB
           IF ST-LOCAB NOT = "00"
               GO TO REL-FIM.
       LER-PROX.
           READ CADLOCAB NEXT RECORD
               AT END
                   GO TO REL-FIM
               NOT AT END
                   PERFORM VERIFICA-ATRASO
           END-READ
           IF DTPREV-AB > WS-DATAHOJE
               GO TO REL-FIM.
           GO TO LER-PROX.
      *
       VERIFICA-ATRASO.
      * DEVOLUCAO AINDA NAO OCORREU; VERIFICA SE A PREVISAO JA PASSOU
           COMPUTE WS-ORDHOJE = (WS-ANOHOJE * 360) +
                   (WS-MESHOJE * 30) + WS-DIAHOJE
           COMPUTE WS-ORDPREV = (ANOPREV-AB * 360) +
                   (MESPREV-AB * 30) + DIAPREV-AB
           IF WS-ORDHOJE > WS-ORDPREV
               PERFORM IMPRIME-ATRASO
           ELSE
               IF WS-ORDHOJE = WS-ORDPREV AND WS-HRHOJE > HRPREV-AB
                   PERFORM IMPRIME-ATRASO.
       VERIFICA-ATRASO-FIM.
           EXIT.
       IMPRIME-ATRASO.
           COMPUTE WS-DIASATRASO = WS-ORDHOJE - WS-ORDPREV
           COMPUTE WS-HORASATRASO = (WS-DIASATRASO * 24) +
                   (WS-HRHOJE - HRPREV-AB)
           IF WS-HORASATRASO < 1
               MOVE 1 TO WS-HORASATRASO.
           ADD 1 TO W-TOTATRASO
           STRING CPF-AB " " NUMBIKE-AB "       "
               DIAPREV-AB "/" MESPREV-AB "/" ANOPREV-AB "   "
               WS-HORASATRASO
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "TOTAL DE BIKES EM ATRASO: " W-TOTATRASO
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           CLOSE CADLOCAB
           PERFORM FECHA-SPOOL THRU FECHA-SPOOL-FIM
           GO TO ROT-FIM.
      *
