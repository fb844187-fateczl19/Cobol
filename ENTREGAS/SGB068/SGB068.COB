                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TIPOCTRL
                    FILE STATUS  IS ST-ERRO.

            SELECT CADFILIAL
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-FILIAL
                    FILE STATUS  IS ST-ERRO.
      *
      *--------------------------------------------------------------
      *
           03 TIPOCTRL     PIC X(08).
           03 PROXNUM      PIC 9(08).
      *
      * CADASTRO DE FILIAIS (SGB124) -- VALIDA O DESTINO E DA O NOME
      * QUE VAI PARA O CADBIKE NO RECEBIMENTO
       FD CADFILIAL
           VALUE OF FILE-ID IS "CADFILIAL.DAT".
       01 REGFILIAL.
           03 COD-FILIAL      PIC 9(02).
           03 NOME-FILIAL     PIC X(15).
           03 FKCEP-FIL       PIC 9(08).
           03 NUM-FIL         PIC 9(05).
           03 COMPLEM-FIL     PIC X(13).
           03 TEL-FIL         PIC 9(11).
           03 HORARIO-FIL OCCURS 7 TIMES.
               05 HRABRE-FIL  PIC 9(04).
               05 HRFECHA-FIL PIC 9(04).
           03 GERENTE-FIL     PIC 9(04).
           03 VAGASRACK-FIL   PIC 9(04).
           03 SITUAC-FIL      PIC X(01).
      *
      *--------------------------------------------------------------
      *
       WORKING-STORAGE SECTION.
       77 WS-ORDHOJE    PIC 9(08) VALUE ZEROS.
       77 WS-ORDSAIDA   PIC 9(08) VALUE ZEROS.
       77 W-DIASVIAGEM  PIC S9(06) VALUE ZEROS.
       77 W-DIAFIL      PIC 9(01) VALUE ZEROS.
      *
      *--------------------------------------------------------------
      *
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADTRANSF CADBIKE CADFUNC
                   GO TO ROT-FIM.
           OPEN INPUT CADFILIAL
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                   OPEN OUTPUT CADFILIAL
                   PERFORM GRAVA-SEED-FILIAL THRU GRAVA-SEED-FILIAL-FIM
                   CLOSE CADFILIAL
                   OPEN INPUT CADFILIAL
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQ CADFILIAL.DAT *"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADTRANSF CADBIKE CADFUNC CADCONTROLE
                   GO TO ROT-FIM.
           ACCEPT WS-DATAHOJE FROM DATE YYYYMMDD
           COMPUTE WS-ORDHOJE = (WS-ANOHOJE * 360) +
               (WS-MESHOJE * 30) + WS-DIAHOJE.
           DISPLAY (06, 01) "   BIKE: " MARCA " " MODELO
               "  FILIAL ATUAL: " CODFILIAL.
       TRF-DESTINO.
           DISPLAY (07, 01) "   FILIAL DE DESTINO        : ".
           ACCEPT (07, 32) W-FILDEST WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO TRF-ENVIA.
           MOVE W-FILDEST TO COD-FILIAL
           READ CADFILIAL
           IF ST-ERRO NOT = "00"
               MOVE "* FILIAL NAO CADASTRADA (SGB124) *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO TRF-DESTINO.
           IF SITUAC-FIL NOT = "A"
               MOVE "* FILIAL INATIVA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO TRF-DESTINO.
           DISPLAY (07, 36) NOME-FILIAL.
           IF W-FILDEST = CODFILIAL
               MOVE "* DESTINO IGUAL A FILIAL ATUAL *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-MODO.
           MOVE FILDEST-TRF TO CODFILIAL
           MOVE FILDEST-TRF TO COD-FILIAL
           READ CADFILIAL
           IF ST-ERRO = "00"
               MOVE NOME-FILIAL TO CODFILIALDESC
           ELSE
               MOVE SPACES TO CODFILIALDESC.
           MOVE "A" TO SITUAC
           MOVE "ATIVA      " TO SITUACDESC
           REWRITE REGBIKE
           GO TO ACC-MODO.
      *
       ENCERRA.
           CLOSE CADTRANSF CADBIKE CADFUNC CADCONTROLE CADFILIAL
           GO TO ROT-FIM.
      *
      *--------------------------------------------------------------
      * SEMEIA O CADFILIAL.DAT NA PRIMEIRA VEZ QUE O ARQUIVO E CRIADO,
      * COM AS MESMAS 2 FILIAIS QUE ANTES FICAVAM FIXAS NO PROGRAMA
      * -- O RESTO DO CADASTRO E PREENCHIDO NO SGB124
      *--------------------------------------------------------------
      *
       GRAVA-SEED-FILIAL.
           MOVE SPACES TO COMPLEM-FIL
           MOVE ZEROS TO FKCEP-FIL NUM-FIL TEL-FIL GERENTE-FIL
               VAGASRACK-FIL
           MOVE 1 TO W-DIAFIL.
       GRAVA-SEED-FILIAL-HOR.
           MOVE ZEROS TO HRABRE-FIL (W-DIAFIL) HRFECHA-FIL (W-DIAFIL)
           IF W-DIAFIL < 7
               ADD 1 TO W-DIAFIL
               GO TO GRAVA-SEED-FILIAL-HOR.
           MOVE "A" TO SITUAC-FIL
           MOVE 01 TO COD-FILIAL
           MOVE "MATRIZ         " TO NOME-FILIAL
           WRITE REGFILIAL
           MOVE 02 TO COD-FILIAL
           MOVE "FILIAL 2       " TO NOME-FILIAL
           WRITE REGFILIAL.
       GRAVA-SEED-FILIAL-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * ROTINA DE FIM
      *--------------------------------------------------------------
      *
