       AUTHOR. VINICIUS ESCAME DOS SANTOS.
      *--------------------------------------------------------------
      * RECONCILIACAO NOTURNA ENTRE CADBIKE.SITUAC E AS LOCACOES
      * ABERTAS, LIDAS DO INDICE DE LOCACOES EM ABERTO (CADLOCAB).
      * A CONFERENCIA DO INDICE CONTRA O CADLOC FICA NO SGB034
      *--------------------------------------------------------------
      *
       ENVIRONMENT DIVISION.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT CADLOCAB
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMBIKE-AB
                    FILE STATUS  IS ST-LOCAB
                    ALTERNATE RECORD KEY IS CHPREV-AB
                                            WITH DUPLICATES.
            SELECT CADBIKE
                    ASSIGN TO DISK
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
           03 KEYLOC-AB        PIC X(27).
           03 CPF-AB           PIC 9(11).
           03 NUMCONTR-AB      PIC 9(08).
           03 FILIAL-AB        PIC 9(02).
           03 GRUPO-AB         PIC 9(06).
      *
       FD CADBIKE LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADBIKE.DAT".
       WORKING-STORAGE SECTION.
      *
       77 ST-ERRO       PIC X(02) VALUE "00".
       77 ST-LOCAB      PIC X(02) VALUE "00".
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       77 W-TOTDIVERG   PIC 9(06) VALUE ZEROS.
      *
      *--------------------------------------------------------------
      *
       PROCEDURE DIVISION.
       INICIO.
       INC-OP0.
           OPEN INPUT CADLOCAB
           IF ST-LOCAB NOT = "00"
               MOVE "* ERRO AO ABRIR O ARQUIVO CADLOCAB.DAT *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           OPEN INPUT CADBIKE
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO AO ABRIR O ARQUIVO CADBIKE.DAT *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADLOCAB
               GO TO ROT-FIM.
      *
       CAB-001.
      *--------------------------------------------------------------
      *
       LER-LOC.
           READ CADLOCAB NEXT RECORD
               AT END
                   GO TO PASSO-002
               NOT AT END
           GO TO LER-LOC.
      *
       VERIFICA-LOC.
           MOVE NUMBIKE-AB TO NUMERO
           READ CADBIKE
           IF ST-ERRO = "00"
               IF SITUAC NOT = 'L' AND NOT = 'l'
                   ADD 1 TO W-TOTDIVERG
                   DISPLAY NUMBIKE-AB
                       " LOCACAO ABERTA MAS CADBIKE NAO ESTA LOCADA".
       VERIFICA-LOC-FIM.
           EXIT.
       VERIFICA-BIKE.
           IF SITUAC NOT = 'L' AND NOT = 'l'
               GO TO VERIFICA-BIKE-FIM.
           MOVE NUMERO TO NUMBIKE-AB
           READ CADLOCAB
           IF ST-LOCAB NOT = "00"
               ADD 1 TO W-TOTDIVERG
               DISPLAY NUMERO
                   " CADBIKE LOCADA SEM LOCACAO ABERTA EM CADLOC".
       VERIFICA-BIKE-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * RODAPE DO RELATORIO
       REL-FIM.
           DISPLAY " ".
           DISPLAY "TOTAL DE DIVERGENCIAS ENCONTRADAS: " W-TOTDIVERG.
           CLOSE CADLOCAB CADBIKE
           GO TO ROT-FIM.
      *
      *--------------------------------------------------------------
