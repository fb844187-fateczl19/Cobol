       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGB146.
       AUTHOR. VINICIUS ESCAME DOS SANTOS.
      *--------------------------------------------------------------
      * NO-SHOW DA AGENDA DE RESERVAS (SGB055) -- PASSO DA CADEIA
      * NOTURNA (SGB032): MARCACAO AINDA ATIVA CUJO HORARIO INICIAL
      * JA PASSOU HA MAIS QUE A TOLERANCIA (PARAMETRO 22, EM
      * MINUTOS) SEM QUE O SGB004 TENHA ABERTO A LOCACAO
      * (BAIXA-AGENDA) E MARCADA COMO NO-SHOW, O QUE LIBERA A BIKE
      * NA CHECAGEM DE CONFLITO DA AGENDA. O SINAL PAGO NA MARCACAO
      * (CADSINAL) FICA RETIDO COMO MULTA. A QUANTIDADE DE NO-SHOWS
      * DO CLIENTE ENTRA NO SCORE DE RISCO (SGB084)
      *--------------------------------------------------------------
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT CADAGENDA
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYAGENDA
                    FILE STATUS  IS ST-ERRO.

            SELECT CADSINAL
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYSINAL
                    FILE STATUS  IS ST-SIN.

            SELECT CADPARAM
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-PARAM
                    FILE STATUS  IS ST-PRM.
      *
      *--------------------------------------------------------------
      *
       DATA DIVISION.
       FILE SECTION.
       FD CADAGENDA
           VALUE OF FILE-ID IS "CADAGENDA.DAT".
       01 REGAGENDA.
           03 KEYAGENDA.
               05 NUM-BIKE-AG  PIC 9(04).
               05 DTAGENDA     PIC 9(08).
               05 HRINI-AG     PIC 9(02).
           03 HRFIM-AG        PIC 9(02).
           03 CPF-AG          PIC 9(11).
           03 SITAGENDA       PIC X(01).
           03 DSCSITAGENDA    PIC X(10).
      *
      *--------------------------------------------------------------
      * SINAL DA MARCACAO DA AGENDA (SGB055), COM A MESMA CHAVE DO
      * CADAGENDA. O VALOR PAGO FICA NO CADPAG NA CHAVE KEYPAG-SIN
      * (CPF + BIKE + DATA DA MARCACAO DDMMAAAA + HORA INICIAL +
      * MINUTO ZERO + SEQUENCIA), QUE NAO MUDA SE A MARCACAO FOR
      * REMARCADA (SGB145). SITUACAO: A = RETIDO ATE A RETIRADA,
      * U = ABATIDO NA LOCACAO (SGB004), R = DEVOLVIDO EM NOTA DE
      * CREDITO (CANCELOU COM ANTECEDENCIA), M = RETIDO COMO MULTA
      * (CANCELAMENTO EM CIMA DA HORA OU NO-SHOW, SGB146)
      *--------------------------------------------------------------
      *
       FD CADSINAL
           VALUE OF FILE-ID IS "CADSINAL.DAT".
       01 REGSINAL.
           03 KEYSINAL        PIC X(14).
           03 CPF-SIN         PIC 9(11).
           03 VALSINAL        PIC 9(06)V99.
           03 FORMA-SIN       PIC X(01).
           03 KEYPAG-SIN      PIC X(31).
           03 DTPAGTO-SIN     PIC 9(08).
           03 SITSINAL        PIC X(01).
           03 DSCSITSINAL     PIC X(10).
           03 DTBAIXA-SIN     PIC 9(08).
           03 NUMCRED-SIN     PIC 9(06).
      *
       FD CADPARAM
               VALUE OF FILE-ID IS "CADPARAM.DAT".
       01 REGPARAM.
                03 COD-PARAM    PIC 9(02).
                03 DSC-PARAM    PIC X(25).
                03 VAL-PARAM    PIC 9(06)V9(06).
      *
      *--------------------------------------------------------------
      *
       WORKING-STORAGE SECTION.
      *
       77 ST-ERRO       PIC X(02) VALUE "00".
       77 ST-SIN        PIC X(02) VALUE "00".
       77 ST-PRM        PIC X(02) VALUE "00".
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 W-DTREF       PIC 9(08) VALUE ZEROS.
       77 W-HOJE        PIC 9(08) VALUE ZEROS.
       77 W-TOLER       PIC 9(04) VALUE 60.
       77 W-MINAGORA    PIC 9(04) VALUE ZEROS.
       77 W-TOTLIDAS    PIC 9(06) VALUE ZEROS.
       77 W-TOTNOSHOW   PIC 9(04) VALUE ZEROS.
       77 W-TOTSINAL    PIC 9(04) VALUE ZEROS.
       77 W-VALRETIDO   PIC 9(08)V99 VALUE ZEROS.
       77 W-VALED       PIC ZZZZZZZ9,99.
       01 W-HORA        PIC 9(08) VALUE ZEROS.
       01 W-HORA-R REDEFINES W-HORA.
           03 W-HRAGORA    PIC 9(02).
           03 W-MNAGORA    PIC 9(02).
           03 FILLER       PIC 9(04).
      *
      *--------------------------------------------------------------
      *
       PROCEDURE DIVISION.
       INICIO.
       INC-OP0.
           OPEN I-O CADAGENDA
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                   OPEN OUTPUT CADAGENDA
                   CLOSE CADAGENDA
                   OPEN I-O CADAGENDA
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQUIVO CADAGENDA.DAT *"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
           OPEN I-O CADSINAL
           IF ST-SIN NOT = "00"
               IF ST-SIN = "30" OR "35"
                   OPEN OUTPUT CADSINAL
                   CLOSE CADSINAL
                   OPEN I-O CADSINAL
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQUIVO CADSINAL.DAT *"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADAGENDA
                   GO TO ROT-FIM.
           PERFORM LE-TOLERANCIA THRU LE-TOLERANCIA-FIM
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-HOJE TO W-DTREF.
      *
       ACC-DTREF.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 01) "  * NO-SHOW DA AGENDA DE RESERVAS *"
           DISPLAY (03, 01) "   DATA DE REFERENCIA (AAAAMMDD): ".
           ACCEPT (03, 36) W-DTREF WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR 01
               GO TO FECHA-SAI.
           IF W-DTREF = ZEROS OR W-DTREF > W-HOJE
               MOVE "* DATA INVALIDA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-DTREF.
      *
      * NA DATA DE HOJE SO VALE A MARCACAO CUJO INICIO MAIS A
      * TOLERANCIA JA PASSOU; DE DIAS ANTERIORES VALE TODA A AGENDA
           ACCEPT W-HORA FROM TIME
           COMPUTE W-MINAGORA = (W-HRAGORA * 60) + W-MNAGORA
           MOVE ZEROS TO W-TOTLIDAS W-TOTNOSHOW W-TOTSINAL
               W-VALRETIDO
           DISPLAY " ".
           DISPLAY "---- NO-SHOW DA AGENDA ATE " W-DTREF
               "  TOLERANCIA " W-TOLER " MIN ----".
           DISPLAY "BIKE  DATA      HORARIO  CPF CLIENTE  SINAL".
           MOVE LOW-VALUES TO KEYAGENDA
           START CADAGENDA KEY IS >= KEYAGENDA
           IF ST-ERRO NOT = "00"
               GO TO REL-FIM.
       AGE-PROX.
           READ CADAGENDA NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO REL-FIM.
           ADD 1 TO W-TOTLIDAS
           IF SITAGENDA NOT = "A"
               GO TO AGE-PROX.
           IF DTAGENDA > W-DTREF
               GO TO AGE-PROX.
           IF DTAGENDA = W-HOJE
               IF (HRINI-AG * 60) + W-TOLER NOT < W-MINAGORA
                   GO TO AGE-PROX.
           PERFORM MARCA-NOSHOW THRU MARCA-NOSHOW-FIM
           GO TO AGE-PROX.
      *
       REL-FIM.
           DISPLAY " ".
           MOVE W-VALRETIDO TO W-VALED
           DISPLAY "MARCACOES LIDAS: " W-TOTLIDAS
               "  NO-SHOWS: " W-TOTNOSHOW.
           DISPLAY "SINAIS RETIDOS COMO MULTA: " W-TOTSINAL
               "  VALOR: " W-VALED.
       FECHA-SAI.
           CLOSE CADAGENDA CADSINAL
           GO TO ROT-FIM.
      *
      *--------------------------------------------------------------
      * MARCA A MARCACAO COMO NO-SHOW (SAI DA CHECAGEM DE CONFLITO,
      * QUE SO OLHA SITUACAO "A") E RETEM O SINAL, SE HOUVER
      *--------------------------------------------------------------
      *
       MARCA-NOSHOW.
           MOVE "N" TO SITAGENDA
           MOVE "NO-SHOW   " TO DSCSITAGENDA
           REWRITE REGAGENDA
           IF ST-ERRO NOT = "00"
               GO TO MARCA-NOSHOW-FIM.
           ADD 1 TO W-TOTNOSHOW
           MOVE KEYAGENDA TO KEYSINAL
           READ CADSINAL
           IF ST-SIN NOT = "00"
               DISPLAY NUM-BIKE-AG "  " DTAGENDA "  " HRINI-AG "-"
                   HRFIM-AG "    " CPF-AG "  SEM SINAL"
               GO TO MARCA-NOSHOW-FIM.
           IF SITSINAL NOT = "A"
               DISPLAY NUM-BIKE-AG "  " DTAGENDA "  " HRINI-AG "-"
                   HRFIM-AG "    " CPF-AG "  " DSCSITSINAL
               GO TO MARCA-NOSHOW-FIM.
           MOVE "M" TO SITSINAL
           MOVE "MULTA     " TO DSCSITSINAL
           MOVE W-DTREF TO DTBAIXA-SIN
           REWRITE REGSINAL
           ADD 1 TO W-TOTSINAL
           ADD VALSINAL TO W-VALRETIDO
           MOVE VALSINAL TO W-VALED
           DISPLAY NUM-BIKE-AG "  " DTAGENDA "  " HRINI-AG "-"
               HRFIM-AG "    " CPF-AG "  RETIDO " W-VALED.
       MARCA-NOSHOW-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * TOLERANCIA EM MINUTOS APOS O INICIO DA MARCACAO (PARAMETRO
      * 22 DO CADPARAM/SGB036; SEM O PARAMETRO FICA EM 60)
      *--------------------------------------------------------------
      *
       LE-TOLERANCIA.
           OPEN INPUT CADPARAM
           IF ST-PRM NOT = "00"
               GO TO LE-TOLERANCIA-FIM.
           MOVE 22 TO COD-PARAM
           READ CADPARAM
           IF ST-PRM = "00" AND VAL-PARAM NOT = ZEROS
               MOVE VAL-PARAM TO W-TOLER.
           CLOSE CADPARAM.
       LE-TOLERANCIA-FIM.
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
