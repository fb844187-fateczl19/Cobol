      *       ORDEM DE MANUTENCAO.. D 4101 / C 1101
      *       SANGRIA DE CAIXA..... D 1102 / C 1101
      *       DESPESA DE CAIXA..... D 4102 / C 1101
      *       VAREJO DINHEIRO...... D 1101 / C 3103 (SGB132)
      *       VAREJO CARTAO/PIX.... D 1102 / C 3103
      *--------------------------------------------------------------
      *
       ENVIRONMENT DIVISION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCAIXA
                    FILE STATUS  IS ST-ERRO.

            SELECT CADVAREJO
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYVAREJO
                    FILE STATUS  IS ST-ERRO.
      *
      *--------------------------------------------------------------
      *
           03 VALDIFERENCA    PIC S9(06)V99.
           03 VALCARGA        PIC 9(06)V99.
      *
      * VAREJO DE BALCAO (SGB132) -- UM REGISTRO POR ITEM VENDIDO
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
      *--------------------------------------------------------------
      *
       WORKING-STORAGE SECTION.
           OPEN INPUT CADPAG
           OPEN INPUT CADVENDA
           OPEN INPUT CADMANUT
           OPEN INPUT CADCAIXA
           OPEN INPUT CADVAREJO.
      *
      * ENTREGAS DE LOCACAO DO MES: RECEITA DE LOCACAO
       EXP-LOC.
       EXP-CX.
           READ CADCAIXA NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO EXP-VAR-INI.
           MOVE DTCAIXA TO W-DTREFCX
           IF W-ANOCX NOT = W-ANOEXP OR W-MESCX NOT = W-MESEXP
               GO TO EXP-CX.
               MOVE "DESPESA DE CAIXA              " TO EX-HIST
               PERFORM GRAVA-LANC THRU GRAVA-LANC-FIM.
           GO TO EXP-CX.
      *
      * VENDAS DE VAREJO DE BALCAO DO MES, POR ITEM E FORMA
       EXP-VAR-INI.
           CONTINUE.
       EXP-VAR.
           READ CADVAREJO NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO EXP-FIM.
           IF DTVAR (1:6) NOT = W-ANOMES (1:6)
               GO TO EXP-VAR.
           IF VALITEM-VAR = ZEROS
               GO TO EXP-VAR.
           MOVE DTVAR TO EX-DATA
           IF FORMAVAR = "D"
               MOVE 1101 TO EX-CTADEB
           ELSE
               MOVE 1102 TO EX-CTADEB.
           MOVE 3103 TO EX-CTACRE
           MOVE VALITEM-VAR TO EX-VALOR
           MOVE SPACES TO EX-HIST
           STRING "VAREJO " NUMVAR " " FORMAVARDESC
               DELIMITED BY SIZE INTO EX-HIST
           PERFORM GRAVA-LANC THRU GRAVA-LANC-FIM
           GO TO EXP-VAR.
      *
       GRAVA-LANC.
           MOVE ";" TO EX-DELIM1 EX-DELIM2 EX-DELIM3 EX-DELIM4
      *
       EXP-FIM.
           CLOSE EXPCONTAB CADLOC CADPAG CADVENDA CADMANUT CADCAIXA
               CADVAREJO
           DISPLAY " ".
           DISPLAY "---- EXPORTACAO CONTABIL " W-ANOMES " ----".
           DISPLAY "LANCAMENTOS GERADOS: " W-TOTLANC.
           MOVE "RECEITA DE VENDA DE BIKE      " TO DSCCONTA
           MOVE "C" TO NATCONTA
           WRITE REGCONTA
           MOVE 3103 TO CODCONTA
           MOVE "RECEITA DE VAREJO             " TO DSCCONTA
           MOVE "C" TO NATCONTA
           WRITE REGCONTA
           MOVE 4101 TO CODCONTA
           MOVE "CUSTO DE MANUTENCAO           " TO DSCCONTA
           MOVE "D" TO NATCONTA
