      * VALOR DE SANGRIA. NO FIM, LISTA AS SANGRIAS COM MAIS DE N
      * DIAS (PARAMETRO 12 DO CADPARAM) SEM DEPOSITO CORRESPONDENTE
      * -- O BURACO DE R$ 800 DO TRIMESTRE PASSADO APARECEU TRES
      * SEMANAS TARDE DEMAIS. CADA DEPOSITO CASADO ENTRA COMO
      * CREDITO NO MOVIMENTO DA CONTA BANCARIA (A DA LINHA DO
      * EXTRATO OU, SEM ELA, A DO PARAMETRO 42, SGB168) UMA VEZ SO,
      * MESMO QUE A CONCILIACAO SEJA RODADA DE NOVO
      *--------------------------------------------------------------
      *
       ENVIRONMENT DIVISION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-PARAM
                    FILE STATUS  IS ST-ERRO.

            SELECT CADMOVBCO
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYMOVBCO
                    FILE STATUS  IS ST-MOV
                    ALTERNATE RECORD KEY IS ORIGDOC-MOV
                                            WITH DUPLICATES.

            SELECT CADCONTROLE
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TIPOCTRL
                    FILE STATUS  IS ST-ERRO.
      *
      *--------------------------------------------------------------
      *
           03 EX-DTCRED     PIC 9(08).
           03 EX-DELIM1     PIC X(01).
           03 EX-VALOR      PIC 9(06)V99.
      * OPCIONAIS: CONTA (CADCTABCO) E SALDO DO DIA NO BANCO; LINHA
      * SO DE SALDO VEM COM O VALOR ZERADO (CONFERIDA NO SGB168)
           03 EX-DELIM2     PIC X(01).
           03 EX-CONTA      PIC 9(03).
           03 EX-DELIM3     PIC X(01).
           03 EX-SINAL      PIC X(01).
           03 EX-SALDO      PIC 9(10)V99.
      *
       FD CADCAIXA
           VALUE OF FILE-ID IS "CADCAIXA.DAT".
           03 VAL-PARAM    PIC 9(06)V9(06).
      *
      *--------------------------------------------------------------
      * MOVIMENTO DAS CONTAS BANCARIAS (CADCTABCO, SGB168), NUMERADO
      * PELA SERIE "MOVBANCO" DO CADCONTROLE. ORIGEM C = CARTAO/PIX
      * (SGB044), D = DEPOSITO DO CAIXA (SGB094), B = BOLETO
      * (SGB167), R = REMESSA DE PAGAMENTOS (SGB080), P = TITULO
      * BAIXADO NO CONTAS A PAGAR (SGB079), T = TARIFA, F =
      * TRANSFERENCIA ENTRE CONTAS. TIPO C = CREDITO, D = DEBITO
      *--------------------------------------------------------------
      *
       FD CADMOVBCO
           VALUE OF FILE-ID IS "CADMOVBCO.DAT".
       01 REGMOVBCO.
           03 KEYMOVBCO.
               05 CTA-MOV          PIC 9(03).
               05 DT-MOV           PIC 9(08).
               05 NUM-MOV          PIC 9(08).
           03 ORIGDOC-MOV.
               05 ORIGEM-MOV       PIC X(01).
               05 DOC-MOV          PIC X(32).
           03 TIPO-MOV         PIC X(01).
           03 VALOR-MOV        PIC 9(08)V99.
           03 HIST-MOV         PIC X(30).
           03 DTLANC-MOV       PIC 9(08).
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
      *
      * DIAS DE TOLERANCIA PARA O DEPOSITO (PARAMETRO 12)
       77 W-DIASDEP     PIC 9(03) VALUE 003.
      *
      * CONTA BANCARIA DOS DEPOSITOS DO CAIXA (PARAMETRO 42)
       77 W-CTADEP      PIC 9(03) VALUE 001.
      *
      * LANCAMENTO NO MOVIMENTO BANCARIO (GRAVA-MOVBCO)
       77 ST-MOV        PIC X(02) VALUE "00".
       77 W-CTAMOV      PIC 9(03) VALUE ZEROS.
       77 W-DTMOV       PIC 9(08) VALUE ZEROS.
       77 W-ORIGMOV     PIC X(01) VALUE SPACES.
       77 W-TIPOMOV     PIC X(01) VALUE SPACES.
       77 W-VALMOV      PIC 9(08)V99 VALUE ZEROS.
       77 W-HISTMOV     PIC X(30) VALUE SPACES.
       77 W-DOCMOV      PIC X(32) VALUE SPACES.
       77 W-DTLANCMOV   PIC 9(08) VALUE ZEROS.
      *
       01 WS-DATAHOJE   PIC 9(08) VALUE ZEROS.
       01 WS-DATAHOJE-R REDEFINES WS-DATAHOJE.
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE EXTBANCO
               GO TO ROT-FIM.
           OPEN I-O CADMOVBCO
           IF ST-MOV NOT = "00"
               IF ST-MOV = "30" OR "35"
                   OPEN OUTPUT CADMOVBCO
                   CLOSE CADMOVBCO
                   OPEN I-O CADMOVBCO
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQUIVO CADMOVBCO.DAT *"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE EXTBANCO CADCAIXA
                   GO TO ROT-FIM.
           OPEN I-O CADCONTROLE
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                   OPEN OUTPUT CADCONTROLE
                   CLOSE CADCONTROLE
                   OPEN I-O CADCONTROLE
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQUIVO CADCONTROLE *"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE EXTBANCO CADCAIXA CADMOVBCO
                   GO TO ROT-FIM.
           OPEN INPUT CADPARAM
           IF ST-ERRO = "00"
               MOVE 12 TO COD-PARAM
               IF ST-ERRO = "00" AND VAL-PARAM NOT = ZEROS
                   MOVE VAL-PARAM TO W-DIASDEP
               END-IF
               MOVE 42 TO COD-PARAM
               READ CADPARAM
               IF ST-ERRO = "00" AND VAL-PARAM NOT = ZEROS
                   MOVE VAL-PARAM TO W-CTADEP
               END-IF
               CLOSE CADPARAM.
           ACCEPT WS-DATAHOJE FROM DATE YYYYMMDD
           COMPUTE WS-ORDHOJE = (WS-ANOHOJE * 360) +
               AT END
                   GO TO PEND-INICIO
           END-READ
           IF EX-VALOR = ZEROS
               GO TO EXT-PROX.
           ADD 1 TO W-TOTCRED
           PERFORM CASA-CREDITO THRU CASA-CREDITO-FIM
           GO TO EXT-PROX.
           IF W-QTDCASADAS < 500
               ADD 1 TO W-QTDCASADAS
               MOVE KEYCAIXA TO TC-CHAVE (W-QTDCASADAS).
           PERFORM LANCA-DEPOSITO THRU LANCA-DEPOSITO-FIM
           GO TO CASA-CREDITO-FIM.
       CASA-CREDITO-EXCECAO.
           ADD 1 TO W-TOTSEMSANG
       TESTA-CASADA-FIM.
           EXIT.
      *
      * DEPOSITO DA SANGRIA NO MOVIMENTO BANCARIO, SE AINDA NAO
      * LANCADO POR UMA RODADA ANTERIOR
       LANCA-DEPOSITO.
           MOVE "D" TO ORIGEM-MOV
           MOVE SPACES TO DOC-MOV
           MOVE KEYCAIXA TO DOC-MOV
           READ CADMOVBCO KEY IS ORIGDOC-MOV
           IF ST-MOV = "00"
               GO TO LANCA-DEPOSITO-FIM.
           MOVE W-CTADEP TO W-CTAMOV
           IF EX-DELIM2 = ";" AND EX-CONTA NUMERIC
               IF EX-CONTA NOT = ZEROS
                   MOVE EX-CONTA TO W-CTAMOV.
           MOVE EX-DTCRED TO W-DTMOV
           MOVE "D" TO W-ORIGMOV
           MOVE SPACES TO W-DOCMOV
           MOVE KEYCAIXA TO W-DOCMOV
           MOVE "C" TO W-TIPOMOV
           MOVE EX-VALOR TO W-VALMOV
           MOVE "DEPOSITO SANGRIA DO CAIXA" TO W-HISTMOV
           PERFORM GRAVA-MOVBCO THRU GRAVA-MOVBCO-FIM.
       LANCA-DEPOSITO-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * PASSO 2: SANGRIAS COM MAIS DE N DIAS SEM DEPOSITO CASADO
      *--------------------------------------------------------------
           DISPLAY "SANGRIAS CASADAS.............: " W-TOTCASADOS.
           DISPLAY "CREDITOS SEM SANGRIA.........: " W-TOTSEMSANG.
           DISPLAY "SANGRIAS SEM DEPOSITO........: " W-TOTPENDE.
           CLOSE EXTBANCO CADCAIXA CADMOVBCO CADCONTROLE
           GO TO ROT-FIM.
      *
      *--------------------------------------------------------------
      * LANCAMENTO NO MOVIMENTO BANCARIO (CADMOVBCO), NUMERADO PELA
      * SERIE "MOVBANCO" DO CADCONTROLE
      *--------------------------------------------------------------
      *
       GRAVA-MOVBCO.
           ACCEPT W-DTLANCMOV FROM DATE YYYYMMDD
           MOVE "MOVBANCO" TO TIPOCTRL
           READ CADCONTROLE
           IF ST-ERRO NOT = "00"
               MOVE "MOVBANCO" TO TIPOCTRL
               MOVE 1 TO PROXNUM
               WRITE REGCTRL.
           MOVE PROXNUM TO NUM-MOV
           ADD 1 TO PROXNUM
           REWRITE REGCTRL
           MOVE W-CTAMOV TO CTA-MOV
           MOVE W-DTMOV TO DT-MOV
           MOVE W-ORIGMOV TO ORIGEM-MOV
           MOVE W-DOCMOV TO DOC-MOV
           MOVE W-TIPOMOV TO TIPO-MOV
           MOVE W-VALMOV TO VALOR-MOV
           MOVE W-HISTMOV TO HIST-MOV
           MOVE W-DTLANCMOV TO DTLANC-MOV
           WRITE REGMOVBCO.
       GRAVA-MOVBCO-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * ROTINA DE FIM
      *--------------------------------------------------------------
      *
