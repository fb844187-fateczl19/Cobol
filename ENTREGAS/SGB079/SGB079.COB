      *       S = PREMIO DE SEGURO (APOLICE DO CADAPOLICE/SGB071,
      *           PREMIO SUGERIDO DA PROPRIA APOLICE)
      *       D = DESPESA RECORRENTE DA LOJA (ALUGUEL, LUZ, ETC)
      *       (AS ORIGENS O -- FATURA DE OFICINA EXTERNA --, A --
      *       ACORDO PAGO A TERCEIRO EM ACIDENTE -- E I -- DAS DO
      *       SIMPLES NACIONAL -- NAO SAO DIGITADAS AQUI: NASCEM NO
      *       SGB151, NO SGB157 E NO SGB169)
      *   B = BAIXA (MARCA O TITULO COMO PAGO NA DATA INFORMADA E
      *       LANCA O DEBITO NA CONTA BANCARIA DE PAGAMENTOS,
      *       PARAMETRO 43, SGB168)
      *   A = AGING DOS TITULOS EM ABERTO POR ATRASO CONTRA O
      *       VENCIMENTO, NAS MESMAS FAIXAS DO SGB043
      * ATE AQUI O CONTAS A PAGAR VIVIA NO CADERNO DO DONO E O
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMAPOLICE
                    FILE STATUS  IS ST-ERRO.

            SELECT CADMOVBCO
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYMOVBCO
                    FILE STATUS  IS ST-MOV
                    ALTERNATE RECORD KEY IS ORIGDOC-MOV
                                            WITH DUPLICATES.

            SELECT CADPARAM
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-PARAM
                    FILE STATUS  IS ST-ERRO.
      *
      *--------------------------------------------------------------
      *
                03 DTFIM-APOL   PIC 9(08).
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
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 W-NUMTIT      PIC 9(06) VALUE ZEROS.
       77 W-DTBAIXA     PIC 9(08) VALUE ZEROS.
      *
      * CONTA BANCARIA DOS PAGAMENTOS (PARAMETRO 43)
       77 W-CTAPAG      PIC 9(03) VALUE 001.
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
       01 WS-DATAHOJE   PIC 9(08) VALUE ZEROS.
       01 WS-DATAHOJE-R REDEFINES WS-DATAHOJE.
           03 WS-ANOHOJE    PIC 9(04).
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADPAGAR CADCONTROLE CADFORN CADPEDIDO
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
                   CLOSE CADPAGAR CADCONTROLE CADFORN CADPEDIDO
                         CADAPOLICE
                   GO TO ROT-FIM.
           OPEN INPUT CADPARAM
           IF ST-ERRO = "00"
               MOVE 43 TO COD-PARAM
               READ CADPARAM
               IF ST-ERRO = "00" AND VAL-PARAM NOT = ZEROS
                   MOVE VAL-PARAM TO W-CTAPAG
               END-IF
               CLOSE CADPARAM.
           ACCEPT WS-DATAHOJE FROM DATE YYYYMMDD
           COMPUTE WS-ORDHOJE = (WS-ANOHOJE * 360) +
               (WS-MESHOJE * 30) + WS-DIAHOJE.
           MOVE "PAGO    " TO DSCSITPAGAR
           MOVE W-DTBAIXA TO DTPAGTO-PAGAR
           REWRITE REGPAGAR
           MOVE W-CTAPAG TO W-CTAMOV
           MOVE W-DTBAIXA TO W-DTMOV
           MOVE "P" TO W-ORIGMOV
           MOVE SPACES TO W-DOCMOV
           MOVE NUMTITULO TO W-DOCMOV
           MOVE "D" TO W-TIPOMOV
           MOVE VALPAGAR TO W-VALMOV
           MOVE NOMECRED TO W-HISTMOV
           PERFORM GRAVA-MOVBCO THRU GRAVA-MOVBCO-FIM
           MOVE "* TITULO BAIXADO COMO PAGO *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ACC-MODO.
      *
       ENCERRA.
           CLOSE CADPAGAR CADCONTROLE CADFORN CADPEDIDO CADAPOLICE
                 CADMOVBCO
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
