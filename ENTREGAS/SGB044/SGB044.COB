      * DO RETORNO (DATA, FORMA C/P, VALOR) E CASADA COM UMA PARCELA
      * DE CARTAO/PIX EM ABERTO COM O MESMO VENCIMENTO E VALOR, QUE
      * E ENTAO BAIXADA (SITPARC = 'P'); O QUE NAO CASAR SAI NA
      * LISTA DE EXCECOES, NOS DOIS SENTIDOS. PARCELA EM DISPUTA DE
      * CARTAO (SITPARC = 'D', SGB129) FICA FORA DA CONCILIACAO.
      * CADA PARCELA BAIXADA ENTRA COMO CREDITO NO MOVIMENTO DA
      * CONTA BANCARIA DE RECEBIMENTOS (PARAMETRO 41, SGB168)
      *--------------------------------------------------------------
      *
       ENVIRONMENT DIVISION.
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS KEYLOCACAO-PAG
                                            WITH DUPLICATES.

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

            SELECT CADPARAM
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-PARAM
                    FILE STATUS  IS ST-ERRO.
      *
      *--------------------------------------------------------------
      * RETORNO DO BANCO: DATA;FORMA;VALOR (VALOR COM CENTAVOS SEM
           03 DTPAGTO          PIC 9(08).
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
       77 W-TOTSEMPAR   PIC 9(06) VALUE ZEROS.
       77 W-TOTSOBRA    PIC 9(06) VALUE ZEROS.
      *
      * CONTA BANCARIA DOS RECEBIMENTOS (PARAMETRO 41)
       77 W-CTAREC      PIC 9(03) VALUE 001.
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
      *--------------------------------------------------------------
      *
       PROCEDURE DIVISION.
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE RETBANCO
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
                   CLOSE RETBANCO CADPAG
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
                   CLOSE RETBANCO CADPAG CADMOVBCO
                   GO TO ROT-FIM.
           OPEN INPUT CADPARAM
           IF ST-ERRO = "00"
               MOVE 41 TO COD-PARAM
               READ CADPARAM
               IF ST-ERRO = "00" AND VAL-PARAM NOT = ZEROS
                   MOVE VAL-PARAM TO W-CTAREC
               END-IF
               CLOSE CADPARAM.
      *
       CAB-001.
           DISPLAY " ".
           READ CADPAG NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO CASA-LINHA-EXCECAO.
           IF SITPARC = "P" OR "D"
               GO TO CASA-LINHA-PROX.
           IF FORMAPAG NOT = RT-FORMA
               GO TO CASA-LINHA-PROX.
           MOVE RT-DTPAGTO TO DTPAGTO
           REWRITE REGPAG
           ADD 1 TO W-TOTCASADAS
           MOVE W-CTAREC TO W-CTAMOV
           MOVE RT-DTPAGTO TO W-DTMOV
           MOVE "C" TO W-ORIGMOV
           MOVE KEYPAG TO W-DOCMOV
           MOVE "C" TO W-TIPOMOV
           MOVE RT-VALOR TO W-VALMOV
           MOVE "RECEBIMENTO CARTAO" TO W-HISTMOV
           IF RT-FORMA = "P"
               MOVE "RECEBIMENTO PIX" TO W-HISTMOV.
           PERFORM GRAVA-MOVBCO THRU GRAVA-MOVBCO-FIM
           GO TO CASA-LINHA-FIM.
       CASA-LINHA-EXCECAO.
           ADD 1 TO W-TOTSEMPAR
           READ CADPAG NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO REL-FIM.
           IF SITPARC = "P" OR "D"
               GO TO SOBRA-PROX.
           IF FORMAPAG NOT = "C" AND "P"
               GO TO SOBRA-PROX.
           DISPLAY "PARCELAS BAIXADAS............: " W-TOTCASADAS.
           DISPLAY "BANCO SEM PARCELA NO SISTEMA.: " W-TOTSEMPAR.
           DISPLAY "SISTEMA SEM RETORNO DO BANCO.: " W-TOTSOBRA.
           CLOSE RETBANCO CADPAG CADMOVBCO CADCONTROLE
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
