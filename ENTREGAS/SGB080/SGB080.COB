      *   G = GERA A REMESSA DO DIA: DEVOLUCOES DE CAUCAO PENDENTES
      *       (CADLOC ENTREGUE COM VALCAUCAODEV > 0) E TITULOS
      *       LIBERADOS, COM TRAILER DE CONTROLE COMO O MOVDIA
      *   R = PROCESSA O RETORNO DO BANCO E BAIXA CADA ITEM; O
      *       ITEM PAGO ENTRA COMO DEBITO NO MOVIMENTO DA CONTA
      *       BANCARIA DE PAGAMENTOS (PARAMETRO 43, SGB168)
      * CADA ITEM ENVIADO FICA REGISTRADO NO CADREMITEM.DAT -- E ESSE
      * REGISTRO QUE IMPEDE A MESMA CAUCAO DE SER DEVOLVIDA DUAS
      * VEZES, O QUE A DIGITACAO MANUAL NO PORTAL JA CAUSOU
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CNPJCRED
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
      * REMESSA: TIPO (CAU=DEVOLUCAO DE CAUCAO / FOR=PAGAMENTO DE
           03 DTPAGTO-PAGAR    PIC 9(08).
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
       77 W-TOTCONF     PIC 9(06) VALUE ZEROS.
       77 W-TOTREJ      PIC 9(06) VALUE ZEROS.
       77 W-TOTSEMITEM  PIC 9(06) VALUE ZEROS.
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
      * CHAVE DO TITULO DENTRO DO CAMPO CHAVE DA REMESSA
       01 W-CHAVETIT.
           03 W-CHAVETITNUM   PIC 9(06).
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADREMITEM CADLOC
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
                   CLOSE CADREMITEM CADLOC CADPAGAR
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
                   CLOSE CADREMITEM CADLOC CADPAGAR CADMOVBCO
                   GO TO ROT-FIM.
           OPEN INPUT CADPARAM
           IF ST-ERRO = "00"
               MOVE 43 TO COD-PARAM
               READ CADPARAM
               IF ST-ERRO = "00" AND VAL-PARAM NOT = ZEROS
                   MOVE VAL-PARAM TO W-CTAPAG
               END-IF
               CLOSE CADPARAM.
           ACCEPT WS-DATAHOJE FROM DATE YYYYMMDD.
      *
       ACC-MODO.
               DISPLAY "RETORNO " RR-TIPO " " RR-CHAVE
                   " REJEITADO PELO BANCO - SERA REAPRESENTADO"
               GO TO BAIXA-ITEM-FIM.
      * RETORNO REPETIDO DE ITEM JA CONFIRMADO NAO PAGA DE NOVO
           IF SITREM = "C"
               DISPLAY "RETORNO " RR-TIPO " " RR-CHAVE
                   " JA CONFIRMADO ANTES"
               GO TO BAIXA-ITEM-FIM.
           MOVE "C" TO SITREM
           MOVE "CONFIRMADO" TO DSCSITREM
           MOVE WS-DATAHOJE TO DTCONFREM
           REWRITE REGREMITEM
           ADD 1 TO W-TOTCONF
           MOVE W-CTAPAG TO W-CTAMOV
           MOVE WS-DATAHOJE TO W-DTMOV
           MOVE "R" TO W-ORIGMOV
           MOVE KEYREMITEM TO W-DOCMOV
           MOVE "D" TO W-TIPOMOV
           MOVE VALREM TO W-VALMOV
           MOVE "DEVOLUCAO DE CAUCAO" TO W-HISTMOV
           IF RR-TIPO NOT = "FOR"
               PERFORM GRAVA-MOVBCO THRU GRAVA-MOVBCO-FIM
               GO TO BAIXA-ITEM-FIM.
           MOVE RR-CHAVE TO W-CHAVETIT
           MOVE W-CHAVETITNUM TO NUMTITULO
           READ CADPAGAR
           IF ST-ERRO NOT = "00"
               GO TO BAIXA-ITEM-FIM.
      * TITULO JA BAIXADO A MAO NO SGB079 JA TEVE O SEU DEBITO
           IF SITPAGAR = "P"
               GO TO BAIXA-ITEM-FIM.
           MOVE "P" TO SITPAGAR
           MOVE "PAGO    " TO DSCSITPAGAR
           MOVE WS-DATAHOJE TO DTPAGTO-PAGAR
           REWRITE REGPAGAR
           MOVE NOMECRED TO W-HISTMOV
           PERFORM GRAVA-MOVBCO THRU GRAVA-MOVBCO-FIM.
       BAIXA-ITEM-FIM.
           EXIT.
      *
           GO TO ACC-MODO.
      *
       ENCERRA.
           CLOSE CADREMITEM CADLOC CADPAGAR CADMOVBCO CADCONTROLE
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
