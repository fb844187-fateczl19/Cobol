      *   COBRANCA DE AVARIA (CADCOBDANO).......... -10 CADA
      *   CANCELAMENTO DE LOCACAO (CADCANCEL)...... -03 CADA
      *   RECLAMACAO NO SAC (CADSAC)............... -05 CADA
      *   CHARGEBACK PERDIDO (CADCHARGE/SGB129).... -15 CADA
      *   NO-SHOW NA AGENDA (CADAGENDA/SGB146)..... -05 CADA
      * PARCELA EM DISPUTA DE CARTAO (SITPARC 'D') NAO CONTA COMO
      * VENCIDA ENQUANTO O ADQUIRENTE NAO DECIDE
      * O SGB004 MOSTRA A NOTA NA ABERTURA DA LOCACAO E, ABAIXO DO
      * MINIMO DO PARAMETRO 10 DO CADPARAM, EXIGE LIBERACAO DE
      * SUPERVISOR -- O LIMITE DE CREDITO SOZINHO DEIXAVA O CLIENTE
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYSAC
                    FILE STATUS  IS ST-ERRO.

            SELECT CADAGENDA
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYAGENDA
                    FILE STATUS  IS ST-ERRO.

            SELECT CADCHARGE
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMCHG
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS KEYPAG-CHG
                                            WITH DUPLICATES
                    ALTERNATE RECORD KEY IS REFADQ-CHG
                                            WITH DUPLICATES.
      *
      *--------------------------------------------------------------
      *
           03 RESP-SAC        PIC 9(04).
           03 DTABERT-SAC     PIC 9(08).
           03 DTRESOL-SAC     PIC 9(08).
      *
       FD CADCHARGE
           VALUE OF FILE-ID IS "CADCHARGE.DAT".
       01 REGCHARGE.
           03 NUMCHG          PIC 9(06).
           03 KEYPAG-CHG.
               05 CPF-CHG         PIC 9(11).
               05 RESTOPAG-CHG    PIC X(20).
           03 REFADQ-CHG      PIC X(20).
           03 DTTRANS-CHG     PIC 9(08).
           03 VALCHG          PIC 9(06)V99.
           03 MOTIVO-CHG      PIC X(30).
           03 DTRECEB-CHG     PIC 9(08).
           03 PRAZO-CHG       PIC 9(08).
           03 DTEVID-CHG      PIC 9(08).
           03 DTDECISAO-CHG   PIC 9(08).
           03 SITCHG          PIC X(01).
           03 DSCSITCHG       PIC X(12).
           03 ORIGEM-CHG      PIC X(01).
           03 OPER-CHG        PIC 9(04).
      *
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
      *
       77 W-QTDAVAR     PIC 9(04) VALUE ZEROS.
       77 W-QTDCANC     PIC 9(04) VALUE ZEROS.
       77 W-QTDSAC      PIC 9(04) VALUE ZEROS.
       77 W-QTDCHG      PIC 9(04) VALUE ZEROS.
       77 W-QTDNOSHOW   PIC 9(04) VALUE ZEROS.
       77 W-TOTCLI      PIC 9(06) VALUE ZEROS.
       01 WS-DATAHOJE   PIC 9(08) VALUE ZEROS.
      *
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADSCORE CADCLI CADPAG CADCOBDANO CADCANCEL
                   GO TO ROT-FIM.
           OPEN INPUT CADCHARGE
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                   OPEN OUTPUT CADCHARGE
                   CLOSE CADCHARGE
                   OPEN INPUT CADCHARGE
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQUIVO CADCHARGE.DAT *"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADSCORE CADCLI CADPAG CADCOBDANO CADCANCEL
                       CADSAC
                   GO TO ROT-FIM.
           OPEN INPUT CADAGENDA
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                   OPEN OUTPUT CADAGENDA
                   CLOSE CADAGENDA
                   OPEN INPUT CADAGENDA
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQUIVO CADAGENDA.DAT *"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADSCORE CADCLI CADPAG CADCOBDANO CADCANCEL
                       CADSAC CADCHARGE
                   GO TO ROT-FIM.
           ACCEPT WS-DATAHOJE FROM DATE YYYYMMDD
           DISPLAY " "
           DISPLAY "---- CALCULO DO SCORE DE RISCO ----".
       CALCULA-SCORE.
           MOVE CPF-CLI TO W-CPFCALC
           MOVE ZEROS TO W-QTDVENC W-QTDATRASO W-QTDAVAR
           MOVE ZEROS TO W-QTDCANC W-QTDSAC W-QTDCHG W-QTDNOSHOW
           PERFORM CONTA-PARCELAS THRU CONTA-PARCELAS-FIM
           PERFORM CONTA-AVARIAS THRU CONTA-AVARIAS-FIM
           PERFORM CONTA-CANCEL THRU CONTA-CANCEL-FIM
           PERFORM CONTA-SAC THRU CONTA-SAC-FIM
           PERFORM CONTA-CHARGE THRU CONTA-CHARGE-FIM
           PERFORM CONTA-NOSHOW THRU CONTA-NOSHOW-FIM
           COMPUTE W-SCORE = 100 - (W-QTDVENC * 5)
               - (W-QTDATRASO * 2) - (W-QTDAVAR * 10)
               - (W-QTDCANC * 3) - (W-QTDSAC * 5)
               - (W-QTDCHG * 15) - (W-QTDNOSHOW * 5)
           IF W-SCORE < ZEROS
               MOVE ZEROS TO W-SCORE.
           MOVE W-CPFCALC TO CPF-SCORE
               GO TO CONTA-PARCELAS-FIM.
           IF FKCPF-CLI-PAG NOT = W-CPFCALC
               GO TO CONTA-PARCELAS-FIM.
           IF SITPARC = "D"
               GO TO CONTA-PARCELAS-PROX.
           IF SITPARC = "P"
               IF DTPAGTO > DTVENCTO AND DTVENCTO NOT = ZEROS
                   ADD 1 TO W-QTDATRASO
       CONTA-CANCEL-FIM.
           EXIT.
      *
      * RECLAMACOES NO SAC DO CPF; O CHAMADO DE AVALIACAO BAIXA
      * (CATEGORIA V, ABERTO PELO SGB156) NAO E RECLAMACAO DO CLIENTE
       CONTA-SAC.
           MOVE W-CPFCALC TO CPF-SAC
           MOVE ZEROS TO SEQ-SAC
               GO TO CONTA-SAC-FIM.
           IF CPF-SAC NOT = W-CPFCALC
               GO TO CONTA-SAC-FIM.
           IF CATEGSAC = "V"
               GO TO CONTA-SAC-PROX.
           ADD 1 TO W-QTDSAC
           GO TO CONTA-SAC-PROX.
       CONTA-SAC-FIM.
           EXIT.
      *
      * CHARGEBACKS PERDIDOS DO CPF (SGB129)
       CONTA-CHARGE.
           MOVE W-CPFCALC TO CPF-CHG
           MOVE SPACES TO RESTOPAG-CHG
           START CADCHARGE KEY IS >= KEYPAG-CHG
           IF ST-ERRO NOT = "00"
               GO TO CONTA-CHARGE-FIM.
       CONTA-CHARGE-PROX.
           READ CADCHARGE NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO CONTA-CHARGE-FIM.
           IF CPF-CHG NOT = W-CPFCALC
               GO TO CONTA-CHARGE-FIM.
           IF SITCHG = "P"
               ADD 1 TO W-QTDCHG.
           GO TO CONTA-CHARGE-PROX.
       CONTA-CHARGE-FIM.
           EXIT.
      *
      * NO-SHOWS DO CPF NA AGENDA (SGB146 -- CHAVE NAO COMECA PELO
      * CPF: VARRE TUDO)
       CONTA-NOSHOW.
           MOVE LOW-VALUES TO KEYAGENDA
           START CADAGENDA KEY IS >= KEYAGENDA
           IF ST-ERRO NOT = "00"
               GO TO CONTA-NOSHOW-FIM.
       CONTA-NOSHOW-PROX.
           READ CADAGENDA NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO CONTA-NOSHOW-FIM.
           IF CPF-AG = W-CPFCALC AND SITAGENDA = "N"
               ADD 1 TO W-QTDNOSHOW.
           GO TO CONTA-NOSHOW-PROX.
       CONTA-NOSHOW-FIM.
           EXIT.
      *
       LOTE-FIM.
           DISPLAY "CLIENTES PONTUADOS: " W-TOTCLI.
           CLOSE CADSCORE CADCLI CADPAG CADCOBDANO CADCANCEL CADSAC
               CADCHARGE CADAGENDA
           GO TO ROT-FIM.
      *
      *--------------------------------------------------------------
