      * ALTERNATIVA POR BIKE), AS ORDENS DE SERVICO ABERTAS DO
      * CADMANUT E AS MARCACOES ATIVAS DA AGENDA (CADAGENDA) NA DATA
      * PEDIDA, LISTANDO SO AS BIKES REALMENTE DISPONIVEIS COM SUAS
      * TARIFAS. BIKE EM RECALL COM PARADA OBRIGATORIA (CADRECBIKE/
      * SGB141) SO VOLTA QUANDO A ORDEM DO RECALL E FINALIZADA
      *--------------------------------------------------------------
      *
       ENVIRONMENT DIVISION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYAGENDA
                    FILE STATUS  IS ST-ERRO.

            SELECT CADRECBIKE
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYRECBIKE
                    FILE STATUS  IS ST-RCB
                    ALTERNATE RECORD KEY IS BIKE-RB
                                            WITH DUPLICATES.
      *
      *--------------------------------------------------------------
      *
           03 DSCSITAGENDA    PIC X(10).
      *
      *--------------------------------------------------------------
      * BIKES ATINGIDAS POR CADA RECALL E A ORDEM DE SERVICO ABERTA
      * PARA CADA UMA (CADMANUT); A BIKE ESTA CONCLUIDA QUANDO A
      * ORDEM E FINALIZADA NO SGB008. SEMCHASSI = "S" QUANDO A BIKE
      * NAO TEM CHASSI NO CADCHASSI E ENTROU POR SEGURANCA
      *--------------------------------------------------------------
      *
       FD CADRECBIKE
           VALUE OF FILE-ID IS "CADRECBIKE.DAT".
       01 REGRECBIKE.
           03 KEYRECBIKE.
               05 NUMRECALL-RB PIC 9(06).
               05 NUMBIKE-RB   PIC 9(04).
           03 BIKE-RB          PIC 9(04).
           03 SERIAL-RB        PIC X(20).
           03 SEMCHASSI-RB     PIC X(01).
           03 GRAV-RB          PIC 9(01).
           03 SEQMANUT-RB      PIC 9(04).
           03 DTREG-RB         PIC 9(08).
      *
      *--------------------------------------------------------------
      *
       WORKING-STORAGE SECTION.
      *
       77 W-LIVRE       PIC X(01) VALUE "S".
       77 W-TOTLIVRES   PIC 9(04) VALUE ZEROS.
      *
      * BLOQUEIO POR RECALL COM PARADA OBRIGATORIA (VIDE
      * VERIFICA-RECALL)
       77 ST-RCB        PIC X(02) VALUE "00".
       77 W-RECALLBLOQ  PIC X(01) VALUE "N".
       77 W-RECALLNUM   PIC 9(06) VALUE ZEROS.
      *
      *--------------------------------------------------------------
      *
       PROCEDURE DIVISION.
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADBIKE CADLOC CADMANUT
                   GO TO ROT-FIM.
           OPEN INPUT CADRECBIKE
           IF ST-RCB NOT = "00"
               IF ST-RCB = "30" OR "35"
                   OPEN OUTPUT CADRECBIKE
                   CLOSE CADRECBIKE
                   OPEN INPUT CADRECBIKE
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQ CADRECBIKE.DAT *"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADBIKE CADLOC CADMANUT CADAGENDA
                   GO TO ROT-FIM.
      *
       ACC-FILTROS.
           DISPLAY (01, 01) ERASE
           ACCEPT (03, 42) W-CATEG WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR 01
               CLOSE CADBIKE CADLOC CADMANUT CADAGENDA CADRECBIKE
               GO TO ROT-FIM.
           IF W-CATEG = "u" MOVE "U" TO W-CATEG.
           IF W-CATEG = "m" MOVE "M" TO W-CATEG.
      *
      *--------------------------------------------------------------
      * UMA BIKE SO E LIVRE SE NAO TEM LOCACAO EM ABERTO, NEM ORDEM
      * DE SERVICO ABERTA, NEM RECALL DE PARADA OBRIGATORIA PENDENTE,
      * NEM MARCACAO ATIVA DA AGENDA NA DATA
      *--------------------------------------------------------------
      *
       VERIFICA-LIVRE.
           MOVE NUMERO TO NUM-BIKE-MANUT
           START CADMANUT KEY IS = NUM-BIKE-MANUT
           IF ST-ERRO NOT = "00"
               GO TO VERIFICA-LIVRE-RECALL.
       VERIFICA-LIVRE-MANPROX.
           READ CADMANUT NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO VERIFICA-LIVRE-RECALL.
           IF NUM-BIKE-MANUT NOT = NUMERO
               GO TO VERIFICA-LIVRE-RECALL.
           IF SITUACMANUT = "A" OR "a"
               MOVE "N" TO W-LIVRE
               GO TO VERIFICA-LIVRE-FIM.
           GO TO VERIFICA-LIVRE-MANPROX.
       VERIFICA-LIVRE-RECALL.
           PERFORM VERIFICA-RECALL THRU VERIFICA-RECALL-FIM
           IF W-RECALLBLOQ = "S"
               MOVE "N" TO W-LIVRE
               GO TO VERIFICA-LIVRE-FIM.
       VERIFICA-LIVRE-AGENDA.
           MOVE NUMERO TO NUM-BIKE-AG
           MOVE W-DTPER TO DTAGENDA
           GO TO VERIFICA-LIVRE-AGPROX.
       VERIFICA-LIVRE-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * RECALL COM PARADA OBRIGATORIA (CADRECBIKE/SGB141): A BIKE
      * FICA BLOQUEADA ENQUANTO A ORDEM DE SERVICO DO RECALL NAO FOR
      * FINALIZADA NO SGB008
      *--------------------------------------------------------------
      *
       VERIFICA-RECALL.
           MOVE "N" TO W-RECALLBLOQ
           MOVE NUMERO TO BIKE-RB
           START CADRECBIKE KEY IS = BIKE-RB
           IF ST-RCB NOT = "00"
               GO TO VERIFICA-RECALL-FIM.
       VERIFICA-RECALL-PROX.
           READ CADRECBIKE NEXT RECORD
           IF ST-RCB NOT = "00"
               GO TO VERIFICA-RECALL-FIM.
           IF BIKE-RB NOT = NUMERO
               GO TO VERIFICA-RECALL-FIM.
           IF GRAV-RB NOT = 3
               GO TO VERIFICA-RECALL-PROX.
           MOVE BIKE-RB TO NUM-BIKE-MANUT
           MOVE SEQMANUT-RB TO SEQ-MANUT
           READ CADMANUT
           IF ST-ERRO = "00" AND (SITUACMANUT = "F" OR "f")
               GO TO VERIFICA-RECALL-PROX.
           MOVE "S" TO W-RECALLBLOQ
           MOVE NUMRECALL-RB TO W-RECALLNUM.
       VERIFICA-RECALL-FIM.
           EXIT.
      *
       REL-FIM.
           DISPLAY " ".
