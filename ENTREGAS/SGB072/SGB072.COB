      * DE CADA MAQUINA, ALEM DAS HORAS RODADAS (HRUSO/MINUSO). AS
      * BIKES COM USO ABAIXO DO LIMITE INFORMADO SAEM MARCADAS COMO
      * OCIOSAS -- CANDIDATAS A TRANSFERENCIA (SGB068) OU VENDA
      * (SGB031). AS HORAS DE USO INTERNO (CADUSOINT/SGB158) SAEM
      * NUMA LINHA A PARTE, FORA DA RECEITA E DO LIMITE DE OCIOSA
      *--------------------------------------------------------------
      *
       ENVIRONMENT DIVISION.
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NUM-BIKE-MANUT
                                            WITH DUPLICATES.

            SELECT CADUSOINT
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMUSO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NUMBIKE-USO
                                            WITH DUPLICATES.
      *
      *--------------------------------------------------------------
      *
           03 FILLER           PIC X(88).
           03 CUSTOMANUT       PIC 9(06)V99.
           03 FILLER           PIC X(19).
      *
       FD CADUSOINT
           VALUE OF FILE-ID IS "CADUSOINT.DAT".
       01 REGUSOINT.
           03 NUMUSO           PIC 9(06).
           03 NUMBIKE-USO      PIC 9(04).
           03 FILLER           PIC X(83).
           03 MINUTOS-USO      PIC 9(06).
           03 FILLER           PIC X(29).
      *
      *--------------------------------------------------------------
      *
       77 W-HORAS       PIC 9(06)V99 VALUE ZEROS.
       77 W-TOTBIKES    PIC 9(04) VALUE ZEROS.
       77 W-TOTOCIOSAS  PIC 9(04) VALUE ZEROS.
       77 W-HORASINT    PIC 9(06)V99 VALUE ZEROS.
       77 W-TOTHORAS    PIC 9(08)V99 VALUE ZEROS.
       77 W-TOTHORASINT PIC 9(08)V99 VALUE ZEROS.
      *
      *--------------------------------------------------------------
      *
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADBIKE CADLOC CADHISTLOC
                   GO TO ROT-FIM.
           OPEN INPUT CADUSOINT
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                   OPEN OUTPUT CADUSOINT
                   CLOSE CADUSOINT
                   OPEN INPUT CADUSOINT
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQUIVO CADUSOINT.DAT *"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADBIKE CADLOC CADHISTLOC CADMANUT
                   GO TO ROT-FIM.
      *
       ACC-LIMITE.
           DISPLAY (01, 01) ERASE
           ACCEPT (03, 38) W-LIMHORAS WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR 01
               CLOSE CADBIKE CADLOC CADHISTLOC CADMANUT CADUSOINT
               GO TO ROT-FIM.
      *
       CAB-001.
           IF SITUAC = "B" OR "b"
               GO TO APURA-BIKE-FIM.
           ADD 1 TO W-TOTBIKES
           MOVE ZEROS TO W-RECEITA W-CUSTO W-HORAS W-HORASINT
      * RECEITA E HORAS DAS LOCACOES VIVAS, PELA CHAVE POR BIKE
           MOVE NUMERO TO FKNUM-BIKE
           START CADLOC KEY IS = FKNUM-BIKE
           MOVE NUMERO TO NUM-BIKE-MANUT
           START CADMANUT KEY IS = NUM-BIKE-MANUT
           IF ST-ERRO NOT = "00"
               GO TO APURA-BIKE-USOINT.
       APURA-BIKE-MANPROX.
           READ CADMANUT NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO APURA-BIKE-USOINT.
           IF NUM-BIKE-MANUT NOT = NUMERO
               GO TO APURA-BIKE-USOINT.
           ADD CUSTOMANUT TO W-CUSTO
           GO TO APURA-BIKE-MANPROX.
      * HORAS DE USO INTERNO (TESTE, FUNCIONARIO, IMPRENSA,
      * CORTESIA), PELA CHAVE POR BIKE -- SEM RECEITA
       APURA-BIKE-USOINT.
           MOVE NUMERO TO NUMBIKE-USO
           START CADUSOINT KEY IS = NUMBIKE-USO
           IF ST-ERRO NOT = "00"
               GO TO APURA-BIKE-IMPRIME.
       APURA-BIKE-USOPROX.
           READ CADUSOINT NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO APURA-BIKE-IMPRIME.
           IF NUMBIKE-USO NOT = NUMERO
               GO TO APURA-BIKE-IMPRIME.
           COMPUTE W-HORASINT = W-HORASINT + (MINUTOS-USO / 60)
           GO TO APURA-BIKE-USOPROX.
       APURA-BIKE-IMPRIME.
           ADD W-HORAS TO W-TOTHORAS
           ADD W-HORASINT TO W-TOTHORASINT
           COMPUTE W-MARGEM = W-RECEITA - W-CUSTO - VALCOMPRA
           IF W-HORAS < W-LIMHORAS
               ADD 1 TO W-TOTOCIOSAS
                   DISPLAY NUMERO "  " MARCA " " VALCOMPRA " "
                       W-RECEITA " " W-CUSTO " " W-MARGEM " "
                       W-HORAS.
           IF W-HORASINT > ZEROS
               DISPLAY "      USO INTERNO (SEM RECEITA): " W-HORASINT
                   " HORAS".
       APURA-BIKE-FIM.
           EXIT.
      *
           DISPLAY "BIKES ANALISADAS: " W-TOTBIKES.
           DISPLAY "BIKES OCIOSAS (CANDIDATAS A TRANSFERENCIA OU".
           DISPLAY "VENDA PELO SGB031): " W-TOTOCIOSAS.
           DISPLAY "HORAS DE LOCACAO PAGA.....: " W-TOTHORAS.
           DISPLAY "HORAS DE USO INTERNO......: " W-TOTHORASINT.
           CLOSE CADBIKE CADLOC CADHISTLOC CADMANUT CADUSOINT
           GO TO ROT-FIM.
      *
      *--------------------------------------------------------------
