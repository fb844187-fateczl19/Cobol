      *       O DINHEIRO ENTRA NA GAVETA E SOMA NO CONFRONTO
      *   F = FECHA A SESSAO: CONFRONTA O DINHEIRO CONTADO COM OS
      *       PAGAMENTOS EM DINHEIRO (CADPAG) DAS LOCACOES ENTREGUES
      *       NA DATA DA SESSAO PELO OPERADOR, MAIS AS VENDAS DE
      *       VAREJO EM DINHEIRO (SGB132), E GRAVA A DIFERENCA. CADA
      *       MOEDA ESTRANGEIRA RECEBIDA NO SGB004 (CADMOVME) E UMA
      *       GAVETA A PARTE, CONTADA NA PROPRIA MOEDA (CADCXME)
      * ASSIM A FALTA DE CAIXA APARECE NO DIA E NO TURNO CERTOS, NAO
      * DIAS DEPOIS SEM DONO
      *--------------------------------------------------------------
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYSMOV
                    FILE STATUS  IS ST-ERRO.

            SELECT CADVAREJO
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYVAREJO
                    FILE STATUS  IS ST-ERRO.

            SELECT CADMOVME
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYMOVME
                    FILE STATUS  IS ST-MV.

            SELECT CADCXME
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCXME
                    FILE STATUS  IS ST-CX.
      *
      *--------------------------------------------------------------
      *
           03 SALDOAPOS       PIC 9(06)V99.
      *
      *--------------------------------------------------------------
      * VAREJO DE BALCAO (SGB132) -- UM REGISTRO POR ITEM VENDIDO;
      * O DINHEIRO (FORMAVAR 'D') ENTRA NA GAVETA DO OPERADOR
      *--------------------------------------------------------------
      *
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
      * MOVIMENTO DE MOEDA ESTRANGEIRA EM ESPECIE: TIPO "R" = RECEBIDA
      * DE CLIENTE NO PAGAMENTO DA LOCACAO (SGB004), COM O EQUIVALENTE
      * EM REAIS LANCADO NO CADPAG E O TROCO DADO EM REAIS; TIPO "B"
      * = VENDIDA AO BANCO (SGB143), COM O CUSTO CONTABIL BAIXADO, OS
      * REAIS RECEBIDOS E O GANHO (OU PERDA) CAMBIAL
      *--------------------------------------------------------------
      *
       FD CADMOVME
           VALUE OF FILE-ID IS "CADMOVME.DAT".
       01 REGMOVME.
           03 KEYMOVME.
               05 OPER-MV      PIC 9(04).
               05 DT-MV        PIC 9(08).
               05 SEQ-MV       PIC 9(04).
           03 TIPO-MV          PIC X(01).
           03 MOEDA-MV         PIC X(03).
           03 FIL-MV           PIC 9(02).
           03 HR-MV            PIC 9(04).
           03 VALME-MV         PIC 9(07)V99.
           03 TAXA-MV          PIC 9(03)V9(06).
           03 VALREAL-MV       PIC 9(08)V99.
           03 TROCO-MV         PIC 9(06)V99.
           03 VALBANCO-MV      PIC 9(08)V99.
           03 GANHO-MV         PIC S9(08)V99.
           03 KEYLOC-MV        PIC X(27).
      *
      *--------------------------------------------------------------
      * CONTAGEM DAS GAVETAS DE MOEDA ESTRANGEIRA NO FECHAMENTO DA
      * SESSAO DE CAIXA (SGB042): UMA LINHA POR MOEDA RECEBIDA
      *--------------------------------------------------------------
      *
       FD CADCXME
           VALUE OF FILE-ID IS "CADCXME.DAT".
       01 REGCXME.
           03 KEYCXME.
               05 OPER-CX      PIC 9(04).
               05 DT-CX        PIC 9(08).
               05 MOEDA-CX     PIC X(03).
           03 VALRECEB-CX      PIC 9(07)V99.
           03 VALCONT-CX       PIC 9(07)V99.
           03 VALDIF-CX        PIC S9(07)V99.
      *
      *--------------------------------------------------------------
      *
       WORKING-STORAGE SECTION.
      *
       77 W-DTSESSAO    PIC 9(08) VALUE ZEROS.
       77 W-VALOR       PIC 9(06)V99 VALUE ZEROS.
       77 W-VALESPERADO PIC S9(08)V99 VALUE ZEROS.
       77 W-VALVAREJO   PIC 9(06)V99 VALUE ZEROS.
      *
      * GAVETAS DE MOEDA ESTRANGEIRA DA SESSAO (VIDE SOMA-MOEDAEXT)
       77 ST-MV         PIC X(02) VALUE "00".
       77 ST-CX         PIC X(02) VALUE "00".
       77 W-I           PIC 9(02) VALUE ZEROS.
       77 W-LIN         PIC 9(02) VALUE ZEROS.
       77 W-QTDMOEDA    PIC 9(02) VALUE ZEROS.
       77 W-TROCOME     PIC 9(07)V99 VALUE ZEROS.
       77 W-VALME       PIC 9(07)V99 VALUE ZEROS.
       01 TAB-MOEDA.
           03 TM-LINHA OCCURS 10 TIMES.
               05 TM-MOEDA     PIC X(03).
               05 TM-RECEB     PIC 9(07)V99.
               05 TM-CONTADO   PIC 9(07)V99.
      *
      * APOIO A CARGA DA CARTEIRA PRE-PAGA (SGB086)
       77 W-CPFCART     PIC 9(11) VALUE ZEROS.
           IF W-ACT = 02
               GO TO ACC-OPERACAO.
           MOVE W-VALOR TO VALCONTADO
           PERFORM SOMA-MOEDAEXT THRU SOMA-MOEDAEXT-FIM
           MOVE ZEROS TO W-I.
       FECHA-SESSAO-MOEDA.
           ADD 1 TO W-I
           IF W-I > W-QTDMOEDA
               GO TO FECHA-SESSAO-CONFRONTA.
           COMPUTE W-LIN = 9 + W-I
           MOVE ZEROS TO W-VALME
           DISPLAY (W-LIN, 01) "   CONTADO NA GAVETA EM " TM-MOEDA (W-I)
               ": ".
           ACCEPT (W-LIN, 33) W-VALME WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-OPERACAO.
           MOVE W-VALME TO TM-CONTADO (W-I)
           GO TO FECHA-SESSAO-MOEDA.
       FECHA-SESSAO-CONFRONTA.
           MOVE ZEROS TO VALDINHEIRO
           PERFORM SOMA-DINHEIRO THRU SOMA-DINHEIRO-FIM
           PERFORM SOMA-VAREJO THRU SOMA-VAREJO-FIM
           ADD W-VALVAREJO TO VALDINHEIRO
           COMPUTE W-VALESPERADO = VALTROCO + VALDINHEIRO
               + VALCARGA - VALSANGRIA - VALDESPESA - W-TROCOME
           COMPUTE VALDIFERENCA = VALCONTADO - W-VALESPERADO
           MOVE "F" TO SITCAIXA
           MOVE "FECHADA " TO DSCSITCAIXA
           DISPLAY "DATA DA SESSAO......: " DTCAIXA.
           DISPLAY "TROCO INICIAL.......: " VALTROCO.
           DISPLAY "DINHEIRO NO SISTEMA.: " VALDINHEIRO.
           DISPLAY "  DO QUAL VAREJO....: " W-VALVAREJO.
           DISPLAY "CARGAS DE CARTEIRA..: " VALCARGA.
           DISPLAY "SANGRIAS............: " VALSANGRIA.
           DISPLAY "DESPESAS............: " VALDESPESA.
           DISPLAY "TROCO EM REAIS (M.EXT): " W-TROCOME.
           DISPLAY "CONTADO NA GAVETA...: " VALCONTADO.
           DISPLAY "DIFERENCA (QUEBRA)..: " VALDIFERENCA.
           PERFORM GRAVA-MOEDAEXT THRU GRAVA-MOEDAEXT-FIM
           GO TO ACC-OPERACAO.
      *
      *--------------------------------------------------------------
      * MOEDA ESTRANGEIRA RECEBIDA PELO OPERADOR NA DATA DA SESSAO
      * (CADMOVME TIPO "R"), UMA LINHA DA TAB-MOEDA POR MOEDA, E O
      * TROCO DADO EM REAIS, QUE SAIU DA GAVETA DE REAIS
      *--------------------------------------------------------------
      *
       SOMA-MOEDAEXT.
           MOVE ZEROS TO W-QTDMOEDA W-TROCOME
           OPEN INPUT CADMOVME
           IF ST-MV NOT = "00"
               GO TO SOMA-MOEDAEXT-FIM.
           MOVE W-OPERADOR TO OPER-MV
           MOVE W-DTSESSAO TO DT-MV
           MOVE ZEROS TO SEQ-MV
           START CADMOVME KEY IS > KEYMOVME
           IF ST-MV NOT = "00"
               GO TO SOMA-MOEDAEXT-ENCERRA.
       SOMA-MOEDAEXT-PROX.
           READ CADMOVME NEXT RECORD
           IF ST-MV NOT = "00"
               GO TO SOMA-MOEDAEXT-ENCERRA.
           IF OPER-MV NOT = W-OPERADOR OR DT-MV NOT = W-DTSESSAO
               GO TO SOMA-MOEDAEXT-ENCERRA.
           IF TIPO-MV NOT = "R"
               GO TO SOMA-MOEDAEXT-PROX.
           ADD TROCO-MV TO W-TROCOME
           MOVE ZEROS TO W-I.
       SOMA-MOEDAEXT-ACHA.
           ADD 1 TO W-I
           IF W-I > W-QTDMOEDA
               GO TO SOMA-MOEDAEXT-NOVA.
           IF TM-MOEDA (W-I) NOT = MOEDA-MV
               GO TO SOMA-MOEDAEXT-ACHA.
           ADD VALME-MV TO TM-RECEB (W-I)
           GO TO SOMA-MOEDAEXT-PROX.
       SOMA-MOEDAEXT-NOVA.
           IF W-QTDMOEDA = 10
               GO TO SOMA-MOEDAEXT-PROX.
           ADD 1 TO W-QTDMOEDA
           MOVE MOEDA-MV TO TM-MOEDA (W-QTDMOEDA)
           MOVE VALME-MV TO TM-RECEB (W-QTDMOEDA)
           MOVE ZEROS TO TM-CONTADO (W-QTDMOEDA)
           GO TO SOMA-MOEDAEXT-PROX.
       SOMA-MOEDAEXT-ENCERRA.
           CLOSE CADMOVME.
       SOMA-MOEDAEXT-FIM.
           EXIT.
      *
      * GRAVA A CONTAGEM DE CADA GAVETA DE MOEDA NO CADCXME
       GRAVA-MOEDAEXT.
           IF W-QTDMOEDA = ZEROS
               GO TO GRAVA-MOEDAEXT-FIM.
           OPEN I-O CADCXME
           IF ST-CX NOT = "00"
               IF ST-CX = "30" OR "35"
                   OPEN OUTPUT CADCXME
                   CLOSE CADCXME
                   OPEN I-O CADCXME
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQ CADCXME.DAT *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO GRAVA-MOEDAEXT-FIM.
           MOVE ZEROS TO W-I.
       GRAVA-MOEDAEXT-PROX.
           ADD 1 TO W-I
           IF W-I > W-QTDMOEDA
               GO TO GRAVA-MOEDAEXT-ENCERRA.
           MOVE W-OPERADOR TO OPER-CX
           MOVE W-DTSESSAO TO DT-CX
           MOVE TM-MOEDA (W-I) TO MOEDA-CX
           MOVE TM-RECEB (W-I) TO VALRECEB-CX
           MOVE TM-CONTADO (W-I) TO VALCONT-CX
           COMPUTE VALDIF-CX = VALCONT-CX - VALRECEB-CX
           WRITE REGCXME
           IF ST-CX = "22"
               REWRITE REGCXME.
           DISPLAY "GAVETA " MOEDA-CX "..........: RECEBIDO "
               VALRECEB-CX " CONTADO " VALCONT-CX
               " DIFERENCA " VALDIF-CX
           GO TO GRAVA-MOEDAEXT-PROX.
       GRAVA-MOEDAEXT-ENCERRA.
           CLOSE CADCXME.
       GRAVA-MOEDAEXT-FIM.
           EXIT.
      *
       SOMA-DINHEIRO.
           OPEN INPUT CADLOC
       SOMA-PAGAMENTOS-FIM.
           EXIT.
      *
      * VENDAS DE VAREJO EM DINHEIRO DO OPERADOR NA DATA DA SESSAO
       SOMA-VAREJO.
           MOVE ZEROS TO W-VALVAREJO
           OPEN INPUT CADVAREJO
           IF ST-ERRO NOT = "00"
               GO TO SOMA-VAREJO-FIM.
       SOMA-VAREJO-PROX.
           READ CADVAREJO NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO SOMA-VAREJO-ENCERRA.
           IF OPERVAR NOT = W-OPERADOR OR DTVAR NOT = W-DTSESSAO
               GO TO SOMA-VAREJO-PROX.
           IF FORMAVAR = "D"
               ADD VALITEM-VAR TO W-VALVAREJO.
           GO TO SOMA-VAREJO-PROX.
       SOMA-VAREJO-ENCERRA.
           CLOSE CADVAREJO.
       SOMA-VAREJO-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * ROTINA DE FIM
      *--------------------------------------------------------------
