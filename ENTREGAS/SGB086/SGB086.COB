      *   E = EXTRATO DE MOVIMENTOS DA CARTEIRA (CADSALDOMOV.DAT)
      * A CARGA E FEITA NA SESSAO DE CAIXA (SGB042, OPERACAO 'C')
      * PARA O DINHEIRO CONFERIR NA GAVETA, E O CONSUMO ENTRA COMO
      * FORMA DE PAGAMENTO 'S' (SALDO) NAS PARCELAS DO SGB010. O
      * BONUS DE INDICACAO ENTRA COMO MOVIMENTO 'B', CREDITADO PELO
      * SGB004 NA PRIMEIRA LOCACAO PAGA DO CLIENTE INDICADO
      *--------------------------------------------------------------
      *
       ENVIRONMENT DIVISION.
       77 W-CPFCART     PIC 9(11) VALUE ZEROS.
       77 W-TOTCARGAS   PIC 9(08)V99 VALUE ZEROS.
       77 W-TOTUSOS     PIC 9(08)V99 VALUE ZEROS.
       77 W-TOTBONUS    PIC 9(08)V99 VALUE ZEROS.
      *
      *--------------------------------------------------------------
      *
      *--------------------------------------------------------------
      *
       CART-EXTRATO.
           MOVE ZEROS TO W-CPFCART W-TOTCARGAS W-TOTUSOS W-TOTBONUS
           DISPLAY (05, 01) "   CPF DO CLIENTE: ".
           ACCEPT (05, 21) W-CPFCART WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF TIPOSMOV = "C"
               ADD VALSMOV TO W-TOTCARGAS
           ELSE
               IF TIPOSMOV = "B"
                   ADD VALSMOV TO W-TOTBONUS
               ELSE
                   ADD VALSMOV TO W-TOTUSOS.
           GO TO CART-EXTRATO-PROX.
       CART-EXTRATO-FIM.
           DISPLAY " ".
           DISPLAY "TOTAL DE CARGAS..: " W-TOTCARGAS.
           DISPLAY "TOTAL DE BONUS...: " W-TOTBONUS.
           DISPLAY "TOTAL DE USOS....: " W-TOTUSOS.
           GO TO ACC-MODO.
      *
