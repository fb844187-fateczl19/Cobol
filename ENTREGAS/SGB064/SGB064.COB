      *   R = RELATORIO DE PECAS ABAIXO DO MINIMO, PARA O MECANICO
      *       NAO DESCOBRIR O BIN VAZIO NO MEIO DO CONSERTO
      * A SAIDA DE PECAS ACONTECE NA ORDEM DE SERVICO (SGB008), QUE
      * CONSOME ITENS DO CATALOGO E CUSTEIA A ORDEM, E NA OFICINA
      * PARA BIKE DE CLIENTE (SGB152), QUE GRAVA O MOVIMENTO 'S'
      *--------------------------------------------------------------
      *
       ENVIRONMENT DIVISION.
