      * (SITPARC <> 'P'), CLASSIFICADAS PELO ATRASO CONTRA O
      * VENCIMENTO (DTVENCTO): A VENCER, ATE 30, 31-60, 61-90 E MAIS
      * DE 90 DIAS, TOTALIZADAS POR CLIENTE (O CADPAG JA VEM
      * ORDENADO POR CPF PELA PROPRIA CHAVE) E NO GERAL. PARCELA EM
      * DISPUTA DE CARTAO (SITPARC = 'D', SGB129) NAO ENTRA
      *--------------------------------------------------------------
      *
       ENVIRONMENT DIVISION.
           GO TO LER-PROX.
      *
       CLASSIFICA-PARCELA.
           IF SITPARC = "P" OR "D"
               GO TO CLASSIFICA-PARCELA-FIM.
           IF FKCPF-CLI-PAG NOT = W-CPFATUAL
               PERFORM QUEBRA-CLIENTE THRU QUEBRA-CLIENTE-FIM
