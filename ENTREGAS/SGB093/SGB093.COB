           READ CADPAG NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO ASSIN-INICIO.
           IF SITPARC = "P" OR "D"
               GO TO PAG-PROX.
           MOVE DTVENCTO TO W-DTREF-R
           PERFORM ACHA-SEMANA THRU ACHA-SEMANA-FIM
