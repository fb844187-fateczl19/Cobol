               PERFORM QUEBRA-CLIENTE THRU QUEBRA-CLIENTE-FIM
               MOVE FKCPF-CLI-PAG TO W-CPFATUAL.
           MOVE "S" TO W-CLITEM
           IF SITPARC = "P" OR "D"
               GO TO APURA-PARCELA-FIM.
           ADD VALORPAG TO W-VALABERTO
           MOVE DTVENCTO TO W-DTVENC-R
