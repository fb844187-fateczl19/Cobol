               MOVE "* FIM DAS PARCELAS DO CLIENTE *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-CPF.
           IF SITPARC = "P" OR "D"
               GO TO PARC-PROX.
           PERFORM CALCULA-ENCARGOS THRU CALCULA-ENCARGOS-FIM
           DISPLAY (06, 01) "   PARCELA " NUMPARCELA "/" TOTPARCELAS
