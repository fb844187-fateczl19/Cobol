               IF ST-ERRO = "00"
                   MOVE SITPARC TO W-SITPARC-ANTES
                   DISPLAY TELAPAG
                   IF SITPARC = "D"
                       MOVE "* PARCELA EM DISPUTA DE CARTAO (SGB129) *"
                                                          TO MENS
                       PERFORM ROT-MENS THRU ROT-MENS-FIM
                       GO TO INC-001
                   END-IF
                   MOVE "* PAGAMENTO JA CADASTRADO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE 1 TO W-SEL
