                03 MEDIAMIN        PIC 9(02).
                03 MAXFALTAS       PIC 9(02).
                03 VALIDMESES      PIC 9(03).
                03 CARGAHOR        PIC 9(03).
                03 EXIGIDO-CAT     PIC X(01).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
                    NEXT SENTENCE.
       INC-001.
                MOVE ZEROS TO CODCURSO-CAT MEDIAMIN MAXFALTAS
                    VALIDMESES CARGAHOR
                MOVE SPACES TO NOMECURSO
                MOVE "N" TO EXIGIDO-CAT
                DISPLAY (01, 01) ERASE.
                DISPLAY (01, 20) "CATALOGO DE CURSOS"
                DISPLAY (04, 01) "CODIGO DO CURSO    : ".
                DISPLAY (06, 01) "MEDIA MINIMA       : ".
                DISPLAY (07, 01) "FALTAS MAXIMAS     : ".
                DISPLAY (08, 01) "VALIDADE (MESES)   : ".
                DISPLAY (09, 01) "CARGA HORARIA (H)  : ".
                DISPLAY (10, 01) "EXIGIDO NO TURNO   : ".
       INC-002.
                DISPLAY (04, 22) "  ".
                ACCEPT  (04, 22) CODCURSO-CAT
                   MOVE "VALIDADE DEVE SER MAIOR QUE ZERO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
       INC-007.
                DISPLAY (09, 22) "   ".
                ACCEPT (09, 22) CARGAHOR
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006.
                IF CARGAHOR = ZEROS
                   MOVE "CARGA HORARIA DEVE SER MAIOR QUE ZERO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-007.
       INC-008.
                DISPLAY (10, 22) EXIGIDO-CAT
                ACCEPT (10, 22) EXIGIDO-CAT WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-007.
                IF EXIGIDO-CAT = "s" MOVE "S" TO EXIGIDO-CAT.
                IF EXIGIDO-CAT = "n" MOVE "N" TO EXIGIDO-CAT.
                IF EXIGIDO-CAT NOT = "S" AND "N"
                   MOVE "EXIGIDO NO TURNO: DIGITE S OU N" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-008.
                IF W-SEL = 1
                   GO TO ALT-OPC.
       INC-OPC.
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-008.
                IF W-OPCAO = "N" OR "n"
                   MOVE "* DADOS RECUSADOS PELO OPERADOR *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                DISPLAY (06, 22) MEDIAMIN
                DISPLAY (07, 22) MAXFALTAS
                DISPLAY (08, 22) VALIDMESES
                DISPLAY (09, 22) CARGAHOR
                DISPLAY (10, 22) EXIGIDO-CAT
                MOVE "*** CURSO JA CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                MOVE 1 TO W-SEL
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-008.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
