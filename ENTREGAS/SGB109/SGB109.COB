      * CADFUNC SABIA QUEM EXISTE, MAS NAO QUEM DEVIA ESTAR
      * TRABALHANDO QUANDO:
      *   E = ESCALA: POR OPERADOR E DIA DA SEMANA (1=DOM...7=SAB),
      *       A JANELA DE TURNO (HORA INICIAL E FINAL) E A FILIAL
      *       ONDE O TURNO E CUMPRIDO (BASE DA MATRIZ DE COBERTURA DE
      *       CERTIFICADOS DO SGB147)
      *   A = AUSENCIAS/FERIAS POR PERIODO
      *   R = RELATORIO DE COBERTURA: O HISTOGRAMA DE ABERTURAS DE
      *       LOCACAO POR DIA DA SEMANA E HORA (HRLOCACAO DO CADLOC
                    RECORD KEY   IS COD-FUNC
                    FILE STATUS  IS ST-ERRO.

            SELECT CADFILIAL
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-FILIAL
                    FILE STATUS  IS ST-ERRO.

            SELECT CADLOC
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
               05 DIASEM-ESC   PIC 9(01).
           03 HRINI-ESC       PIC 9(02).
           03 HRFIM-ESC       PIC 9(02).
           03 FILIAL-ESC      PIC 9(02).
      *
       FD CADAUSENC
           VALUE OF FILE-ID IS "CADAUSENC.DAT".
                03 SENHA-FUNC      PIC X(08).
                03 PERFIL-FUNC     PIC X(01).
                03 DTVALSENHA      PIC 9(08).
      *
       FD CADFILIAL
           VALUE OF FILE-ID IS "CADFILIAL.DAT".
       01 REGFILIAL.
           03 COD-FILIAL      PIC 9(02).
           03 NOME-FILIAL     PIC X(15).
           03 FKCEP-FIL       PIC 9(08).
           03 NUM-FIL         PIC 9(05).
           03 COMPLEM-FIL     PIC X(13).
           03 TEL-FIL         PIC 9(11).
           03 HORARIO-FIL OCCURS 7 TIMES.
               05 HRABRE-FIL  PIC 9(04).
               05 HRFECHA-FIL PIC 9(04).
           03 GERENTE-FIL     PIC 9(04).
           03 VAGASRACK-FIL   PIC 9(04).
           03 SITUAC-FIL      PIC X(01).
      *
       FD CADLOC
           LABEL RECORD IS STANDARD
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADESCALA CADAUSENC
               GO TO ROT-FIM.
           OPEN INPUT CADFILIAL
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO AO ABRIR O ARQUIVO CADFILIAL.DAT *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADESCALA CADAUSENC CADFUNC
               GO TO ROT-FIM.
           OPEN INPUT CADLOC
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO AO ABRIR O ARQUIVO CADLOC.DAT *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADESCALA CADAUSENC CADFUNC CADFILIAL
               GO TO ROT-FIM.
           OPEN INPUT CADHISTLOC
           IF ST-ERRO NOT = "00"
                   MOVE "* ERRO AO ABRIR O ARQ CADHISTLOC.DAT *"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADESCALA CADAUSENC CADFUNC CADFILIAL CADLOC
                   GO TO ROT-FIM.
      *
       ACC-MODO.
      *
       ESC-MANT.
           MOVE ZEROS TO OPER-ESC DIASEM-ESC HRINI-ESC HRFIM-ESC
           MOVE ZEROS TO FILIAL-ESC W-SEL
           DISPLAY (05, 01) "   MATRICULA DO OPERADOR (0=VOLTAR): ".
           ACCEPT (05, 39) OPER-ESC WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF ST-ERRO = "00"
               MOVE 1 TO W-SEL
               DISPLAY (08, 01) "   TURNO ATUAL: " HRINI-ESC
                   " AS " HRFIM-ESC "  FILIAL " FILIAL-ESC.
       ESC-TURNO.
           DISPLAY (09, 01) "   HORA INICIAL DO TURNO (0=FOLGA): ".
           ACCEPT (09, 38) HRINI-ESC WITH UPDATE
               MOVE "* HORA DE 0 A 23 *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ESC-TURNO.
       ESC-FILIAL.
           DISPLAY (11, 01) "   FILIAL DO TURNO................: ".
           ACCEPT (11, 38) FILIAL-ESC WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ESC-TURNO.
           IF HRINI-ESC = ZEROS AND HRFIM-ESC = ZEROS
                   AND FILIAL-ESC = ZEROS
               GO TO ESC-GRAVA.
           MOVE FILIAL-ESC TO COD-FILIAL
           READ CADFILIAL
           IF ST-ERRO NOT = "00"
               MOVE "* FILIAL NAO CADASTRADA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ESC-FILIAL.
           DISPLAY (11, 42) NOME-FILIAL.
       ESC-GRAVA.
           IF W-SEL = 1
               REWRITE REGESCALA
           ELSE
           EXIT.
      *
       ENCERRA.
           CLOSE CADESCALA CADAUSENC CADFUNC CADFILIAL CADLOC
               CADHISTLOC
           GO TO ROT-FIM.
      *
      *--------------------------------------------------------------
