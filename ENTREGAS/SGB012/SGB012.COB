           RECORD KEY   IS NUM-BIKE
           FILE STATUS  IS ST-ERRO
           ALTERNATE RECORD KEY IS MARCA-BIKE WITH DUPLICATES.
       SELECT CADFILIAL
           ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS COD-FILIAL
           FILE STATUS  IS ST-ERRO.
      *
      *--------------------------------------------------------------
      *
           03 VALSEMANA-BIKE     PIC 9(06)V99.
           03 FOTOPATH-BIKE      PIC X(60).
      *
      * CADASTRO DE FILIAIS (SGB124) -- NOME DA FILIAL DA BIKE E
      * VALIDACAO DA PESQUISA POR FILIAL
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
      *--------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *--------------------------------------------------------------
       77 W-MARCAPESQ  PIC X(20) VALUE SPACES.
      * USADO NA PESQUISA POR FILIAL
       77 W-FILIALPESQ PIC 9(02) VALUE ZEROS.
       77 W-DIAFIL     PIC 9(01) VALUE ZEROS.

      * TABELA DE COR
       01 TTCOR.
       01 TTABSITUAC REDEFINES TTSITUAC.
           03 TABSITUAC PIC X(11) OCCURS 6 TIMES.

      * OS NOMES DAS FILIAIS VEM DO CADFILIAL.DAT (VIDE
      * BUSCA-FILIALDESC)
      *
      *--------------------------------------------------------------
      *
                    GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
           OPEN INPUT CADFILIAL
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                   OPEN OUTPUT CADFILIAL
                   PERFORM GRAVA-SEED-FILIAL THRU GRAVA-SEED-FILIAL-FIM
                   CLOSE CADFILIAL
                   OPEN INPUT CADFILIAL
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQ CADFILIAL.DAT *"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADBIKE
                   GO TO ROT-FIM.
       INC-001.
           MOVE ZEROS TO NUM-BIKE ARO VALCOMPRA VALLOC VALHORA COR
           MOVE ZEROS TO DATCOMPRA-BIKE DATULTUSO-BIKE ANOCOMPRA-BIKE
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACE-001
           ELSE
               CLOSE CADBIKE CADFILIAL
               GO TO INC-OP0.
      *
      *--------------------------------------------------------------
      *--------------------------------------------------------------
      *
       ACC-FILIAL.
           DISPLAY (03, 01) "   CODIGO DA FILIAL        : ".
           ACCEPT (03, 31) W-FILIALPESQ
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO INC-002.
           MOVE W-FILIALPESQ TO COD-FILIAL
           READ CADFILIAL
           IF ST-ERRO NOT = "00"
               MOVE "* FILIAL NAO CADASTRADA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-FILIAL.
           MOVE ZEROS TO NUM-BIKE
      *--------------------------------------------------------------
      *
       BUSCA-FILIALDESC.
           MOVE CODFILIAL-BIKE TO COD-FILIAL
           READ CADFILIAL
           IF ST-ERRO = "00"
               MOVE NOME-FILIAL TO CODFILIALDESC-BIKE
           ELSE
               MOVE SPACES TO CODFILIALDESC-BIKE.
       BUSCA-FILIALDESC-FIM.
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACE-001
           ELSE
               CLOSE CADBIKE CADFILIAL
               GO TO ROT-FIM.
      *
      *--------------------------------------------------------------
      * SEMEIA O CADFILIAL.DAT NA PRIMEIRA VEZ QUE O ARQUIVO E CRIADO,
      * COM AS MESMAS 2 FILIAIS QUE ANTES FICAVAM FIXAS NO PROGRAMA
      * -- O RESTO DO CADASTRO E PREENCHIDO NO SGB124
      *--------------------------------------------------------------
      *
       GRAVA-SEED-FILIAL.
           MOVE SPACES TO COMPLEM-FIL
           MOVE ZEROS TO FKCEP-FIL NUM-FIL TEL-FIL GERENTE-FIL
               VAGASRACK-FIL
           MOVE 1 TO W-DIAFIL.
       GRAVA-SEED-FILIAL-HOR.
           MOVE ZEROS TO HRABRE-FIL (W-DIAFIL) HRFECHA-FIL (W-DIAFIL)
           IF W-DIAFIL < 7
               ADD 1 TO W-DIAFIL
               GO TO GRAVA-SEED-FILIAL-HOR.
           MOVE "A" TO SITUAC-FIL
           MOVE 01 TO COD-FILIAL
           MOVE "MATRIZ         " TO NOME-FILIAL
           WRITE REGFILIAL
           MOVE 02 TO COD-FILIAL
           MOVE "FILIAL 2       " TO NOME-FILIAL
           WRITE REGFILIAL.
       GRAVA-SEED-FILIAL-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * ROTINA DE FIM
      *--------------------------------------------------------------
      *
