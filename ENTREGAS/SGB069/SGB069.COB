                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMERO
                    FILE STATUS  IS ST-ERRO.

            SELECT CADFILIAL
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-FILIAL
                    FILE STATUS  IS ST-ERRO.
      *
      *--------------------------------------------------------------
      *
           03 VALSEMANA     PIC 9(06)V99.
           03 FOTOPATH      PIC X(60).
      *
      * CADASTRO DE FILIAIS (SGB124) -- VALIDA A FILIAL CONTADA
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
      *
       WORKING-STORAGE SECTION.
       77 W-NUMBIKE     PIC 9(04) VALUE ZEROS.
       77 W-TOTNAOVISTA PIC 9(04) VALUE ZEROS.
       77 W-TOTOUTRA    PIC 9(04) VALUE ZEROS.
       77 W-DIAFIL      PIC 9(01) VALUE ZEROS.
      *
      * LEITURA DO LEITOR DE BARRAS (ETIQUETA DO SGB103) OU DIGITADA
       77 W-ETIQ        PIC X(09) VALUE SPACES.
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADINVENT CADINVITEM
               GO TO ROT-FIM.
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
                   CLOSE CADINVENT CADINVITEM CADBIKE
                   GO TO ROT-FIM.
           ACCEPT W-DTINV FROM DATE YYYYMMDD.
      *
       ACC-MODO.
           GO TO ACC-MODO.
      *
       ACC-FILIAL.
           DISPLAY (06, 01) "   FILIAL       : ".
           ACCEPT (06, 21) W-FILINV WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR W-FILINV = ZEROS
               GO TO ACC-FILIAL-FIM.
           MOVE W-FILINV TO COD-FILIAL
           READ CADFILIAL
           IF ST-ERRO NOT = "00"
               MOVE "* FILIAL NAO CADASTRADA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-FILIAL.
           DISPLAY (06, 25) NOME-FILIAL.
       ACC-FILIAL-FIM.
           EXIT.
      *
           MOVE ZEROS TO W-TOTNAOVISTA W-TOTOUTRA
           DISPLAY " ".
           DISPLAY "---- DIVERGENCIA DO INVENTARIO - FILIAL "
               W-FILINV " " NOME-FILIAL " ----".
           DISPLAY "NO CADASTRO MAS NAO VISTAS (POSSIVEL ROUBO -".
           DISPLAY "REGISTRAR OCORRENCIA NO CADINCID):".
      * PASSO 1: BIKES DA FILIAL NAO CONTADAS
           GO TO ACC-MODO.
      *
       ENCERRA.
           CLOSE CADINVENT CADINVITEM CADBIKE CADFILIAL
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
