           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS COD-FUNC
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
                03 DTVALSENHA      PIC 9(08).
      *
      *--------------------------------------------------------------
      * CADASTRO DE FILIAIS, MANTIDO PELO SGB124 -- VALIDA O CODIGO
      * DA FILIAL E TRAZ O NOME (VIDE INC-014)
      *--------------------------------------------------------------
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
      *--------------------------------------------------------------
      *
       FD CADCHASSI
           VALUE OF FILE-ID IS "CADCHASSI.DAT".
       01 TTABARO REDEFINES TTARO.
           03 TABARO PIC 9(02) OCCURS 7 TIMES.

      * A TABELA DE FILIAIS TAMBEM SAIU DO CODIGO -- OS NOMES VEM
      * DO CADFILIAL.DAT (VIDE INC-014 E GRAVA-SEED-FILIAL)
      * APOIO A CARGA INICIAL DO CADFILIAL
       77 W-DIAFIL     PIC 9(01) VALUE ZEROS.

      * TABELA DE SITUACAO
       01 TTSITUAC.
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
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
                   GO TO ROT-FIM.
           OPEN I-O CADTRAVA
           IF ST-TRV NOT = "00"
               OPEN OUTPUT CADTRAVA
               CLOSE CADPRECO
               CLOSE CADCOR
               CLOSE CADCONTROLE
               CLOSE CADFILIAL
               GO TO ROT-FIM.
      * NUMERO EM BRANCO = NUMERACAO AUTOMATICA PELO CADCONTROLE;
      * DIGITAR UM NUMERO CONTINUA VALENDO (SO PARA MIGRACOES)
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO INC-013.
           MOVE CODFILIAL TO COD-FILIAL
           READ CADFILIAL
           IF ST-ERRO NOT = "00"
               MOVE "* FILIAL NAO CADASTRADA (SGB124) *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO INC-014.
           IF SITUAC-FIL NOT = "A"
               MOVE "* FILIAL INATIVA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO INC-014.
           MOVE NOME-FILIAL TO CODFILIALDESC
           DISPLAY TCODFILIALDESC.
      *    NEXT SENTENCE

           EXIT.
      *
      *--------------------------------------------------------------
      * CARGA INICIAL DO CADFILIAL.DAT NA PRIMEIRA VEZ QUE O ARQUIVO
      * E CRIADO, COM AS MESMAS 2 FILIAIS QUE ANTES FICAVAM FIXAS NO
      * PROGRAMA -- ENDERECO, HORARIOS, GERENTE E VAGAS SAO
      * PREENCHIDOS DEPOIS NO CADASTRO DE FILIAIS (SGB124)
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
      * NUMERACAO AUTOMATICA: LE A SERIE "BIKE" DO CADCONTROLE, PULA
      * NUMEROS JA OCUPADOS NO CADBIKE (SOBRAS DE MIGRACAO) E REGRAVA
      * O PROXIMO NUMERO LIVRE DA SERIE
