                    RECORD KEY   IS SERIAL-CHASSI
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NUMBIKE-CH.

            SELECT CADFILIAL
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-FILIAL
                    FILE STATUS  IS ST-ERRO.
      *
      *--------------------------------------------------------------
      * LAYOUT DE ENTRADA = EXPBIKE DO SGB013 (CAMPOS COM EDICAO DE
           03 SERIAL-CHASSI   PIC X(20).
           03 NUMBIKE-CH      PIC 9(04).
           03 DTREG-CH        PIC 9(08).
      *
      * CADASTRO DE FILIAIS (SGB124) -- A FILIAL DA LINHA TEM QUE
      * EXISTIR E ESTAR ATIVA
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
       WORKING-STORAGE SECTION.
      *
       77 W-TOTACEITAS  PIC 9(06) VALUE ZEROS.
       77 W-TOTPULADAS  PIC 9(06) VALUE ZEROS.
       77 W-TOTREJEITA  PIC 9(06) VALUE ZEROS.
       77 W-DIAFIL      PIC 9(01) VALUE ZEROS.
       01 WS-DATAHOJE   PIC 9(08) VALUE ZEROS.
       01 WS-DATAHOJE-R REDEFINES WS-DATAHOJE.
           03 WS-ANOHOJE    PIC 9(04).
           03 TSITUA2 PIC X(11) VALUE "DESATIVADA ".
       01 TTABSITUAC REDEFINES TTSITUAC.
           03 TABSITUAC PIC X(11) OCCURS 2 TIMES.
      *
      *--------------------------------------------------------------
      *
                   CLOSE IMPBIKE CADBIKE CADCOR CADCONTROLE
                       CADIMPCTL
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
                   CLOSE IMPBIKE CADBIKE CADCOR CADCONTROLE
                       CADIMPCTL CADCHASSI
                   GO TO ROT-FIM.
           ACCEPT WS-DATAHOJE FROM DATE YYYYMMDD.
      *
      * LOTE NOVO ZERA O CONTROLE DE RERODAGEM; RERODAGEM DO MESMO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR 01
               CLOSE IMPBIKE CADBIKE CADCOR CADCONTROLE CADIMPCTL
                   CADCHASSI CADFILIAL
               GO TO ROT-FIM.
           IF W-OPCAO = "S" OR "s"
               CLOSE CADIMPCTL
           IF IB-SITUAC NOT = "A" AND "a" AND "D" AND "d"
               MOVE "SITUACAO INVALIDA (A/D)" TO MENS
               GO TO PROCESSA-LINHA-REJEITA.
           MOVE IB-CODFILIAL TO COD-FILIAL
           READ CADFILIAL
           IF ST-ERRO NOT = "00"
               MOVE "FILIAL NAO CADASTRADA" TO MENS
               GO TO PROCESSA-LINHA-REJEITA.
           IF SITUAC-FIL NOT = "A"
               MOVE "FILIAL INATIVA" TO MENS
               GO TO PROCESSA-LINHA-REJEITA.
           MOVE IB-VALCOMPRA TO VALCOMPRA
           IF VALCOMPRA = ZEROS
           MOVE ZEROS TO DATULTUSO
           MOVE IB-HORASACUM TO HORASACUM
           MOVE IB-CODFILIAL TO CODFILIAL
           MOVE NOME-FILIAL TO CODFILIALDESC
           WRITE REGBIKE
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
               MOVE "ERRO AO GRAVAR NO CADBIKE" TO MENS
           DISPLAY "LINHAS JA CARREGADAS.....: " W-TOTPULADAS.
           DISPLAY "LINHAS REJEITADAS........: " W-TOTREJEITA.
           CLOSE IMPBIKE CADBIKE CADCOR CADCONTROLE CADIMPCTL
               CADCHASSI CADFILIAL
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
