      *   CADCLI  COM FKCEP FORA DO CADCEP
      *   CADCEP  COM REGIAO-CDD FORA DO CADREGIAO
      *   CODIGOS FORA DA TABELA (SITUAC, STATUS-BIKE, FORMAPAG)
      *   CADLOCAB (INDICE DE LOCACOES EM ABERTO) x CADLOC, NOS DOIS
      *   SENTIDOS: LOCACAO ABERTA FORA DO INDICE OU COM PREVISAO
      *   DIFERENTE, E ENTRADA DO INDICE SEM LOCACAO ABERTA
      * COMPLEMENTA O SGB007, QUE SO RECONCILIA CADBIKE x CADLOC
      *--------------------------------------------------------------
      *
                                            WITH DUPLICATES
                    ALTERNATE RECORD KEY IS FKNUM-BIKE
                                            WITH DUPLICATES.
            SELECT CADLOCAB
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMBIKE-AB
                    FILE STATUS  IS ST-LOCAB
                    ALTERNATE RECORD KEY IS CHPREV-AB
                                            WITH DUPLICATES.
            SELECT CADCLI
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
           03 PROTECAO-LOC     PIC X(01).
           03 VALPROTECAO-LOC  PIC 9(06)V99.
           03 GRUPO-LOC        PIC 9(06).
      *
       FD CADLOCAB
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADLOCAB.DAT".
       01 REGLOCAB.
           03 NUMBIKE-AB       PIC 9(04).
           03 CHPREV-AB.
               05 DTPREV-AB.
                   07 ANOPREV-AB   PIC 9(04).
                   07 MESPREV-AB   PIC 9(02).
                   07 DIAPREV-AB   PIC 9(02).
               05 HRPREV-AB    PIC 9(02).
               05 MINPREV-AB   PIC 9(02).
           03 KEYLOC-AB        PIC X(27).
           03 CPF-AB           PIC 9(11).
           03 NUMCONTR-AB      PIC 9(08).
           03 FILIAL-AB        PIC 9(02).
           03 GRUPO-AB         PIC 9(06).
      *
       FD CADCLI
           LABEL RECORD IS STANDARD
       WORKING-STORAGE SECTION.
      *
       77 ST-ERRO       PIC X(02) VALUE "00".
       77 ST-LOCAB      PIC X(02) VALUE "00".
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
                   CLOSE CADLOC CADCLI CADBIKE CADPAG CADMANUT
                       CADINCID CADGPS CADCEP
                   GO TO ROT-FIM.
           OPEN INPUT CADLOCAB
           IF ST-LOCAB NOT = "00"
               IF ST-LOCAB = "30" OR "35"
                   OPEN OUTPUT CADLOCAB
                   CLOSE CADLOCAB
                   OPEN INPUT CADLOCAB
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQUIVO CADLOCAB.DAT *"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADLOC CADCLI CADBIKE CADPAG CADMANUT
                       CADINCID CADGPS CADCEP CADREGIAO
                   GO TO ROT-FIM.
      *
      *--------------------------------------------------------------
      * CABECALHO DO RELATORIO
               ADD 1 TO W-TOTEXCECAO
               DISPLAY "CADLOC " FKCPF-CLI " " FKNUM-BIKE
                   " STATUS INVALIDO: " STATUS-BIKE.
      * LOCACAO EM ABERTO TEM QUE ESTAR NO INDICE, COM A MESMA PREVISAO
           IF DTENTREGA NOT = ZEROS
               GO TO VERIFICA-LOC-FIM.
           MOVE FKNUM-BIKE TO NUMBIKE-AB
           READ CADLOCAB
           IF ST-LOCAB NOT = "00" OR KEYLOC-AB NOT = KEYLOCACAO
               ADD 1 TO W-TOTEXCECAO
               DISPLAY "CADLOC " FKCPF-CLI " " FKNUM-BIKE
                   " ABERTA FORA DO CADLOCAB"
               GO TO VERIFICA-LOC-FIM.
           IF ANOPREV-AB NOT = ANO-PREV OR MESPREV-AB NOT = MES-PREV
                   OR DIAPREV-AB NOT = DIA-PREV
                   OR HRPREV-AB NOT = HRPREVISAO
                   OR MINPREV-AB NOT = MINPREVISAO
               ADD 1 TO W-TOTEXCECAO
               DISPLAY "CADLOC " FKCPF-CLI " " FKNUM-BIKE
                   " PREVISAO DIFERENTE DO CADLOCAB".
       VERIFICA-LOC-FIM.
           EXIT.
      *
           MOVE ZEROS TO NUM-BIKE
           START CADBIKE KEY IS >= NUM-BIKE
           IF ST-ERRO NOT = "00"
               GO TO LOCAB-INICIO.
       BIKE-PROX.
           READ CADBIKE NEXT RECORD
               AT END
                   GO TO LOCAB-INICIO
               NOT AT END
                   PERFORM VERIFICA-BIKE THRU VERIFICA-BIKE-FIM
           END-READ
           EXIT.
      *
      *--------------------------------------------------------------
      * PASSO 9: CADLOCAB x CADLOC -- TODA ENTRADA DO INDICE TEM QUE
      * APONTAR PARA UMA LOCACAO AINDA EM ABERTO. DIVERGENCIAS SE
      * CORRIGEM RECONSTRUINDO O INDICE NO SGB134
      *--------------------------------------------------------------
      *
       LOCAB-INICIO.
           DISPLAY " ".
           DISPLAY "INDICE DE LOCACOES EM ABERTO (CADLOCAB):".
           MOVE ZEROS TO NUMBIKE-AB
           START CADLOCAB KEY IS >= NUMBIKE-AB
           IF ST-LOCAB NOT = "00"
               GO TO REL-FIM.
       LOCAB-PROX.
           READ CADLOCAB NEXT RECORD
               AT END
                   GO TO REL-FIM
               NOT AT END
                   PERFORM VERIFICA-LOCAB THRU VERIFICA-LOCAB-FIM
           END-READ
           GO TO LOCAB-PROX.
      *
       VERIFICA-LOCAB.
           MOVE KEYLOC-AB TO KEYLOCACAO
           READ CADLOC
           IF ST-ERRO NOT = "00"
               ADD 1 TO W-TOTEXCECAO
               DISPLAY "CADLOCAB BIKE " NUMBIKE-AB " CPF " CPF-AB
                   " SEM LOCACAO NO CADLOC"
               GO TO VERIFICA-LOCAB-FIM.
           IF DTENTREGA NOT = ZEROS
               ADD 1 TO W-TOTEXCECAO
               DISPLAY "CADLOCAB BIKE " NUMBIKE-AB " CPF " CPF-AB
                   " LOCACAO JA ENTREGUE NO CADLOC".
       VERIFICA-LOCAB-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * RODAPE DO RELATORIO
      *--------------------------------------------------------------
      *
           DISPLAY " ".
           DISPLAY "TOTAL DE EXCECOES ENCONTRADAS: " W-TOTEXCECAO.
           CLOSE CADLOC CADCLI CADBIKE CADPAG CADMANUT CADINCID
               CADGPS CADCEP CADREGIAO CADLOCAB
           GO TO ROT-FIM.
      *
      *--------------------------------------------------------------
