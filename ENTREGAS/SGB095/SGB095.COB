                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYTRAVA
                    FILE STATUS  IS ST-TRV.

            SELECT CADLOCAB
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMBIKE-AB
                    FILE STATUS  IS ST-LOCAB
                    ALTERNATE RECORD KEY IS CHPREV-AB
                                            WITH DUPLICATES.

            SELECT CADDETPRECO
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYDETPRECO
                    FILE STATUS  IS ST-ERRO.
      *
      *--------------------------------------------------------------
      *
           03 HRTRAVA         PIC 9(06).
      *
      *--------------------------------------------------------------
      * INDICE DE LOCACOES EM ABERTO (SGB134) -- UMA ENTRADA POR BIKE
      * NA RUA, ACOMPANHANDO CADA GRAVACAO DO REGLOC (ATUALIZA-LOCAB)
      *--------------------------------------------------------------
      *
       FD CADLOCAB
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
      *--------------------------------------------------------------
      * COMPOSICAO DO VALOR COBRADO DA LOCACAO (VIDE SGB004)
      *--------------------------------------------------------------
      *
       FD CADDETPRECO
           VALUE OF FILE-ID IS "CADDETPRECO.DAT".
       01 REGDETPRECO.
           03 KEYDETPRECO.
               05 KEYLOCACAO-DP    PIC X(27).
               05 SEQ-DP           PIC 9(02).
           03 TIPO-DP          PIC X(01).
           03 DSC-DP           PIC X(20).
           03 VAL-DP           PIC S9(06)V99.
           03 DTGRAV-DP        PIC 9(08).
           03 PROG-DP          PIC X(06).
      *
      *--------------------------------------------------------------
      *
       WORKING-STORAGE SECTION.
      *
       77 ST-ERRO       PIC X(02) VALUE "00".
      *
      * APOIO AO INDICE DE LOCACOES EM ABERTO (VIDE ATUALIZA-LOCAB)
       77 ST-LOCAB      PIC X(02) VALUE "00".
       77 W-LOCABACHOU  PIC X(01) VALUE "N".
       77 ST-TRV        PIC X(02) VALUE "00".
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
               OPEN OUTPUT CADTRAVA
               CLOSE CADTRAVA
               OPEN I-O CADTRAVA.
           OPEN I-O CADLOCAB
           IF ST-LOCAB NOT = "00"
               IF ST-LOCAB = "30" OR "35"
                   OPEN OUTPUT CADLOCAB
                   CLOSE CADLOCAB
                   OPEN I-O CADLOCAB
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQUIVO CADLOCAB.DAT *"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADLOC CADBIKE CADMANUT CADTRAVA
                   GO TO ROT-FIM.
           OPEN I-O CADDETPRECO
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                   OPEN OUTPUT CADDETPRECO
                   CLOSE CADDETPRECO
                   OPEN I-O CADDETPRECO
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQ CADDETPRECO.DAT *"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADLOC CADBIKE CADMANUT CADTRAVA CADLOCAB
                   GO TO ROT-FIM.
           ACCEPT WS-DATAHOJE FROM DATE YYYYMMDD
           ACCEPT WS-HORAGORA FROM TIME.
      *
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR 01 OR W-BIKEQUEBRA = ZEROS
               PERFORM SOLTA-TRAVAS THRU SOLTA-TRAVAS-FIM
               CLOSE CADLOC CADBIKE CADMANUT CADTRAVA CADLOCAB
                   CADDETPRECO
               GO TO ROT-FIM.
      *
      * LOCALIZA A LOCACAO EM ABERTO DA BIKE PELO CAMINHO FKNUM-BIKE
               MOVE "* ERRO AO ENCERRAR O TRECHO QUEBRADO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-BIKEQUEBRA.
           PERFORM ATUALIZA-LOCAB THRU ATUALIZA-LOCAB-FIM
           PERFORM GRAVA-DETPRECO THRU GRAVA-DETPRECO-FIM.
      *
      *--------------------------------------------------------------
      * PASSO 2: ABRE O TRECHO DA SUBSTITUTA COM A RETIRADA ORIGINAL
               MOVE "* JA EXISTE TRECHO DA SUBSTITUTA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-BIKEQUEBRA.
           IF ST-ERRO = "00" OR "02"
               PERFORM ATUALIZA-LOCAB THRU ATUALIZA-LOCAB-FIM.
      *
      *--------------------------------------------------------------
      * PASSO 3: SITUACAO DAS DUAS BIKES E ORDEM DE SERVICO
           EXIT.
      *
      *--------------------------------------------------------------
      * COMPOSICAO DO VALOR DO TRECHO QUEBRADO: UMA LINHA SO, COM
      * VALOR ZERO, PARA O RECIBO EXPLICAR QUE O PERIODO INTEIRO E
      * COBRADO NO TRECHO DA SUBSTITUTA
      *--------------------------------------------------------------
      *
       GRAVA-DETPRECO.
           MOVE KEYLOCACAO TO KEYLOCACAO-DP
           MOVE 1 TO SEQ-DP
           MOVE "X" TO TIPO-DP
           MOVE "TROCA DE BIKE" TO DSC-DP
           MOVE ZEROS TO VAL-DP
           MOVE WS-DATAHOJE TO DTGRAV-DP
           MOVE "SGB095" TO PROG-DP
           WRITE REGDETPRECO
           IF ST-ERRO = "22"
               REWRITE REGDETPRECO.
       GRAVA-DETPRECO-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * INDICE DE LOCACOES EM ABERTO (CADLOCAB/SGB134): DEPOIS DE
      * CADA GRAVACAO DO REGLOC A ENTRADA DA BIKE ACOMPANHA A
      * LOCACAO -- SEM DTENTREGA GRAVA/REGRAVA A ENTRADA, ENTREGUE
      * TIRA DO INDICE. SO REMOVE A ENTRADA QUE APONTA PARA ESTA
      * MESMA LOCACAO (ALTERAR UMA LOCACAO ANTIGA DA BIKE NAO
      * DERRUBA A LOCACAO ATUAL)
      *--------------------------------------------------------------
      *
       ATUALIZA-LOCAB.
           MOVE FKNUM-BIKE TO NUMBIKE-AB
           READ CADLOCAB
           IF DTENTREGA = ZEROS
               GO TO ATUALIZA-LOCAB-GRAVA.
           IF ST-LOCAB = "00" AND KEYLOC-AB = KEYLOCACAO
               DELETE CADLOCAB RECORD.
           GO TO ATUALIZA-LOCAB-FIM.
       ATUALIZA-LOCAB-GRAVA.
           MOVE "N" TO W-LOCABACHOU
           IF ST-LOCAB = "00"
               MOVE "S" TO W-LOCABACHOU.
           MOVE FKNUM-BIKE TO NUMBIKE-AB
           MOVE ANO-PREV TO ANOPREV-AB
           MOVE MES-PREV TO MESPREV-AB
           MOVE DIA-PREV TO DIAPREV-AB
           MOVE HRPREVISAO TO HRPREV-AB
           MOVE MINPREVISAO TO MINPREV-AB
           MOVE KEYLOCACAO TO KEYLOC-AB
           MOVE FKCPF-CLI TO CPF-AB
           MOVE NUMCONTRATO TO NUMCONTR-AB
           MOVE CODFILIAL-LOC TO FILIAL-AB
           MOVE GRUPO-LOC TO GRUPO-AB
           IF W-LOCABACHOU = "S"
               REWRITE REGLOCAB
           ELSE
               WRITE REGLOCAB.
       ATUALIZA-LOCAB-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * ROTINA DE FIM
      *--------------------------------------------------------------
      *
