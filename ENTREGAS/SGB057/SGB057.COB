                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYEXTEN
                    FILE STATUS  IS ST-ERRO.

            SELECT CADLOCAB
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMBIKE-AB
                    FILE STATUS  IS ST-LOCAB
                    ALTERNATE RECORD KEY IS CHPREV-AB
                                            WITH DUPLICATES.

            SELECT CADPRECOLOC
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPRECOLOC
                    FILE STATUS  IS ST-PRL.
      *
      *--------------------------------------------------------------
      *
           03 DTEXTEN         PIC 9(08).
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
      * TARIFA DE ABERTURA DA LOCACAO -- GRAVADA PELA APLICACAO DE
      * PRECOS PROGRAMADOS (SGB138) QUANDO A BIKE MUDA DE PRECO COM
      * A LOCACAO EM ABERTO, PARA A LOCACAO SER COBRADA PELO PRECO
      * COM QUE COMECOU
      *--------------------------------------------------------------
      *
       FD CADPRECOLOC
           VALUE OF FILE-ID IS "CADPRECOLOC.DAT".
       01 REGPRECOLOC.
           03 KEYPRECOLOC       PIC X(27).
           03 VALHORA-PL        PIC 9(06)V99.
           03 VALDIA-PL         PIC 9(06)V99.
           03 VALSEMANA-PL      PIC 9(06)V99.
           03 DTGRAV-PL         PIC 9(08).
           03 NUMPRG-PL         PIC 9(06).
      *--------------------------------------------------------------
      *
       WORKING-STORAGE SECTION.
      *
       77 ST-ERRO       PIC X(02) VALUE "00".
      *
      * APOIO AO INDICE DE LOCACOES EM ABERTO (VIDE ATUALIZA-LOCAB)
       77 ST-LOCAB      PIC X(02) VALUE "00".
       77 W-LOCABACHOU  PIC X(01) VALUE "N".
       77 ST-PRL        PIC X(02) VALUE "00".
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADLOC CADBIKE
                   GO TO ROT-FIM.
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
                   CLOSE CADLOC CADBIKE CADEXTEN
                   GO TO ROT-FIM.
           OPEN INPUT CADPRECOLOC
           IF ST-PRL NOT = "00"
               IF ST-PRL = "30" OR "35"
                   OPEN OUTPUT CADPRECOLOC
                   CLOSE CADPRECOLOC
                   OPEN INPUT CADPRECOLOC
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQ CADPRECOLOC.DAT *"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADLOC CADBIKE CADEXTEN CADLOCAB
                   GO TO ROT-FIM.
      *
       ACC-CONTRATO.
           DISPLAY (01, 01) ERASE
           ACCEPT (03, 25) W-NUMCONTR WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR 01
               CLOSE CADLOC CADBIKE CADEXTEN CADLOCAB CADPRECOLOC
               GO TO ROT-FIM.
           IF W-NUMCONTR = ZEROS
               MOVE "* NUMERO DE CONTRATO INVALIDO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-CONTRATO.
      * SO LOCACAO EM ABERTO SE PRORROGA: O CONTRATO E PROCURADO
      * NO INDICE DAS ABERTAS (CADLOCAB) EM VEZ DE VARRER O CADLOC
       BUSCA-INICIO.
           MOVE "N" TO W-ACHOU
           MOVE ZEROS TO NUMBIKE-AB
           START CADLOCAB KEY IS >= NUMBIKE-AB
           IF ST-LOCAB NOT = "00"
               GO TO BUSCA-FIM.
       BUSCA-PROX.
           READ CADLOCAB NEXT RECORD
           IF ST-LOCAB NOT = "00"
               GO TO BUSCA-FIM.
           IF NUMCONTR-AB NOT = W-NUMCONTR
               GO TO BUSCA-PROX.
           MOVE KEYLOC-AB TO KEYLOCACAO
           READ CADLOC
           IF ST-ERRO = "00"
               MOVE "S" TO W-ACHOU
               GO TO BUSCA-FIM.
           GO TO BUSCA-PROX.
       BUSCA-FIM.
           IF W-ACHOU = "N"
               MOVE "* CONTRATO SEM LOCACAO EM ABERTO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-CONTRATO.
           IF DTENTREGA NOT = ZEROS
      *
      *--------------------------------------------------------------
      * RECOTACAO: O PERIODO ACRESCIDO E COBRADO PELA DIARIA DA BIKE
      * -- A DE ABERTURA DA LOCACAO, SE O PRECO MUDOU NO MEIO DELA
      *--------------------------------------------------------------
      *
       RECOTA.
           READ CADBIKE
           IF ST-ERRO NOT = "00"
               MOVE ZEROS TO VALDIA.
           MOVE KEYLOCACAO TO KEYPRECOLOC
           READ CADPRECOLOC
           IF ST-PRL = "00"
               MOVE VALDIA-PL TO VALDIA.
           COMPUTE W-DIASACRESC = W-ORDNOVA - W-ORDANT
           COMPUTE W-VALACRESC ROUNDED = W-DIASACRESC * VALDIA
           DISPLAY (13, 01) "   DIAS ACRESCIDOS: " W-DIASACRESC
           ADD W-VALACRESC TO VALLOCACAO
           REWRITE REGLOC
           IF ST-ERRO = "00" OR "02"
               PERFORM ATUALIZA-LOCAB THRU ATUALIZA-LOCAB-FIM
               MOVE "* LOCACAO PRORROGADA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
           ELSE
           GO TO ACC-CONTRATO.
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
