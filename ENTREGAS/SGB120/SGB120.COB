      * USO UNICO (CADCUPOM, LIMUSO 1) POR CLIENTE SELECIONADO COM
      * VALIDADE EM DIAS E ENFILEIRA A MENSAGEM COM O CODIGO NO
      * CADNOTIF (E-MAIL QUANDO HOUVER, SENAO SMS). A NUMERACAO DOS
      * CODIGOS SAI DA SERIE "CUPOM" DO CADCONTROLE. CLIENTE QUE
      * RECUSOU MARKETING NO CADCONSENT (SGB003) FICA DE FORA, E O
      * CANAL SEGUE O QUE ELE ACEITOU.
      *--------------------------------------------------------------
      *
       ENVIRONMENT DIVISION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TIPOCTRL
                    FILE STATUS  IS ST-ERRO.

            SELECT CADCONSENT
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF-CONS
                    FILE STATUS  IS ST-ERRO.
      *
      *--------------------------------------------------------------
      *
           03 PROXNUM         PIC 9(08).
      *
      *--------------------------------------------------------------
      * CONSENTIMENTO DE MARKETING POR CANAL (SGB003) -- CLIENTE QUE
      * RECUSOU NAO ENTRA NA CAMPANHA (VIDE VERIFICA-CONSENT)
      *--------------------------------------------------------------
      *
       FD CADCONSENT
           VALUE OF FILE-ID IS "CADCONSENT.DAT".
       01 REGCONSENT.
           03 CPF-CONS        PIC 9(11).
           03 CANALPREF-CONS  PIC X(01).
           03 OPTEMAIL-CONS   PIC X(01).
           03 DTEMAIL-CONS    PIC 9(08).
           03 ORIGEMAIL-CONS  PIC X(01).
           03 OPEREMAIL-CONS  PIC 9(04).
           03 OPTSMS-CONS     PIC X(01).
           03 DTSMS-CONS      PIC 9(08).
           03 ORIGSMS-CONS    PIC X(01).
           03 OPERSMS-CONS    PIC 9(04).
      *
      *--------------------------------------------------------------
      *
       WORKING-STORAGE SECTION.
      *
       77 W-ORDULT      PIC 9(08) VALUE ZEROS.
       77 W-ORDLOC      PIC 9(08) VALUE ZEROS.
       77 W-CPFSEL      PIC 9(11) VALUE ZEROS.
       77 W-CANALCAMP   PIC X(01) VALUE SPACES.
       01 W-DTHOJE.
           03 W-ANOHOJE    PIC 9(04).
           03 W-MESHOJE    PIC 9(02).
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADCLI CADLOC CADCUPOM CADNOTIF
                   GO TO ROT-FIM.
           OPEN INPUT CADCONSENT
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                   OPEN OUTPUT CADCONSENT
                   CLOSE CADCONSENT
                   OPEN INPUT CADCONSENT
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQ CADCONSENT.DAT *"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADCLI CADLOC CADCUPOM CADNOTIF
                       CADCONTROLE
                   GO TO ROT-FIM.
           ACCEPT W-DTHOJE FROM DATE YYYYMMDD
           COMPUTE W-ORDHOJE =
               W-ANOHOJE * 360 + W-MESHOJE * 30 + W-DIAHOJE.
           MOVE "N" TO W-SELECIONA
           IF SITUAC-CLI NOT = "A"
               GO TO AVALIA-CLIENTE-FIM.
           PERFORM VERIFICA-CONSENT THRU VERIFICA-CONSENT-FIM
           IF W-CANALCAMP = SPACES
               GO TO AVALIA-CLIENTE-FIM.
           IF W-FILCAMP NOT = ZEROS
               IF CODFILIAL-CLI NOT = W-FILCAMP
                   GO TO AVALIA-CLIENTE-FIM.
       AVALIA-CLIENTE-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * CANAL DA CAMPANHA CONFORME O CONSENTIMENTO DO CLIENTE
      * (CADCONSENT): O PREFERIDO, SE ELE ACEITOU MARKETING POR ELE;
      * SENAO O OUTRO CANAL ACEITO. RECUSOU OS DOIS (OU NAO TEM O
      * DADO DO CANAL ACEITO) = W-CANALCAMP EM BRANCO, FICA DE FORA.
      * SEM REGISTRO DE CONSENTIMENTO VALE A REGRA ANTIGA: E-MAIL
      * QUANDO HOUVER, SENAO SMS
      *--------------------------------------------------------------
      *
       VERIFICA-CONSENT.
           IF EMAIL-CLI NOT = SPACES
               MOVE "E" TO W-CANALCAMP
           ELSE
               MOVE "S" TO W-CANALCAMP.
           MOVE CPF-CLI TO CPF-CONS
           READ CADCONSENT
           IF ST-ERRO NOT = "00"
               GO TO VERIFICA-CONSENT-FIM.
           MOVE SPACES TO W-CANALCAMP
           IF CANALPREF-CONS = "S" AND OPTSMS-CONS = "S"
                   AND TEL-CLI NOT = ZEROS
               MOVE "S" TO W-CANALCAMP
               GO TO VERIFICA-CONSENT-FIM.
           IF OPTEMAIL-CONS = "S" AND EMAIL-CLI NOT = SPACES
               MOVE "E" TO W-CANALCAMP
               GO TO VERIFICA-CONSENT-FIM.
           IF OPTSMS-CONS = "S" AND TEL-CLI NOT = ZEROS
               MOVE "S" TO W-CANALCAMP.
       VERIFICA-CONSENT-FIM.
           EXIT.
      *
      * ULTIMA LOCACAO DO CLIENTE PELO INDICE FKCPF-CLI DO CADLOC
       BUSCA-ULTLOC.
           MOVE "N" TO W-ACHOULOC
           EXIT.
      *
      *--------------------------------------------------------------
      * MENSAGEM NA FILA DO CADNOTIF COM O CODIGO DO CUPOM, PELO
      * CANAL ESCOLHIDO EM VERIFICA-CONSENT
      *--------------------------------------------------------------
      *
       GRAVA-NOTIF.
           ACCEPT W-HRAGORA FROM TIME
           MOVE W-HHAGORA TO HRLOCACAO-NOTIF
           MOVE W-MMAGORA TO MINLOCACAO-NOTIF
           IF W-CANALCAMP = "E"
               MOVE "E" TO TIPONOTIF
               MOVE EMAIL-CLI TO DESTINONOTIF
           ELSE
      *
       ENCERRA.
           CLOSE CADCLI CADLOC CADHISTLOC CADCUPOM CADNOTIF
               CADCONTROLE CADCONSENT
           GO TO ROT-FIM.
      *
      *--------------------------------------------------------------
