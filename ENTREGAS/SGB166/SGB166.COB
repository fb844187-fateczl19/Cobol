       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGB166.
       AUTHOR. VINICIUS ESCAME DOS SANTOS.
      *--------------------------------------------------------------
      * COBRANCA RECORRENTE DAS ASSINATURAS NO CARTAO
      *   E = ENVIO: GRAVA A REMESSA PARA A ADQUIRENTE (REMCARTAO.TXT)
      *       COM AS MENSALIDADES DO CADFATASS (SGB052) EM ABERTO E
      *       AS RECUSADAS COM NOVA TENTATIVA VENCIDA, CADA UMA COM O
      *       TOKEN DO CARTAO DO ASSINANTE (CADTOKEN, SGB051). SEM
      *       CARTAO, OU COM A ASSINATURA SUSPENSA, A MENSALIDADE FICA
      *       DE FORA E SAI NA LISTA
      *   R = RETORNO: IMPORTA A RESPOSTA DA ADQUIRENTE
      *       (RETCARTAO.TXT). APROVADA (CODIGO 00) BAIXA A
      *       MENSALIDADE; RECUSADA GANHA NOVA TENTATIVA DAQUI A N
      *       DIAS (PARAMETRO 38, PADRAO 3) ATE O LIMITE DE
      *       TENTATIVAS (PARAMETRO 37, PADRAO 3), COM AVISO AO
      *       CLIENTE NO CADNOTIF. NA ULTIMA RECUSA A ASSINATURA E
      *       SUSPENSA NO CADASSIN E O SGB004 DEIXA DE DAR AS HORAS
      *       DO PLANO
      * SITUACAO DA MENSALIDADE (SITFATASS): A = EM ABERTO, E =
      * ENVIADA, P = PAGA, R = RECUSADA (NOVA TENTATIVA EM
      * DTPROXTENT-FATASS), F = FALHOU (ASSINATURA SUSPENSA)
      *--------------------------------------------------------------
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT REMCARTAO
                    ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-RET.

            SELECT RETCARTAO
                    ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-RET.

            SELECT CADFATASS
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYFATASS
                    FILE STATUS  IS ST-ERRO.

            SELECT CADTOKEN
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF-TOK
                    FILE STATUS  IS ST-ERRO.

            SELECT CADASSIN
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF-ASSIN
                    FILE STATUS  IS ST-ERRO.

            SELECT CADCLI
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF-CLI
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS RG-CLI
                                            WITH DUPLICATES.

            SELECT CADNOTIF
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYNOTIF
                    FILE STATUS  IS ST-ERRO.

            SELECT CADCONSENT
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF-CONS
                    FILE STATUS  IS ST-ERRO.

            SELECT CADPARAM
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-PARAM
                    FILE STATUS  IS ST-ERRO.
      *
      *--------------------------------------------------------------
      *
       DATA DIVISION.
       FILE SECTION.
       FD REMCARTAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "REMCARTAO.TXT".
       01 REGREM.
           03 RM-CPF        PIC 9(11).
           03 RM-DELIM1     PIC X(01).
           03 RM-ANOMES     PIC 9(06).
           03 RM-DELIM2     PIC X(01).
           03 RM-TOKEN      PIC X(32).
           03 RM-DELIM3     PIC X(01).
           03 RM-VALOR      PIC 9(06)V99.
      *
       FD RETCARTAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "RETCARTAO.TXT".
       01 REGRETC.
           03 RC-CPF        PIC 9(11).
           03 RC-DELIM1     PIC X(01).
           03 RC-ANOMES     PIC 9(06).
           03 RC-DELIM2     PIC X(01).
           03 RC-CODRET     PIC X(02).
           03 RC-DELIM3     PIC X(01).
           03 RC-AUTORIZ    PIC X(12).
      *
       FD CADFATASS
           VALUE OF FILE-ID IS "CADFATASS.DAT".
       01 REGFATASS.
           03 KEYFATASS.
               05 CPF-FATASS     PIC 9(11).
               05 ANOMES-FATASS  PIC 9(06).
           03 CODPLANO-FATASS   PIC 9(02).
           03 VALFATASS         PIC 9(06)V99.
           03 SITFATASS         PIC X(01).
           03 QTDTENT-FATASS    PIC 9(01).
           03 DTULTTENT-FATASS  PIC 9(08).
           03 DTPROXTENT-FATASS PIC 9(08).
           03 DTPAGTO-FATASS    PIC 9(08).
           03 CODRET-FATASS     PIC X(02).
           03 AUTORIZ-FATASS    PIC X(12).
      *
       FD CADTOKEN
               VALUE OF FILE-ID IS "CADTOKEN.DAT".
       01 REGTOKEN.
                03 CPF-TOK         PIC 9(11).
                03 TOKEN-TOK       PIC X(32).
                03 BANDEIRA-TOK    PIC X(10).
                03 DTCAD-TOK       PIC 9(08).
      *
       FD CADASSIN
               VALUE OF FILE-ID IS "CADASSIN.DAT".
       01 REGASSIN.
                03 CPF-ASSIN       PIC 9(11).
                03 CODPLANO-ASSIN  PIC 9(02).
                03 DTINI-ASSIN     PIC 9(08).
                03 DTFIM-ASSIN     PIC 9(08).
                03 SITASSIN        PIC X(01).
                03 DSCSITASSIN     PIC X(08).
      *
       FD CADCLI
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCLI.DAT".
       01 REGCLI.
           03 CPF-CLI           PIC 9(11).
           03 RG-CLI            PIC X(09).
           03 NOME-CLI          PIC X(30).
           03 EMAIL-CLI         PIC X(20).
           03 NUM-CLI           PIC 9(04).
           03 TEL-CLI           PIC 9(11).
           03 SITUAC-CLI        PIC X(01).
           03 DSCSITUAC-CLI     PIC X(08).
           03 COMPLEM-CLI       PIC X(13).
           03 FKCEP             PIC 9(08).
           03 DATNASC.
               05 DIANASC-CLI    PIC 9(02).
               05 MESNASC-CLI    PIC 9(02).
               05 ANONASC-CLI    PIC 9(04).
           03 CODFILIAL-CLI     PIC 9(02).
           03 DSCFILIAL-CLI     PIC X(15).
           03 VALLIMCRED        PIC 9(06)V99.
      *
       FD CADNOTIF
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADNOTIF.DAT".
       01 REGNOTIF.
           03 KEYNOTIF.
               05 FKCPF-CLI-NOTIF    PIC 9(11).
               05 FKNUM-BIKE-NOTIF   PIC 9(04).
               05 DTLOCACAO-NOTIF.
                   07 DIA-LOCA-NOTIF     PIC 9(02).
                   07 MES-LOCA-NOTIF     PIC 9(02).
                   07 ANO-LOCA-NOTIF     PIC 9(04).
               05 HRLOCACAO-NOTIF   PIC 9(02).
               05 MINLOCACAO-NOTIF  PIC 9(02).
           03 TIPONOTIF        PIC X(01).
           03 DESTINONOTIF     PIC X(20).
           03 DTENVIO          PIC 9(08).
           03 HRENVIO          PIC 9(06).
           03 MENSNOTIF        PIC X(50).
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
       FD CADPARAM
           VALUE OF FILE-ID IS "CADPARAM.DAT".
       01 REGPARAM.
           03 COD-PARAM    PIC 9(02).
           03 DSC-PARAM    PIC X(25).
           03 VAL-PARAM    PIC 9(06)V9(06).
      *
      *--------------------------------------------------------------
      *
       WORKING-STORAGE SECTION.
      *
       77 ST-ERRO       PIC X(02) VALUE "00".
       77 ST-RET        PIC X(02) VALUE "00".
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 W-OKCONS      PIC X(01) VALUE "N".
       77 W-DATAHOJE    PIC 9(08) VALUE ZEROS.
       77 W-MAXTENT     PIC 9(01) VALUE 3.
       77 W-DIASTENT    PIC 9(03) VALUE 3.
       77 W-DIASAV      PIC 9(03) VALUE ZEROS.
       77 W-ULTDIAMES   PIC 9(02) VALUE ZEROS.
       77 W-ANORESTO    PIC 9(04) VALUE ZEROS.
       77 W-MSGAVISO    PIC X(50) VALUE SPACES.
       77 W-TOTENV      PIC 9(06) VALUE ZEROS.
       77 W-VALENV      PIC 9(08)V99 VALUE ZEROS.
       77 W-TOTSEMCART  PIC 9(06) VALUE ZEROS.
       77 W-TOTSUSP     PIC 9(06) VALUE ZEROS.
       77 W-TOTLINHAS   PIC 9(06) VALUE ZEROS.
       77 W-TOTPAGAS    PIC 9(06) VALUE ZEROS.
       77 W-VALPAGO     PIC 9(08)V99 VALUE ZEROS.
       77 W-TOTRECUS    PIC 9(06) VALUE ZEROS.
       77 W-TOTFALHA    PIC 9(06) VALUE ZEROS.
       77 W-TOTEXC      PIC 9(06) VALUE ZEROS.
      *
       01 W-DTHOJE-R.
           03 W-ANOHOJE        PIC 9(04).
           03 W-MESHOJE        PIC 9(02).
           03 W-DIAHOJE        PIC 9(02).
       01 W-HORAGORA.
           03 W-HHAGORA        PIC 9(02).
           03 W-MMAGORA        PIC 9(02).
           03 FILLER           PIC 9(04).
      *
      * DATA DE TRABALHO DO AVANCO DE DIAS
       01 W-DTCAL.
           03 W-ANOCAL         PIC 9(04).
           03 W-MESCAL         PIC 9(02).
           03 W-DIACAL         PIC 9(02).
       01 W-TABDIASMES.
           03 FILLER PIC X(24) VALUE "312831303130313130313031".
       01 W-TABDIASMES-R REDEFINES W-TABDIASMES.
           03 W-DIASMES    PIC 9(02) OCCURS 12 TIMES.
      *
      *--------------------------------------------------------------
      *
       PROCEDURE DIVISION.
       INICIO.
           PERFORM LE-PARAMETROS THRU LE-PARAMETROS-FIM
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           MOVE W-DATAHOJE TO W-DTHOJE-R.
       ACC-MODO.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 01) "  * COBRANCA DA ASSINATURA NO CARTAO *"
           MOVE SPACES TO W-OPCAO
           DISPLAY (03, 01)
               "   E=ENVIO DA REMESSA   R=RETORNO   S=SAIR : ".
           ACCEPT (03, 47) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR 01
               GO TO ROT-FIM.
           IF W-OPCAO = "e" MOVE "E" TO W-OPCAO.
           IF W-OPCAO = "r" MOVE "R" TO W-OPCAO.
           IF W-OPCAO = "s" OR "S"
               GO TO ROT-FIM.
           IF W-OPCAO = "E"
               GO TO ENV-OP0.
           IF W-OPCAO = "R"
               GO TO RET-OP0.
           MOVE "* DIGITE E, R OU S *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ACC-MODO.
      *
      *--------------------------------------------------------------
      * ENVIO DA REMESSA DE COBRANCA
      *--------------------------------------------------------------
      *
       ENV-OP0.
           OPEN I-O CADFATASS
           IF ST-ERRO NOT = "00"
               MOVE "* NENHUMA MENSALIDADE FATURADA (SGB052) *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           OPEN INPUT CADTOKEN
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                   OPEN OUTPUT CADTOKEN
                   CLOSE CADTOKEN
                   OPEN INPUT CADTOKEN
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQUIVO CADTOKEN.DAT *"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADFATASS
                   GO TO ROT-FIM.
           OPEN INPUT CADASSIN
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO AO ABRIR O ARQUIVO CADASSIN.DAT *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADFATASS CADTOKEN
               GO TO ROT-FIM.
           OPEN OUTPUT REMCARTAO
           IF ST-RET NOT = "00"
               MOVE "* ERRO AO CRIAR O ARQUIVO REMCARTAO.TXT *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADFATASS CADTOKEN CADASSIN
               GO TO ROT-FIM.
      *
       ENV-CAB.
           DISPLAY " ".
           DISPLAY "---- REMESSA DE COBRANCA NO CARTAO - " W-DATAHOJE
               " ----".
           DISPLAY "CPF CLIENTE  MES     VALOR       TENT  OBSERVACAO".
      *
       ENV-PROX.
           READ CADFATASS NEXT RECORD
               AT END
                   GO TO ENV-FIM
               NOT AT END
                   PERFORM ENVIA-MENS THRU ENVIA-MENS-FIM
           END-READ
           GO TO ENV-PROX.
      *
       ENVIA-MENS.
           IF SITFATASS NOT = "A" AND "R"
               GO TO ENVIA-MENS-FIM.
           IF SITFATASS = "R" AND DTPROXTENT-FATASS > W-DATAHOJE
               GO TO ENVIA-MENS-FIM.
           MOVE CPF-FATASS TO CPF-ASSIN
           READ CADASSIN
           IF ST-ERRO = "00" AND SITASSIN = "S"
               ADD 1 TO W-TOTSUSP
               DISPLAY CPF-FATASS " " ANOMES-FATASS " " VALFATASS
                   "  " QTDTENT-FATASS "     ASSINATURA SUSPENSA"
               GO TO ENVIA-MENS-FIM.
           MOVE CPF-FATASS TO CPF-TOK
           READ CADTOKEN
           IF ST-ERRO NOT = "00"
               ADD 1 TO W-TOTSEMCART
               DISPLAY CPF-FATASS " " ANOMES-FATASS " " VALFATASS
                   "  " QTDTENT-FATASS "     SEM CARTAO (SGB051)"
               GO TO ENVIA-MENS-FIM.
           MOVE CPF-FATASS TO RM-CPF
           MOVE ANOMES-FATASS TO RM-ANOMES
           MOVE TOKEN-TOK TO RM-TOKEN
           MOVE VALFATASS TO RM-VALOR
           MOVE ";" TO RM-DELIM1 RM-DELIM2 RM-DELIM3
           WRITE REGREM
           MOVE "E" TO SITFATASS
           ADD 1 TO QTDTENT-FATASS
           MOVE W-DATAHOJE TO DTULTTENT-FATASS
           MOVE ZEROS TO DTPROXTENT-FATASS
           REWRITE REGFATASS
           ADD 1 TO W-TOTENV
           ADD VALFATASS TO W-VALENV
           DISPLAY CPF-FATASS " " ANOMES-FATASS " " VALFATASS
               "  " QTDTENT-FATASS "     ENVIADA".
       ENVIA-MENS-FIM.
           EXIT.
      *
       ENV-FIM.
           DISPLAY " ".
           DISPLAY "MENSALIDADES ENVIADAS......: " W-TOTENV.
           DISPLAY "VALOR ENVIADO..............: " W-VALENV.
           DISPLAY "SEM CARTAO CADASTRADO......: " W-TOTSEMCART.
           DISPLAY "COM ASSINATURA SUSPENSA....: " W-TOTSUSP.
           CLOSE CADFATASS CADTOKEN CADASSIN REMCARTAO
           GO TO ROT-FIM.
      *
      *--------------------------------------------------------------
      * IMPORTACAO DO RETORNO DA ADQUIRENTE
      *--------------------------------------------------------------
      *
       RET-OP0.
           OPEN INPUT RETCARTAO
           IF ST-RET NOT = "00"
               MOVE "* ARQUIVO RETCARTAO.TXT NAO ENCONTRADO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           OPEN I-O CADFATASS
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO AO ABRIR O ARQUIVO CADFATASS.DAT *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE RETCARTAO
               GO TO ROT-FIM.
           OPEN I-O CADASSIN
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO AO ABRIR O ARQUIVO CADASSIN.DAT *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE RETCARTAO CADFATASS
               GO TO ROT-FIM.
           OPEN INPUT CADCLI
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO AO ABRIR O ARQUIVO CADCLI.DAT *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE RETCARTAO CADFATASS CADASSIN
               GO TO ROT-FIM.
           OPEN I-O CADNOTIF
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                   OPEN OUTPUT CADNOTIF
                   CLOSE CADNOTIF
                   OPEN I-O CADNOTIF
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQUIVO CADNOTIF.DAT *"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE RETCARTAO CADFATASS CADASSIN CADCLI
                   GO TO ROT-FIM.
           MOVE "N" TO W-OKCONS
           OPEN INPUT CADCONSENT
           IF ST-ERRO = "00"
               MOVE "S" TO W-OKCONS.
      *
       RET-CAB.
           DISPLAY " ".
           DISPLAY "---- RETORNO DA COBRANCA NO CARTAO - " W-DATAHOJE
               " ----".
           DISPLAY "CPF CLIENTE  MES     VALOR       RET  SITUACAO".
      *
       RET-PROX.
           READ RETCARTAO
               AT END
                   GO TO RET-FIM
           END-READ
           ADD 1 TO W-TOTLINHAS
           PERFORM BAIXA-RETORNO THRU BAIXA-RETORNO-FIM
           GO TO RET-PROX.
      *
      *--------------------------------------------------------------
      * APROVADA BAIXA A MENSALIDADE; RECUSADA VOLTA PARA NOVA
      * TENTATIVA OU, ESGOTADAS AS TENTATIVAS, SUSPENDE A ASSINATURA
      *--------------------------------------------------------------
      *
       BAIXA-RETORNO.
           MOVE RC-CPF TO CPF-FATASS
           MOVE RC-ANOMES TO ANOMES-FATASS
           READ CADFATASS
           IF ST-ERRO NOT = "00"
               ADD 1 TO W-TOTEXC
               DISPLAY RC-CPF " " RC-ANOMES "              " RC-CODRET
                   "   MENSALIDADE NAO FATURADA"
               GO TO BAIXA-RETORNO-FIM.
           IF SITFATASS NOT = "E"
               ADD 1 TO W-TOTEXC
               DISPLAY RC-CPF " " RC-ANOMES " " VALFATASS "  "
                   RC-CODRET "   NAO ESTAVA ENVIADA (" SITFATASS ")"
               GO TO BAIXA-RETORNO-FIM.
           MOVE RC-CODRET TO CODRET-FATASS
           IF RC-CODRET = "00"
               MOVE "P" TO SITFATASS
               MOVE W-DATAHOJE TO DTPAGTO-FATASS
               MOVE RC-AUTORIZ TO AUTORIZ-FATASS
               REWRITE REGFATASS
               ADD 1 TO W-TOTPAGAS
               ADD VALFATASS TO W-VALPAGO
               DISPLAY RC-CPF " " RC-ANOMES " " VALFATASS "  "
                   RC-CODRET "   PAGA"
               GO TO BAIXA-RETORNO-FIM.
           MOVE SPACES TO AUTORIZ-FATASS
           IF QTDTENT-FATASS < W-MAXTENT
               GO TO BAIXA-RETORNO-NOVA.
           MOVE "F" TO SITFATASS
           MOVE ZEROS TO DTPROXTENT-FATASS
           REWRITE REGFATASS
           MOVE CPF-FATASS TO CPF-ASSIN
           READ CADASSIN
           IF ST-ERRO = "00" AND SITASSIN = "A"
               MOVE "S" TO SITASSIN
               MOVE "SUSPENSA" TO DSCSITASSIN
               REWRITE REGASSIN.
           MOVE "ASSINATURA SUSPENSA: COBRANCA DO CARTAO RECUSADA"
               TO W-MSGAVISO
           PERFORM AVISA-CLIENTE THRU AVISA-CLIENTE-FIM
           ADD 1 TO W-TOTFALHA
           DISPLAY RC-CPF " " RC-ANOMES " " VALFATASS "  "
               RC-CODRET "   RECUSADA - ASSINATURA SUSPENSA"
           GO TO BAIXA-RETORNO-FIM.
       BAIXA-RETORNO-NOVA.
           MOVE "R" TO SITFATASS
           PERFORM PROX-TENTATIVA THRU PROX-TENTATIVA-FIM
           REWRITE REGFATASS
           MOVE "CARTAO RECUSADO. NOVA TENTATIVA EM" TO W-MSGAVISO
           MOVE W-DIACAL TO W-MSGAVISO (36:2)
           MOVE "/" TO W-MSGAVISO (38:1)
           MOVE W-MESCAL TO W-MSGAVISO (39:2)
           MOVE "/" TO W-MSGAVISO (41:1)
           MOVE W-ANOCAL TO W-MSGAVISO (42:4)
           PERFORM AVISA-CLIENTE THRU AVISA-CLIENTE-FIM
           ADD 1 TO W-TOTRECUS
           DISPLAY RC-CPF " " RC-ANOMES " " VALFATASS "  "
               RC-CODRET "   RECUSADA - NOVA TENT " DTPROXTENT-FATASS.
       BAIXA-RETORNO-FIM.
           EXIT.
      *
       RET-FIM.
           DISPLAY " ".
           DISPLAY "LINHAS DO RETORNO.........: " W-TOTLINHAS.
           DISPLAY "MENSALIDADES PAGAS........: " W-TOTPAGAS.
           DISPLAY "VALOR RECEBIDO............: " W-VALPAGO.
           DISPLAY "RECUSADAS COM NOVA TENT...: " W-TOTRECUS.
           DISPLAY "ASSINATURAS SUSPENSAS.....: " W-TOTFALHA.
           DISPLAY "LINHAS SEM MENSALIDADE....: " W-TOTEXC.
           CLOSE RETCARTAO CADFATASS CADASSIN CADCLI CADNOTIF
           IF W-OKCONS = "S"
               CLOSE CADCONSENT.
           GO TO ROT-FIM.
      *
      *--------------------------------------------------------------
      * DATA DA PROXIMA TENTATIVA: HOJE MAIS N DIAS (PARAMETRO 38)
      *--------------------------------------------------------------
      *
       PROX-TENTATIVA.
           MOVE W-DATAHOJE TO W-DTCAL
           MOVE W-DIASTENT TO W-DIASAV.
       PROX-TENTATIVA-DIA.
           IF W-DIASAV NOT = ZEROS
               PERFORM AVANCA-DIA THRU AVANCA-DIA-FIM
               SUBTRACT 1 FROM W-DIASAV
               GO TO PROX-TENTATIVA-DIA.
           MOVE W-DTCAL TO DTPROXTENT-FATASS.
       PROX-TENTATIVA-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * AVISO AO CLIENTE NO CADNOTIF (MESMA REGRA DE CANAL DO
      * SGB128), ANCORADO NO CPF COM BIKE 0000 E NA DATA/HORA DE HOJE
      *--------------------------------------------------------------
      *
       AVISA-CLIENTE.
           MOVE CPF-FATASS TO CPF-CLI
           READ CADCLI
           IF ST-ERRO NOT = "00"
               GO TO AVISA-CLIENTE-FIM.
           ACCEPT W-HORAGORA FROM TIME
           MOVE CPF-CLI TO FKCPF-CLI-NOTIF
           MOVE ZEROS TO FKNUM-BIKE-NOTIF
           MOVE W-DIAHOJE TO DIA-LOCA-NOTIF
           MOVE W-MESHOJE TO MES-LOCA-NOTIF
           MOVE W-ANOHOJE TO ANO-LOCA-NOTIF
           MOVE W-HHAGORA TO HRLOCACAO-NOTIF
           MOVE W-MMAGORA TO MINLOCACAO-NOTIF
           ACCEPT DTENVIO FROM DATE YYYYMMDD
           ACCEPT HRENVIO FROM TIME
           MOVE W-MSGAVISO TO MENSNOTIF
           IF EMAIL-CLI NOT = SPACES
               MOVE 'E' TO TIPONOTIF
               MOVE EMAIL-CLI TO DESTINONOTIF
           ELSE
               MOVE 'S' TO TIPONOTIF
               MOVE TEL-CLI TO DESTINONOTIF.
           IF W-OKCONS = "S"
               MOVE CPF-CLI TO CPF-CONS
               READ CADCONSENT
               IF ST-ERRO = "00" AND CANALPREF-CONS = "S"
                       AND TEL-CLI NOT = ZEROS
                   MOVE 'S' TO TIPONOTIF
                   MOVE TEL-CLI TO DESTINONOTIF.
           WRITE REGNOTIF
           IF ST-ERRO = "22"
               REWRITE REGNOTIF.
       AVISA-CLIENTE-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * AVANCO DE UM DIA EM W-DTCAL (MESMA CONTA DO SGB055)
      *--------------------------------------------------------------
      *
       AVANCA-DIA.
           MOVE W-DIASMES (W-MESCAL) TO W-ULTDIAMES
           IF W-MESCAL = 02
               DIVIDE W-ANOCAL BY 4 GIVING W-ANORESTO
               COMPUTE W-ANORESTO = W-ANOCAL - (W-ANORESTO * 4)
               IF W-ANORESTO = ZEROS
                   MOVE 29 TO W-ULTDIAMES.
           IF W-DIACAL < W-ULTDIAMES
               ADD 1 TO W-DIACAL
               GO TO AVANCA-DIA-FIM.
           MOVE 01 TO W-DIACAL
           IF W-MESCAL < 12
               ADD 1 TO W-MESCAL
           ELSE
               MOVE 01 TO W-MESCAL
               ADD 1 TO W-ANOCAL.
       AVANCA-DIA-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * PARAMETROS 37 E 38 DO CADPARAM (SGB036): TENTATIVAS E DIAS
      * ENTRE ELAS. AUSENTE OU ZERADO MANTEM O PADRAO
      *--------------------------------------------------------------
      *
       LE-PARAMETROS.
           OPEN INPUT CADPARAM
           IF ST-ERRO NOT = "00"
               GO TO LE-PARAMETROS-FIM.
           MOVE 37 TO COD-PARAM
           READ CADPARAM
           IF ST-ERRO = "00" AND VAL-PARAM NOT = ZEROS
                   AND VAL-PARAM NOT > 9
               MOVE VAL-PARAM TO W-MAXTENT.
           MOVE 38 TO COD-PARAM
           READ CADPARAM
           IF ST-ERRO = "00" AND VAL-PARAM NOT = ZEROS
                   AND VAL-PARAM NOT > 60
               MOVE VAL-PARAM TO W-DIASTENT.
           CLOSE CADPARAM.
       LE-PARAMETROS-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * ROTINA DE FIM
      *--------------------------------------------------------------
      *
       ROT-FIM.
           DISPLAY (01, 01) ERASE
           EXIT PROGRAM.
       ROT-FIMP.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.
      *
      *--------------------------------------------------------------
      * ROTINA DE MENSAGEM
      *--------------------------------------------------------------
      *
       ROT-MENS.
           MOVE ZEROS TO W-CONT.
       ROT-MENS1.
           DISPLAY (24, 12) MENS.
       ROT-MENS2.
           ADD 1 TO W-CONT
           IF W-CONT < 1000
               GO TO ROT-MENS2
           ELSE
               DISPLAY (24, 12) LIMPA.
       ROT-MENS-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * FIM DE APLICACAO
      *--------------------------------------------------------------
      *
