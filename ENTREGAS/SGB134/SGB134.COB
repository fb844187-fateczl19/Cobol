       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGB134.
       AUTHOR. VINICIUS ESCAME DOS SANTOS.
      *--------------------------------------------------------------
      * INDICE DE LOCACOES EM ABERTO (CADLOCAB.DAT) -- UMA ENTRADA
      * POR BIKE QUE ESTA NA RUA, COM CHAVE ALTERNATIVA PELA
      * PREVISAO DE DEVOLUCAO, PARA O ATRASO (SGB005), A
      * RECONCILIACAO (SGB007) E O PAINEL (SGB074) NAO VARREREM O
      * CADLOC INTEIRO. O INDICE E MANTIDO NA HORA PELAS TRANSACOES
      * QUE MEXEM NA LOCACAO (SGB004 ABERTURA/DEVOLUCAO/EXCLUSAO,
      * SGB056 GRUPO, SGB057 PRORROGACAO, SGB095 TROCA DE BIKE E
      * SGB062 FUSAO DE CPF) E CONFERIDO CONTRA O CADLOC NO SGB034:
      *   R = RECONSTROI O INDICE DO ZERO A PARTIR DO CADLOC
      *   C = CONSULTA AS LOCACOES EM ABERTO PELA PREVISAO
      *--------------------------------------------------------------
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT CADLOCAB
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMBIKE-AB
                    FILE STATUS  IS ST-LOCAB
                    ALTERNATE RECORD KEY IS CHPREV-AB
                                            WITH DUPLICATES.

            SELECT CADLOC
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYLOCACAO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS FKCPF-CLI
                                            WITH DUPLICATES
                    ALTERNATE RECORD KEY IS FKNUM-BIKE
                                            WITH DUPLICATES.
      *
      *--------------------------------------------------------------
      *
       DATA DIVISION.
       FILE SECTION.
      *
      * ENTRADA DO INDICE: A BIKE, A PREVISAO EM AAAAMMDD/HH/MM (QUE
      * ORDENA A CHAVE ALTERNATIVA) E A CHAVE DA LOCACAO NO CADLOC
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
           03 CHPREV-AB-R REDEFINES CHPREV-AB PIC 9(12).
           03 KEYLOC-AB        PIC X(27).
           03 CPF-AB           PIC 9(11).
           03 NUMCONTR-AB      PIC 9(08).
           03 FILIAL-AB        PIC 9(02).
           03 GRUPO-AB         PIC 9(06).
      *
       FD CADLOC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADLOC.DAT".
       01 REGLOC.
           03 KEYLOCACAO.
             05 FKCPF-CLI      PIC 9(11).
             05 FKNUM-BIKE     PIC 9(04).
             05 DTLOCACAO.
               07 DIA-LOCA     PIC 9(02).
               07 MES-LOCA     PIC 9(02).
               07 ANO-LOCA     PIC 9(04).
             05 HRLOCACAO      PIC 9(02).
             05 MINLOCACAO     PIC 9(02).
           03 DTPREVISAO.
               05 DIA-PREV     PIC 9(02).
               05 MES-PREV     PIC 9(02).
               05 ANO-PREV     PIC 9(04).
           03 HRPREVISAO       PIC 9(02).
           03 MINPREVISAO      PIC 9(02).
           03 DTENTREGA.
               05 DIA-ENTR     PIC 9(02).
               05 MES-ENTR     PIC 9(02).
               05 ANO-ENTR     PIC 9(04).
           03 HRENTREGA        PIC 9(02).
           03 MINENTREGA       PIC 9(02).
           03 HRUSO            PIC 9(02).
           03 MINUSO           PIC 9(02).
           03 VALLOCACAO       PIC 9(06)V99.
           03 VALCOBRADO       PIC 9(06)V99.
           03 STATUS-BIKE      PIC X(01).
           03 DSCSTATUS-BIKE   PIC X(08).
           03 VALCAUCAO        PIC 9(06)V99.
           03 VALCAUCAODEV     PIC 9(06)V99.
           03 CODFILIAL-LOC    PIC 9(02).
           03 OPERADOR         PIC 9(04).
           03 NUMCONTRATO      PIC 9(08).
           03 CNPJEMP-LOC      PIC 9(14).
           03 CODCUPOM-LOC     PIC X(08).
           03 CODPLANO-LOC     PIC 9(02).
           03 PROTECAO-LOC     PIC X(01).
           03 VALPROTECAO-LOC  PIC 9(06)V99.
           03 GRUPO-LOC        PIC 9(06).
      *
      *--------------------------------------------------------------
      *
       WORKING-STORAGE SECTION.
      *
       77 ST-ERRO       PIC X(02) VALUE "00".
       77 ST-LOCAB      PIC X(02) VALUE "00".
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 W-CONF        PIC X(01) VALUE SPACES.
       77 W-FILSEL      PIC 9(02) VALUE ZEROS.
       77 W-TOTLIDOS    PIC 9(08) VALUE ZEROS.
       77 W-TOTABERTAS  PIC 9(06) VALUE ZEROS.
       77 W-TOTDUPL     PIC 9(06) VALUE ZEROS.
       77 W-TOTATRASO   PIC 9(06) VALUE ZEROS.
       77 W-MARCA       PIC X(08) VALUE SPACES.
      *
      * AGORA NO MESMO FORMATO DA CHAVE DE PREVISAO (AAAAMMDDHHMM)
       01 W-DATAHOJE    PIC 9(08) VALUE ZEROS.
       01 W-HORAHOJE    PIC 9(08) VALUE ZEROS.
       01 W-HORAHOJE-R REDEFINES W-HORAHOJE.
           03 W-HRHOJE      PIC 9(02).
           03 W-MINHOJE     PIC 9(02).
           03 FILLER        PIC 9(04).
       77 W-AGORA       PIC 9(12) VALUE ZEROS.
      *
      *--------------------------------------------------------------
      *
       PROCEDURE DIVISION.
       INICIO.
       INC-OP0.
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
                   GO TO ROT-FIM.
      *
       ACC-MODO.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 01) "  * INDICE DE LOCACOES EM ABERTO *"
           MOVE SPACES TO W-OPCAO
           DISPLAY (03, 01)
               "   R=RECONSTRUIR DO CADLOC  C=CONSULTAR  S=SAIR : ".
           ACCEPT (03, 52) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR 01
               GO TO ENCERRA.
           IF W-OPCAO = "r" MOVE "R" TO W-OPCAO.
           IF W-OPCAO = "c" MOVE "C" TO W-OPCAO.
           IF W-OPCAO = "s" OR "S"
               GO TO ENCERRA.
           IF W-OPCAO = "R"
               GO TO REB-INICIO.
           IF W-OPCAO = "C"
               GO TO CONS-INICIO.
           MOVE "* DIGITE R, C OU S *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ACC-MODO.
      *
      *--------------------------------------------------------------
      * RECONSTRUCAO DO ZERO: O INDICE E RECRIADO E CADA LOCACAO DO
      * CADLOC SEM DTENTREGA GANHA A SUA ENTRADA. BIKE COM DUAS
      * LOCACOES ABERTAS FICA COM A PRIMEIRA E E LISTADA PARA
      * CORRECAO NO SGB004
      *--------------------------------------------------------------
      *
       REB-INICIO.
           MOVE "N" TO W-CONF
           DISPLAY (05, 01)
               "   RECRIA O INDICE DO ZERO - CONFIRMA (S/N)? : ".
           ACCEPT (05, 49) W-CONF WITH UPDATE
           IF W-CONF NOT = "S" AND "s"
               MOVE "* RECONSTRUCAO CANCELADA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-MODO.
           OPEN INPUT CADLOC
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO AO ABRIR O ARQUIVO CADLOC.DAT *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-MODO.
           CLOSE CADLOCAB
           OPEN OUTPUT CADLOCAB
           CLOSE CADLOCAB
           OPEN I-O CADLOCAB
           MOVE ZEROS TO W-TOTLIDOS W-TOTABERTAS W-TOTDUPL
           DISPLAY (01, 01) ERASE
           DISPLAY " "
           DISPLAY "---- RECONSTRUINDO O INDICE DE LOCACOES EM ABERTO "
               "----".
       REB-PROX.
           READ CADLOC NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO REB-FIM.
           ADD 1 TO W-TOTLIDOS
           IF DTENTREGA NOT = ZEROS
               GO TO REB-PROX.
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
           WRITE REGLOCAB
           IF ST-LOCAB = "22"
               ADD 1 TO W-TOTDUPL
               DISPLAY "BIKE " FKNUM-BIKE " COM OUTRA LOCACAO ABERTA: "
                   FKCPF-CLI " " DTLOCACAO " " HRLOCACAO MINLOCACAO
               GO TO REB-PROX.
           ADD 1 TO W-TOTABERTAS
           GO TO REB-PROX.
       REB-FIM.
           CLOSE CADLOC
           DISPLAY " "
           DISPLAY "LOCACOES LIDAS NO CADLOC......: " W-TOTLIDOS
           DISPLAY "ENTRADAS GRAVADAS NO INDICE...: " W-TOTABERTAS
           DISPLAY "BIKES COM MAIS DE UMA ABERTA..: " W-TOTDUPL
           MOVE SPACES TO W-CONF
           DISPLAY "TECLE ENTER PARA CONTINUAR".
           ACCEPT W-CONF
           GO TO ACC-MODO.
      *
      *--------------------------------------------------------------
      * CONSULTA PELA PREVISAO DE DEVOLUCAO, DA MAIS ANTIGA PARA A
      * MAIS NOVA, MARCANDO AS QUE JA PASSARAM DA HORA
      *--------------------------------------------------------------
      *
       CONS-INICIO.
           MOVE ZEROS TO W-FILSEL
           DISPLAY (05, 01) "   FILIAL (0=TODAS): ".
           ACCEPT (05, 23) W-FILSEL WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-MODO.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           ACCEPT W-HORAHOJE FROM TIME
           COMPUTE W-AGORA = (W-DATAHOJE * 10000) + (W-HRHOJE * 100)
               + W-MINHOJE
           MOVE ZEROS TO W-TOTABERTAS W-TOTATRASO
           DISPLAY (01, 01) ERASE
           DISPLAY " "
           DISPLAY "---- LOCACOES EM ABERTO PELA PREVISAO ----"
           DISPLAY "BIKE  PREVISAO          CPF CLIENTE  CONTRATO FL"
           MOVE ZEROS TO CHPREV-AB-R
           START CADLOCAB KEY IS >= CHPREV-AB
           IF ST-LOCAB NOT = "00"
               GO TO CONS-FIM.
       CONS-PROX.
           READ CADLOCAB NEXT RECORD
           IF ST-LOCAB NOT = "00"
               GO TO CONS-FIM.
           IF W-FILSEL NOT = ZEROS AND FILIAL-AB NOT = W-FILSEL
               GO TO CONS-PROX.
           ADD 1 TO W-TOTABERTAS
           MOVE SPACES TO W-MARCA
           IF CHPREV-AB-R < W-AGORA
               ADD 1 TO W-TOTATRASO
               MOVE "ATRASADA" TO W-MARCA.
           DISPLAY NUMBIKE-AB "  " DIAPREV-AB "/" MESPREV-AB "/"
               ANOPREV-AB " " HRPREV-AB ":" MINPREV-AB "  " CPF-AB
               "  " NUMCONTR-AB " " FILIAL-AB " " W-MARCA
           GO TO CONS-PROX.
       CONS-FIM.
           DISPLAY " "
           DISPLAY "LOCACOES EM ABERTO: " W-TOTABERTAS
               "   JA PASSARAM DA PREVISAO: " W-TOTATRASO
           MOVE SPACES TO W-CONF
           DISPLAY "TECLE ENTER PARA CONTINUAR".
           ACCEPT W-CONF
           GO TO ACC-MODO.
      *
      *--------------------------------------------------------------
      * ROTINA DE FIM
      *--------------------------------------------------------------
      *
       ENCERRA.
           CLOSE CADLOCAB.
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
