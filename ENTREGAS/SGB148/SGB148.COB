       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGB148.
       AUTHOR. VINICIUS ESCAME DOS SANTOS.
      *--------------------------------------------------------------
      * ZONAS PROIBIDAS PARA BIKE LOCADA (CADZONA.DAT) -- PARQUES E
      * TRECHOS DE RODOVIA ONDE A PREFEITURA NAO ADMITE BIKE DE
      * LOCACAO. CADA ZONA E UM RETANGULO OU UM POLIGONO DE ATE 8
      * VERTICES (LONGITUDE/LATITUDE EM GRAUS DECIMAIS, COMO NOS
      * PINGS DO CADGPSIX), COM TIPO, VIGENCIA, HORARIO E MULTA. O
      * SGB149 (CADEIA NOTURNA) E A DEVOLUCAO NO SGB004 CONFEREM OS
      * PINGS DAS LOCACOES CONTRA AS ZONAS E GRAVAM AS INFRACOES EM
      * CADINFZONA.DAT; A MULTA ENTRA NO VALCOBRADO NA DEVOLUCAO
      *   I = INCLUIR/ALTERAR ZONA (ZONA SAI DE USO COM SITUACAO I)
      *   L = LISTAR AS ZONAS
      *   R = RELATORIO DAS INFRACOES POR PERIODO (VAI PARA O SPOOL)
      *--------------------------------------------------------------
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT CADZONA
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODZONA
                    FILE STATUS  IS ST-ZON.

            SELECT CADINFZONA
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYINFZONA
                    FILE STATUS  IS ST-INF.

            SELECT CADSPOOL
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMSPOOL
                    FILE STATUS  IS ST-SPOOL.
            SELECT SPOOLARQ
                    ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-SPL.
            SELECT CADCONTROLE
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TIPOCTRL
                    FILE STATUS  IS ST-CTRL.
      *
      *--------------------------------------------------------------
      *
       DATA DIVISION.
       FILE SECTION.
      *--------------------------------------------------------------
      * ZONAS PROIBIDAS PARA BIKE LOCADA (SGB148) -- PARQUES, TRECHO
      * DE RODOVIA ETC. FORMA R = RETANGULO (VERTICE 1 = CANTO DE
      * MENOR LONGITUDE/LATITUDE, VERTICE 2 = CANTO OPOSTO) OU
      * P = POLIGONO DE 3 A 8 VERTICES, NA ORDEM DO CONTORNO. VALE DE
      * DTINI A DTFIM (ZERO = EM ABERTO), DAS HRINI AS HRFIM HORAS
      *--------------------------------------------------------------
      *
       FD CADZONA
           VALUE OF FILE-ID IS "CADZONA.DAT".
       01 REGZONA.
           03 CODZONA          PIC 9(03).
           03 NOMEZONA         PIC X(30).
           03 TIPOZONA         PIC X(01).
           03 DSCTIPOZONA      PIC X(10).
           03 FORMAZONA        PIC X(01).
           03 QTDVERT-ZON      PIC 9(01).
           03 VERTICES-ZON.
               05 VERTICE-ZON OCCURS 8 TIMES.
                   07 LONG-ZON     PIC S9(03)V9(06).
                   07 LAT-ZON      PIC S9(02)V9(06).
           03 DTINI-ZON        PIC 9(08).
           03 DTFIM-ZON        PIC 9(08).
           03 HRINI-ZON        PIC 9(02).
           03 HRFIM-ZON        PIC 9(02).
           03 VALMULTA-ZON     PIC 9(06)V99.
           03 SITZONA          PIC X(01).
           03 DTALT-ZON        PIC 9(08).
      *
      *--------------------------------------------------------------
      * INFRACOES DE ZONA PROIBIDA (SGB149 E DEVOLUCAO NO SGB004) --
      * UMA POR LOCACAO E ZONA, COM O PRIMEIRO PING DENTRO DA ZONA E
      * A QUANTIDADE DE PINGS; A MULTA E UMA SO POR LOCACAO E ZONA.
      * SITINF P = PENDENTE, C = COBRADA NA DEVOLUCAO, I = ISENTA
      * PELO SUPERVISOR (OVERRIDE TIPO "Z" NO CADOVERRIDE)
      *--------------------------------------------------------------
      *
       FD CADINFZONA
           VALUE OF FILE-ID IS "CADINFZONA.DAT".
       01 REGINFZONA.
           03 KEYINFZONA.
               05 KEYLOCACAO-INF  PIC X(27).
               05 CODZONA-INF     PIC 9(03).
           03 NUMBIKE-INF      PIC 9(04).
           03 NUMCONTR-INF     PIC 9(08).
           03 DTPRIM-INF       PIC 9(08).
           03 HRPRIM-INF       PIC 9(04).
           03 QTDPINGS-INF     PIC 9(05).
           03 VALMULTA-INF     PIC 9(06)V99.
           03 SITINF           PIC X(01).
           03 DSCSITINF        PIC X(10).
           03 SUPERV-INF       PIC 9(04).
           03 DTBAIXA-INF      PIC 9(08).
      *
      *--------------------------------------------------------------
      * SPOOL DE RELATORIOS: CADA EXECUCAO GANHA UM NUMERO DA SERIE
      * "SPOOL" DO CADCONTROLE, UM REGISTRO DE CONTROLE NO CADSPOOL E
      * UM ARQUIVO SPLnnnnnn.TXT COM AS LINHAS IMPRESSAS, PARA
      * CONSULTA/REIMPRESSAO PELO SGB038
      *--------------------------------------------------------------
      *
       FD CADSPOOL
           VALUE OF FILE-ID IS "CADSPOOL.DAT".
       01 REGSPOOL.
           03 NUMSPOOL     PIC 9(06).
           03 PROGSPOOL    PIC X(06).
           03 DTSPOOL      PIC 9(08).
           03 HRSPOOL      PIC 9(06).
           03 OPERSPOOL    PIC 9(04).
           03 ARQSPOOL     PIC X(14).
      *
       FD SPOOLARQ
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS W-ARQSPOOL.
       01 SPOOLREG         PIC X(79).
      *
       FD CADCONTROLE
           VALUE OF FILE-ID IS "CADCONTROLE.DAT".
       01 REGCTRL.
           03 TIPOCTRL     PIC X(08).
           03 PROXNUM      PIC 9(08).
      *
      *--------------------------------------------------------------
      *
       WORKING-STORAGE SECTION.
      *
       77 ST-ERRO       PIC X(02) VALUE "00".
       77 ST-ZON        PIC X(02) VALUE "00".
       77 ST-INF        PIC X(02) VALUE "00".
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-MODO        PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 W-CODZONA     PIC 9(03) VALUE ZEROS.
       77 W-EXISTE      PIC X(01) VALUE "N".
       77 W-DATAHOJE    PIC 9(08) VALUE ZEROS.
       77 W-IV          PIC 9(01) VALUE ZEROS.
       77 W-LINV        PIC 9(02) VALUE ZEROS.
       77 W-TROCALONG   PIC S9(03)V9(06) VALUE ZEROS.
       77 W-TROCALAT    PIC S9(02)V9(06) VALUE ZEROS.
       77 W-TOTLINHAS   PIC 9(04) VALUE ZEROS.
       77 W-ED-VAL      PIC ZZZZZ9,99.
       77 W-ED-LONG     PIC -ZZ9,999999.
       77 W-ED-LAT      PIC -Z9,999999.
      *
      * RELATORIO DAS INFRACOES (VIDE REL-INICIO)
       77 W-DTINIREL    PIC 9(08) VALUE ZEROS.
       77 W-DTFIMREL    PIC 9(08) VALUE ZEROS.
       77 W-SITREL      PIC X(01) VALUE SPACES.
       77 W-NOMEZONA    PIC X(30) VALUE SPACES.
       77 W-QTDPEND     PIC 9(04) VALUE ZEROS.
       77 W-QTDCOBR     PIC 9(04) VALUE ZEROS.
       77 W-QTDISEN     PIC 9(04) VALUE ZEROS.
       77 W-VALPEND     PIC 9(08)V99 VALUE ZEROS.
       77 W-VALCOBR     PIC 9(08)V99 VALUE ZEROS.
       77 W-VALISEN     PIC 9(08)V99 VALUE ZEROS.
       77 W-ED-TOT      PIC ZZZZZZZ9,99.
      * APOIO AO SPOOL DE RELATORIOS (VIDE ABRE-SPOOL/MOSTRA-SPOOL)
       77 ST-SPOOL      PIC X(02) VALUE "00".
       77 ST-SPL        PIC X(02) VALUE "00".
       77 ST-CTRL       PIC X(02) VALUE "00".
       77 W-SPOOLOK     PIC X(01) VALUE "N".
       77 W-NUMSPOOL    PIC 9(06) VALUE ZEROS.
       77 W-OPERREL     PIC 9(04) VALUE ZEROS.
       77 W-LINSPOOL    PIC X(79) VALUE SPACES.
       01 W-ARQSPOOL.
           03 FILLER        PIC X(03) VALUE "SPL".
           03 W-ARQSPOOLNUM PIC 9(06) VALUE ZEROS.
           03 FILLER        PIC X(04) VALUE ".TXT".
       01 W-HORASPOOL   PIC 9(08) VALUE ZEROS.
       01 W-HORASPOOL-R REDEFINES W-HORASPOOL.
           03 W-HMSSPOOL    PIC 9(06).
           03 FILLER        PIC 9(02).
      *
      *--------------------------------------------------------------
      *
       PROCEDURE DIVISION.
       INICIO.
       INC-OP0.
           OPEN I-O CADZONA
           IF ST-ZON NOT = "00"
               IF ST-ZON = "30" OR "35"
                   OPEN OUTPUT CADZONA
                   CLOSE CADZONA
                   OPEN I-O CADZONA
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQUIVO CADZONA.DAT *"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
           OPEN INPUT CADINFZONA
           IF ST-INF NOT = "00"
               IF ST-INF = "30" OR "35"
                   OPEN OUTPUT CADINFZONA
                   CLOSE CADINFZONA
                   OPEN INPUT CADINFZONA
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQ CADINFZONA.DAT *"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADZONA
                   GO TO ROT-FIM.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD.
      *
       ACC-MODO.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 01) "  * ZONAS PROIBIDAS PARA BIKE LOCADA *"
           MOVE SPACES TO W-MODO
           DISPLAY (03, 01)
               "   I=INCLUIR/ALTERAR ZONA  L=LISTAR AS ZONAS"
           DISPLAY (04, 01)
               "   R=RELATORIO DAS INFRACOES               MODO: ".
           ACCEPT (04, 50) W-MODO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR 01
               CLOSE CADZONA CADINFZONA
               GO TO ROT-FIM.
           IF W-MODO = "i" MOVE "I" TO W-MODO.
           IF W-MODO = "l" MOVE "L" TO W-MODO.
           IF W-MODO = "r" MOVE "R" TO W-MODO.
           IF W-MODO NOT = "I" AND "L" AND "R"
               MOVE "* MODO I, L OU R *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-MODO.
           IF W-MODO = "L"
               GO TO LISTA-INICIO.
           IF W-MODO = "R"
               GO TO ACC-DTINIREL.
      *
      *--------------------------------------------------------------
      * INCLUSAO/ALTERACAO DA ZONA
      *--------------------------------------------------------------
      *
       ACC-CODZONA.
           MOVE ZEROS TO W-CODZONA
           DISPLAY (06, 01) "   CODIGO DA ZONA...................: ".
           ACCEPT (06, 39) W-CODZONA WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR W-CODZONA = ZEROS
               GO TO ACC-MODO.
           MOVE W-CODZONA TO CODZONA
           MOVE "S" TO W-EXISTE
           READ CADZONA
           IF ST-ZON NOT = "00"
               MOVE "N" TO W-EXISTE
               MOVE SPACES TO REGZONA
               MOVE W-CODZONA TO CODZONA
               MOVE ZEROS TO QTDVERT-ZON DTFIM-ZON HRINI-ZON
                   VALMULTA-ZON DTALT-ZON
               MOVE ZEROS TO VERTICES-ZON
               MOVE W-DATAHOJE TO DTINI-ZON
               MOVE 24 TO HRFIM-ZON
               MOVE "A" TO SITZONA
               MOVE "R" TO FORMAZONA.
           IF W-EXISTE = "S"
               DISPLAY (06, 45) "(ALTERACAO)"
           ELSE
               DISPLAY (06, 45) "(INCLUSAO) ".
      *
       ACC-NOMEZONA.
           DISPLAY (08, 01) "   NOME DA ZONA.....................: ".
           ACCEPT (08, 39) NOMEZONA WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-CODZONA.
           IF NOMEZONA = SPACES
               MOVE "* INFORME O NOME DA ZONA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-NOMEZONA.
       ACC-TIPOZONA.
           DISPLAY (09, 01) "   TIPO (P=PARQUE R=RODOVIA O=OUTRA): ".
           ACCEPT (09, 39) TIPOZONA WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-NOMEZONA.
           IF TIPOZONA = "p" MOVE "P" TO TIPOZONA.
           IF TIPOZONA = "r" MOVE "R" TO TIPOZONA.
           IF TIPOZONA = "o" MOVE "O" TO TIPOZONA.
           IF TIPOZONA = "P"
               MOVE "PARQUE    " TO DSCTIPOZONA
           ELSE
               IF TIPOZONA = "R"
                   MOVE "RODOVIA   " TO DSCTIPOZONA
               ELSE
                   IF TIPOZONA = "O"
                       MOVE "OUTRA     " TO DSCTIPOZONA
                   ELSE
                       MOVE "* TIPO P, R OU O *" TO MENS
                       PERFORM ROT-MENS THRU ROT-MENS-FIM
                       GO TO ACC-TIPOZONA.
           DISPLAY (09, 42) DSCTIPOZONA.
       ACC-DTINIZON.
           DISPLAY (10, 01) "   VIGENTE DE (AAAAMMDD)............: ".
           ACCEPT (10, 39) DTINI-ZON WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-TIPOZONA.
           IF DTINI-ZON = ZEROS
               MOVE "* INFORME O INICIO DA VIGENCIA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-DTINIZON.
       ACC-DTFIMZON.
           DISPLAY (11, 01) "   ATE (AAAAMMDD, 0=EM ABERTO)......: ".
           ACCEPT (11, 39) DTFIM-ZON WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-DTINIZON.
           IF DTFIM-ZON NOT = ZEROS AND DTFIM-ZON < DTINI-ZON
               MOVE "* FIM ANTERIOR AO INICIO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-DTFIMZON.
       ACC-HRINIZON.
           DISPLAY (12, 01) "   PROIBIDA DAS (HH, 00 A 23).......: ".
           ACCEPT (12, 39) HRINI-ZON WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-DTFIMZON.
           IF HRINI-ZON > 23
               MOVE "* HORA INVALIDA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-HRINIZON.
       ACC-HRFIMZON.
           DISPLAY (13, 01) "   ATE AS (HH, 01 A 24).............: ".
           ACCEPT (13, 39) HRFIM-ZON WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-HRINIZON.
           IF HRFIM-ZON > 24 OR HRFIM-ZON NOT > HRINI-ZON
               MOVE "* HORA FINAL INVALIDA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-HRFIMZON.
       ACC-VALMULTA.
           DISPLAY (14, 01) "   MULTA POR LOCACAO (R$)...........: ".
           ACCEPT (14, 39) VALMULTA-ZON WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-HRFIMZON.
           IF VALMULTA-ZON = ZEROS
               MOVE "* INFORME O VALOR DA MULTA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-VALMULTA.
       ACC-SITZONA.
           DISPLAY (15, 01) "   SITUACAO (A=ATIVA I=INATIVA).....: ".
           ACCEPT (15, 39) SITZONA WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-VALMULTA.
           IF SITZONA = "a" MOVE "A" TO SITZONA.
           IF SITZONA = "i" MOVE "I" TO SITZONA.
           IF SITZONA NOT = "A" AND "I"
               MOVE "* DIGITE A OU I *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-SITZONA.
       ACC-FORMAZONA.
           DISPLAY (16, 01) "   FORMA (R=RETANGULO P=POLIGONO)...: ".
           ACCEPT (16, 39) FORMAZONA WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-SITZONA.
           IF FORMAZONA = "r" MOVE "R" TO FORMAZONA.
           IF FORMAZONA = "p" MOVE "P" TO FORMAZONA.
           IF FORMAZONA NOT = "R" AND "P"
               MOVE "* DIGITE R OU P *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-FORMAZONA.
           IF FORMAZONA = "P"
               GO TO ACC-QTDVERT.
           MOVE 2 TO QTDVERT-ZON
           GO TO ACC-VERTINI.
      *
       ACC-QTDVERT.
           IF QTDVERT-ZON < 3
               MOVE 3 TO QTDVERT-ZON.
           DISPLAY (17, 01) "   QUANTIDADE DE VERTICES (3 A 8)...: ".
           ACCEPT (17, 39) QTDVERT-ZON WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-FORMAZONA.
           IF QTDVERT-ZON < 3 OR QTDVERT-ZON > 8
               MOVE "* POLIGONO DE 3 A 8 VERTICES *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-QTDVERT.
      *
      * VERTICES UM A UM, NA ORDEM DO CONTORNO (NO RETANGULO, DOIS
      * CANTOS OPOSTOS), NA MESMA LINHA DA TELA; F2 VOLTA AO ANTERIOR
       ACC-VERTINI.
           MOVE 1 TO W-IV.
       ACC-VERTICE.
           MOVE 18 TO W-LINV
           IF FORMAZONA = "R"
               MOVE 17 TO W-LINV
               DISPLAY (W-LINV, 01) "   CANTO " W-IV
                   " (LONGITUDE / LATITUDE).: "
           ELSE
               DISPLAY (W-LINV, 01) "   VERTICE " W-IV
                   " (LONG. / LATITUDE).: ".
           DISPLAY (W-LINV, 51) "/".
           ACCEPT (W-LINV, 39) LONG-ZON (W-IV) WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-VERTICE-VOLTA.
           ACCEPT (W-LINV, 53) LAT-ZON (W-IV) WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-VERTICE.
           IF LONG-ZON (W-IV) = ZEROS AND LAT-ZON (W-IV) = ZEROS
               MOVE "* INFORME AS COORDENADAS DO PONTO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-VERTICE.
           IF W-IV < QTDVERT-ZON
               ADD 1 TO W-IV
               GO TO ACC-VERTICE.
           GO TO CONFIRMA-GRAVA.
       ACC-VERTICE-VOLTA.
           IF W-IV > 1
               SUBTRACT 1 FROM W-IV
               GO TO ACC-VERTICE.
           IF FORMAZONA = "P"
               GO TO ACC-QTDVERT.
           GO TO ACC-FORMAZONA.
      *
       CONFIRMA-GRAVA.
           MOVE "S" TO W-OPCAO
           DISPLAY (20, 01) "   GRAVAR (S/N)? : ".
           ACCEPT (20, 21) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-VERTINI.
           IF W-OPCAO NOT = "S" AND "s"
               GO TO ACC-MODO.
           IF FORMAZONA = "R"
               PERFORM ORDENA-CANTOS THRU ORDENA-CANTOS-FIM.
           MOVE W-DATAHOJE TO DTALT-ZON
           IF W-EXISTE = "S"
               REWRITE REGZONA
           ELSE
               WRITE REGZONA.
           IF ST-ZON NOT = "00"
               MOVE "* ERRO NA GRAVACAO DA ZONA *" TO MENS
           ELSE
               MOVE "* ZONA GRAVADA *" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ACC-MODO.
      *
      * O RETANGULO E GRAVADO COM O CANTO 1 NA MENOR LONGITUDE E
      * LATITUDE, QUALQUER QUE TENHA SIDO A ORDEM DIGITADA
       ORDENA-CANTOS.
           IF LONG-ZON (1) > LONG-ZON (2)
               MOVE LONG-ZON (1) TO W-TROCALONG
               MOVE LONG-ZON (2) TO LONG-ZON (1)
               MOVE W-TROCALONG TO LONG-ZON (2).
           IF LAT-ZON (1) > LAT-ZON (2)
               MOVE LAT-ZON (1) TO W-TROCALAT
               MOVE LAT-ZON (2) TO LAT-ZON (1)
               MOVE W-TROCALAT TO LAT-ZON (2).
       ORDENA-CANTOS-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * LISTAGEM DAS ZONAS, COM OS VERTICES
      *--------------------------------------------------------------
      *
       LISTA-INICIO.
           DISPLAY " ".
           DISPLAY "---- ZONAS PROIBIDAS PARA BIKE LOCADA ----".
           DISPLAY "COD NOME                           TIPO       F"
               " VIGENCIA          HORAS      MULTA S".
           MOVE ZEROS TO W-TOTLINHAS
           MOVE ZEROS TO CODZONA
           START CADZONA KEY IS >= CODZONA
           IF ST-ZON NOT = "00"
               GO TO LISTA-FIM.
       LISTA-PROX.
           READ CADZONA NEXT RECORD
           IF ST-ZON NOT = "00"
               GO TO LISTA-FIM.
           ADD 1 TO W-TOTLINHAS
           MOVE VALMULTA-ZON TO W-ED-VAL
           DISPLAY CODZONA " " NOMEZONA " " DSCTIPOZONA " "
               FORMAZONA " " DTINI-ZON "-" DTFIM-ZON " " HRINI-ZON
               "-" HRFIM-ZON " " W-ED-VAL " " SITZONA
           MOVE 1 TO W-IV.
       LISTA-VERTICE.
           IF W-IV > QTDVERT-ZON
               GO TO LISTA-PROX.
           MOVE LONG-ZON (W-IV) TO W-ED-LONG
           MOVE LAT-ZON (W-IV) TO W-ED-LAT
           DISPLAY "      PONTO " W-IV ": " W-ED-LONG " / " W-ED-LAT
           ADD 1 TO W-IV
           GO TO LISTA-VERTICE.
       LISTA-FIM.
           DISPLAY "ZONAS CADASTRADAS: " W-TOTLINHAS.
           DISPLAY "TECLE ENTER PARA VOLTAR".
           ACCEPT W-OPCAO
           GO TO ACC-MODO.
      *
      *--------------------------------------------------------------
      * RELATORIO DAS INFRACOES PELA DATA DO PRIMEIRO PING NA ZONA,
      * COM TOTAIS PENDENTES/COBRADAS/ISENTAS
      *--------------------------------------------------------------
      *
       ACC-DTINIREL.
           MOVE W-DATAHOJE TO W-DTINIREL
           MOVE "01" TO W-DTINIREL (7:2)
           DISPLAY (06, 01) "   PRIMEIRO PING DE (AAAAMMDD)......: ".
           ACCEPT (06, 39) W-DTINIREL WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-MODO.
       ACC-DTFIMREL.
           MOVE W-DATAHOJE TO W-DTFIMREL
           DISPLAY (07, 01) "   ATE (AAAAMMDD)...................: ".
           ACCEPT (07, 39) W-DTFIMREL WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-DTINIREL.
           IF W-DTFIMREL < W-DTINIREL
               MOVE "* FIM ANTERIOR AO INICIO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-DTFIMREL.
       ACC-SITREL.
           MOVE "T" TO W-SITREL
           DISPLAY (08, 01) "   SITUACAO (P/C/I, T=TODAS)........: ".
           ACCEPT (08, 39) W-SITREL WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-DTFIMREL.
           IF W-SITREL = "p" MOVE "P" TO W-SITREL.
           IF W-SITREL = "c" MOVE "C" TO W-SITREL.
           IF W-SITREL = "i" MOVE "I" TO W-SITREL.
           IF W-SITREL = "t" MOVE "T" TO W-SITREL.
           IF W-SITREL NOT = "P" AND "C" AND "I" AND "T"
               MOVE "* DIGITE P, C, I OU T *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-SITREL.
      *
       REL-INICIO.
           MOVE ZEROS TO W-TOTLINHAS W-QTDPEND W-QTDCOBR W-QTDISEN
           MOVE ZEROS TO W-VALPEND W-VALCOBR W-VALISEN
           PERFORM ABRE-SPOOL THRU ABRE-SPOOL-FIM.
           STRING " "
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "---- INFRACOES DE ZONA PROIBIDA " W-DTINIREL
               " A " W-DTFIMREL " ----"
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "CONTRATO BIKE ZONA                 1o PING"
               "       PINGS     MULTA SITUACAO"
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           MOVE LOW-VALUES TO KEYINFZONA
           START CADINFZONA KEY IS >= KEYINFZONA
           IF ST-INF NOT = "00"
               GO TO REL-FIM.
       REL-PROX.
           READ CADINFZONA NEXT RECORD
           IF ST-INF NOT = "00"
               GO TO REL-FIM.
           IF DTPRIM-INF < W-DTINIREL OR DTPRIM-INF > W-DTFIMREL
               GO TO REL-PROX.
           IF W-SITREL NOT = "T" AND SITINF NOT = W-SITREL
               GO TO REL-PROX.
           ADD 1 TO W-TOTLINHAS
           IF SITINF = "P"
               ADD 1 TO W-QTDPEND
               ADD VALMULTA-INF TO W-VALPEND.
           IF SITINF = "C"
               ADD 1 TO W-QTDCOBR
               ADD VALMULTA-INF TO W-VALCOBR.
           IF SITINF = "I"
               ADD 1 TO W-QTDISEN
               ADD VALMULTA-INF TO W-VALISEN.
           MOVE SPACES TO W-NOMEZONA
           MOVE CODZONA-INF TO CODZONA
           READ CADZONA
           IF ST-ZON = "00"
               MOVE NOMEZONA TO W-NOMEZONA.
           MOVE VALMULTA-INF TO W-ED-VAL
           STRING NUMCONTR-INF " " NUMBIKE-INF " " CODZONA-INF " "
               W-NOMEZONA (1:16) " " DTPRIM-INF " " HRPRIM-INF " "
               QTDPINGS-INF " " W-ED-VAL " " DSCSITINF
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           GO TO REL-PROX.
       REL-FIM.
           STRING " "
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           MOVE W-VALPEND TO W-ED-TOT
           STRING "PENDENTES.: " W-QTDPEND "  VALOR " W-ED-TOT
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           MOVE W-VALCOBR TO W-ED-TOT
           STRING "COBRADAS..: " W-QTDCOBR "  VALOR " W-ED-TOT
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           MOVE W-VALISEN TO W-ED-TOT
           STRING "ISENTAS...: " W-QTDISEN "  VALOR " W-ED-TOT
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "INFRACOES LISTADAS: " W-TOTLINHAS
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           PERFORM FECHA-SPOOL THRU FECHA-SPOOL-FIM.
           DISPLAY "TECLE ENTER PARA VOLTAR".
           ACCEPT W-OPCAO
           GO TO ACC-MODO.
      *
      *--------------------------------------------------------------
      * ABERTURA DO SPOOL DO RELATORIO: PEDE O OPERADOR, TIRA O
      * NUMERO DA SERIE "SPOOL" (CADCONTROLE), GRAVA O REGISTRO DE
      * CONTROLE NO CADSPOOL E ABRE O ARQUIVO SPLnnnnnn.TXT COM O
      * CABECALHO. SE O SPOOL NAO PUDER SER ABERTO, O RELATORIO SAI
      * SO NA TELA, COMO ANTES
      *--------------------------------------------------------------
      *
       ABRE-SPOOL.
           MOVE "N" TO W-SPOOLOK
           MOVE ZEROS TO W-OPERREL
           DISPLAY (23, 01) "   MATRICULA DO OPERADOR: "
           ACCEPT (23, 28) W-OPERREL WITH UPDATE
           OPEN I-O CADSPOOL
           IF ST-SPOOL NOT = "00"
               IF ST-SPOOL = "30" OR "35"
                   OPEN OUTPUT CADSPOOL
                   CLOSE CADSPOOL
                   OPEN I-O CADSPOOL
               ELSE
                   GO TO ABRE-SPOOL-FIM.
           IF ST-SPOOL NOT = "00"
               GO TO ABRE-SPOOL-FIM.
           OPEN I-O CADCONTROLE
           IF ST-CTRL NOT = "00"
               IF ST-CTRL = "30"
                   OPEN OUTPUT CADCONTROLE
                   CLOSE CADCONTROLE
                   OPEN I-O CADCONTROLE
               ELSE
                   CLOSE CADSPOOL
                   GO TO ABRE-SPOOL-FIM.
           MOVE "SPOOL   " TO TIPOCTRL
           READ CADCONTROLE
           IF ST-CTRL NOT = "00"
               MOVE "SPOOL   " TO TIPOCTRL
               MOVE 1 TO PROXNUM
               WRITE REGCTRL.
           MOVE PROXNUM TO W-NUMSPOOL
           ADD 1 TO PROXNUM
           REWRITE REGCTRL
           CLOSE CADCONTROLE
           MOVE W-NUMSPOOL TO NUMSPOOL
           MOVE W-NUMSPOOL TO W-ARQSPOOLNUM
           MOVE "SGB148" TO PROGSPOOL
           ACCEPT DTSPOOL FROM DATE YYYYMMDD
           ACCEPT W-HORASPOOL FROM TIME
           MOVE W-HMSSPOOL TO HRSPOOL
           MOVE W-OPERREL TO OPERSPOOL
           MOVE W-ARQSPOOL TO ARQSPOOL
           WRITE REGSPOOL
           IF ST-SPOOL = "22"
               REWRITE REGSPOOL.
           OPEN OUTPUT SPOOLARQ
           IF ST-SPL NOT = "00"
               CLOSE CADSPOOL
               GO TO ABRE-SPOOL-FIM.
           MOVE "S" TO W-SPOOLOK
           MOVE SPACES TO W-LINSPOOL
           STRING "RELATORIO " PROGSPOOL "  SPOOL " NUMSPOOL
               "  DATA " DTSPOOL "  HORA " HRSPOOL
               "  OPER " OPERSPOOL
               DELIMITED BY SIZE INTO W-LINSPOOL
           MOVE W-LINSPOOL TO SPOOLREG
           WRITE SPOOLREG
           MOVE SPACES TO W-LINSPOOL
           MOVE SPACES TO SPOOLREG
           WRITE SPOOLREG.
       ABRE-SPOOL-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * MOSTRA A LINHA MONTADA EM W-LINSPOOL NA TELA E, COM O SPOOL
      * ABERTO, GRAVA A MESMA LINHA NO ARQUIVO DE SPOOL
      *--------------------------------------------------------------
      *
       MOSTRA-SPOOL.
           DISPLAY W-LINSPOOL
           IF W-SPOOLOK = "S"
               MOVE W-LINSPOOL TO SPOOLREG
               WRITE SPOOLREG.
           MOVE SPACES TO W-LINSPOOL.
       MOSTRA-SPOOL-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * ENCERRAMENTO DO SPOOL DO RELATORIO
      *--------------------------------------------------------------
      *
       FECHA-SPOOL.
           IF W-SPOOLOK = "S"
               CLOSE SPOOLARQ CADSPOOL
               MOVE "N" TO W-SPOOLOK
               DISPLAY "RELATORIO GUARDADO NO SPOOL: " W-NUMSPOOL.
       FECHA-SPOOL-FIM.
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
