       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGB149.
       AUTHOR. VINICIUS ESCAME DOS SANTOS.
      *--------------------------------------------------------------
      * APURACAO DAS INFRACOES DE ZONA PROIBIDA -- PASSO DA CADEIA
      * NOTURNA (SGB032): PARA CADA BIKE COM PING NO CADGPSIX NA DATA
      * DE REFERENCIA, AS LOCACOES DA BIKE QUE COBREM A DATA (ABERTAS
      * OU JA DEVOLVIDAS) TEM OS PINGS DA LOCACAO INTEIRA CONFERIDOS
      * CONTRA AS ZONAS DO CADZONA (SGB148), E CADA ZONA COM PING
      * DENTRO VIRA INFRACAO PENDENTE NO CADINFZONA, POR CONTRATO. A
      * MULTA E COBRADA (OU ISENTA PELO SUPERVISOR) NA DEVOLUCAO, NO
      * SGB004, QUE TAMBEM REFAZ A APURACAO ATE A HORA DA ENTREGA
      *--------------------------------------------------------------
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

            SELECT CADGPS
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYGPS
                    FILE STATUS  IS ST-ERRO.

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
      *
      *--------------------------------------------------------------
      *
       DATA DIVISION.
       FILE SECTION.
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
       FD CADGPS
           VALUE OF FILE-ID IS "CADGPSIX.DAT".
       01 REGGPS.
           03 KEYGPS.
               05 DTGPS.
                   07 ANO-GPS     PIC 9(04).
                   07 MES-GPS     PIC 9(02).
                   07 DIA-GPS     PIC 9(02).
               05 NUM-BIKE-GPS    PIC 9(04).
               05 HRGPS.
                   07 HR-GPS      PIC 9(02).
                   07 MIN-GPS     PIC 9(02).
               05 SEQ-GPS         PIC 9(02).
           03 LONGITU-GPS     PIC S9(03)V9(06).
           03 LATITU-GPS      PIC S9(02)V9(06).
      *
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
      *
       WORKING-STORAGE SECTION.
      *
       77 ST-ERRO       PIC X(02) VALUE "00".
       77 ST-ZON        PIC X(02) VALUE "00".
       77 ST-INF        PIC X(02) VALUE "00".
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 W-DATAHOJE    PIC 9(08) VALUE ZEROS.
       77 W-DTREF       PIC 9(08) VALUE ZEROS.
       77 W-BIKE        PIC 9(04) VALUE ZEROS.
       77 W-DTLOCREF    PIC 9(08) VALUE ZEROS.
       77 W-DTENTREF    PIC 9(08) VALUE ZEROS.
       77 W-TOTBIKES    PIC 9(04) VALUE ZEROS.
       77 W-TOTLOCS     PIC 9(04) VALUE ZEROS.
       77 W-TOTINF      PIC 9(04) VALUE ZEROS.
       77 W-TOTNOVAS    PIC 9(04) VALUE ZEROS.
       77 W-ED-VAL      PIC ZZZZZ9,99.
      *
      * ZONAS PROIBIDAS ATIVAS (CADZONA), CARREGADAS UMA VEZ PARA A
      * APURACAO DOS PINGS DA LOCACAO (VIDE APURA-ZONAS)
       77 W-QTDZONAS      PIC 9(02) VALUE ZEROS.
       77 W-IZ            PIC 9(02) VALUE ZEROS.
       77 W-IV            PIC 9(01) VALUE ZEROS.
       77 W-JV            PIC 9(01) VALUE ZEROS.
       77 W-DENTRO        PIC X(01) VALUE "N".
       77 W-XCRUZA        PIC S9(04)V9(06) VALUE ZEROS.
       77 W-DTINIZ        PIC 9(08) VALUE ZEROS.
       77 W-DTFIMZ        PIC 9(08) VALUE ZEROS.
       77 W-HMINIZ        PIC 9(04) VALUE ZEROS.
       77 W-HMFIMZ        PIC 9(04) VALUE ZEROS.
       77 W-HMGPS         PIC 9(04) VALUE ZEROS.
       01 TAB-ZONA.
           03 TZ-ITEM OCCURS 30 TIMES.
               05 TZ-COD        PIC 9(03).
               05 TZ-FORMA      PIC X(01).
               05 TZ-QTDV       PIC 9(01).
               05 TZ-VERTICES.
                   07 TZ-VERT OCCURS 8 TIMES.
                       09 TZ-LONG   PIC S9(03)V9(06).
                       09 TZ-LAT    PIC S9(02)V9(06).
               05 TZ-DTINI      PIC 9(08).
               05 TZ-DTFIM      PIC 9(08).
               05 TZ-HRINI      PIC 9(02).
               05 TZ-HRFIM      PIC 9(02).
               05 TZ-VALMULTA   PIC 9(06)V99.
               05 TZ-QTD        PIC 9(05).
               05 TZ-DTPRIM     PIC 9(08).
               05 TZ-HRPRIM     PIC 9(04).
      *
      *--------------------------------------------------------------
      *
       PROCEDURE DIVISION.
       INICIO.
       INC-OP0.
           OPEN INPUT CADLOC
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO AO ABRIR O ARQUIVO CADLOC.DAT *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           OPEN INPUT CADGPS
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO AO ABRIR O ARQUIVO CADGPSIX.DAT *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADLOC
               GO TO ROT-FIM.
           OPEN INPUT CADZONA
           IF ST-ZON NOT = "00"
               MOVE "* NENHUMA ZONA CADASTRADA (SGB148) *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADLOC CADGPS
               GO TO ROT-FIM.
           OPEN I-O CADINFZONA
           IF ST-INF NOT = "00"
               IF ST-INF = "30" OR "35"
                   OPEN OUTPUT CADINFZONA
                   CLOSE CADINFZONA
                   OPEN I-O CADINFZONA
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQ CADINFZONA.DAT *"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADLOC CADGPS CADZONA
                   GO TO ROT-FIM.
           PERFORM CARREGA-ZONAS THRU CARREGA-ZONAS-FIM
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           MOVE W-DATAHOJE TO W-DTREF.
      *
       ACC-DTREF.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 01) "  * INFRACOES DE ZONA PROIBIDA (GPS) *"
           DISPLAY (03, 01) "   DATA DOS PINGS (AAAAMMDD): ".
           ACCEPT (03, 31) W-DTREF WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR 01
               GO TO FECHA-SAI.
           IF W-DTREF = ZEROS OR W-DTREF > W-DATAHOJE
               MOVE "* DATA INVALIDA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-DTREF.
           MOVE ZEROS TO W-TOTBIKES W-TOTLOCS W-TOTINF W-TOTNOVAS
           DISPLAY " ".
           DISPLAY "---- INFRACOES DE ZONA PROIBIDA - PINGS DE "
               W-DTREF " ----".
           DISPLAY "ZONAS ATIVAS: " W-QTDZONAS.
           DISPLAY "CONTRATO BIKE ZONA 1o PING       PINGS     MULTA".
           IF W-QTDZONAS = ZEROS
               GO TO REL-FIM.
           MOVE ZEROS TO KEYGPS
           MOVE W-DTREF TO DTGPS
           START CADGPS KEY IS >= KEYGPS
           IF ST-ERRO NOT = "00"
               GO TO REL-FIM.
      *
      *--------------------------------------------------------------
      * UMA PASSADA POR BIKE: A APURACAO DA LOCACAO RELE O CADGPSIX,
      * ENTAO DEPOIS DELA A LEITURA E REPOSICIONADA NO PRIMEIRO PING
      * DA PROXIMA BIKE DO DIA
      *--------------------------------------------------------------
      *
       GPS-PROX.
           READ CADGPS NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO REL-FIM.
           IF DTGPS NOT = W-DTREF
               GO TO REL-FIM.
           MOVE NUM-BIKE-GPS TO W-BIKE
           ADD 1 TO W-TOTBIKES
           PERFORM LOCACOES-BIKE THRU LOCACOES-BIKE-FIM
           MOVE W-DTREF TO DTGPS
           MOVE W-BIKE TO NUM-BIKE-GPS
           MOVE 9999 TO HRGPS
           MOVE 99 TO SEQ-GPS
           START CADGPS KEY IS > KEYGPS
           IF ST-ERRO NOT = "00"
               GO TO REL-FIM.
           GO TO GPS-PROX.
      *
      * LOCACOES DA BIKE W-BIKE QUE COBREM A DATA DE REFERENCIA
       LOCACOES-BIKE.
           MOVE W-BIKE TO FKNUM-BIKE
           START CADLOC KEY IS = FKNUM-BIKE
           IF ST-ERRO NOT = "00"
               GO TO LOCACOES-BIKE-FIM.
       LOCACOES-BIKE-PROX.
           READ CADLOC NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO LOCACOES-BIKE-FIM.
           IF FKNUM-BIKE NOT = W-BIKE
               GO TO LOCACOES-BIKE-FIM.
           MOVE ANO-LOCA TO W-DTLOCREF (1:4)
           MOVE MES-LOCA TO W-DTLOCREF (5:2)
           MOVE DIA-LOCA TO W-DTLOCREF (7:2)
           IF W-DTLOCREF > W-DTREF
               GO TO LOCACOES-BIKE-PROX.
           IF DTENTREGA NOT = ZEROS
               MOVE ANO-ENTR TO W-DTENTREF (1:4)
               MOVE MES-ENTR TO W-DTENTREF (5:2)
               MOVE DIA-ENTR TO W-DTENTREF (7:2)
               IF W-DTENTREF < W-DTREF
                   GO TO LOCACOES-BIKE-PROX.
           ADD 1 TO W-TOTLOCS
           PERFORM APURA-ZONAS THRU APURA-ZONAS-FIM
           MOVE 1 TO W-IZ.
       LOCACOES-BIKE-LISTA.
           IF TZ-QTD (W-IZ) NOT = ZEROS
               ADD 1 TO W-TOTINF
               MOVE TZ-VALMULTA (W-IZ) TO W-ED-VAL
               DISPLAY NUMCONTRATO " " FKNUM-BIKE " " TZ-COD (W-IZ)
                   "  " TZ-DTPRIM (W-IZ) " " TZ-HRPRIM (W-IZ) " "
                   TZ-QTD (W-IZ) " " W-ED-VAL.
           IF W-IZ < W-QTDZONAS
               ADD 1 TO W-IZ
               GO TO LOCACOES-BIKE-LISTA.
           GO TO LOCACOES-BIKE-PROX.
       LOCACOES-BIKE-FIM.
           EXIT.
      *
       REL-FIM.
           DISPLAY " ".
           DISPLAY "BIKES COM PING NA DATA...: " W-TOTBIKES.
           DISPLAY "LOCACOES CONFERIDAS......: " W-TOTLOCS.
           DISPLAY "INFRACOES ENCONTRADAS....: " W-TOTINF.
           DISPLAY "INFRACOES NOVAS GRAVADAS.: " W-TOTNOVAS.
       FECHA-SAI.
           CLOSE CADLOC CADGPS CADZONA CADINFZONA
           GO TO ROT-FIM.
      *
      *--------------------------------------------------------------
      * CARGA DAS ZONAS PROIBIDAS ATIVAS DO CADZONA (ATE 30)
      *--------------------------------------------------------------
      *
       CARREGA-ZONAS.
           MOVE ZEROS TO W-QTDZONAS
           MOVE ZEROS TO CODZONA
           START CADZONA KEY IS >= CODZONA
           IF ST-ZON NOT = "00"
               GO TO CARREGA-ZONAS-FIM.
       CARREGA-ZONAS-PROX.
           READ CADZONA NEXT RECORD
           IF ST-ZON NOT = "00"
               GO TO CARREGA-ZONAS-FIM.
           IF SITZONA NOT = "A"
               GO TO CARREGA-ZONAS-PROX.
           IF W-QTDZONAS NOT < 30
               GO TO CARREGA-ZONAS-FIM.
           ADD 1 TO W-QTDZONAS
           MOVE CODZONA TO TZ-COD (W-QTDZONAS)
           MOVE FORMAZONA TO TZ-FORMA (W-QTDZONAS)
           MOVE QTDVERT-ZON TO TZ-QTDV (W-QTDZONAS)
           MOVE VERTICES-ZON TO TZ-VERTICES (W-QTDZONAS)
           MOVE DTINI-ZON TO TZ-DTINI (W-QTDZONAS)
           MOVE DTFIM-ZON TO TZ-DTFIM (W-QTDZONAS)
           MOVE HRINI-ZON TO TZ-HRINI (W-QTDZONAS)
           MOVE HRFIM-ZON TO TZ-HRFIM (W-QTDZONAS)
           MOVE VALMULTA-ZON TO TZ-VALMULTA (W-QTDZONAS)
           GO TO CARREGA-ZONAS-PROX.
       CARREGA-ZONAS-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * APURACAO DAS ZONAS DA LOCACAO EM REGLOC: PINGS DA BIKE NO
      * CADGPSIX ENTRE A RETIRADA E A DEVOLUCAO (SEM DEVOLUCAO, ATE
      * HOJE), MESMA LEITURA DO CALCULA-KM DO SGB004. CADA PING E
      * TESTADO CONTRA CADA ZONA VIGENTE NA DATA/HORA DO PING, E A
      * ZONA COM PING DENTRO VIRA INFRACAO NO CADINFZONA. A APURACAO
      * E REFEITA INTEIRA A CADA VEZ, ENTAO RODAR DE NOVO NAO DOBRA
      * A CONTAGEM; INFRACAO JA COBRADA OU ISENTA NAO E MAIS MEXIDA
      *--------------------------------------------------------------
      *
       APURA-ZONAS.
           IF W-QTDZONAS = ZEROS
               GO TO APURA-ZONAS-FIM.
           MOVE ANO-LOCA TO W-DTINIZ (1:4)
           MOVE MES-LOCA TO W-DTINIZ (5:2)
           MOVE DIA-LOCA TO W-DTINIZ (7:2)
           COMPUTE W-HMINIZ = (HRLOCACAO * 100) + MINLOCACAO
           IF DTENTREGA = ZEROS
               MOVE W-DATAHOJE TO W-DTFIMZ
               MOVE 2359 TO W-HMFIMZ
           ELSE
               MOVE ANO-ENTR TO W-DTFIMZ (1:4)
               MOVE MES-ENTR TO W-DTFIMZ (5:2)
               MOVE DIA-ENTR TO W-DTFIMZ (7:2)
               COMPUTE W-HMFIMZ = (HRENTREGA * 100) + MINENTREGA.
           MOVE 1 TO W-IZ.
       APURA-ZONAS-ZERA.
           MOVE ZEROS TO TZ-QTD (W-IZ) TZ-DTPRIM (W-IZ)
               TZ-HRPRIM (W-IZ)
           IF W-IZ < W-QTDZONAS
               ADD 1 TO W-IZ
               GO TO APURA-ZONAS-ZERA.
           MOVE ZEROS TO KEYGPS
           MOVE W-DTINIZ TO DTGPS
           START CADGPS KEY IS >= KEYGPS
           IF ST-ERRO NOT = "00"
               GO TO APURA-ZONAS-GRAVA.
       APURA-ZONAS-PROX.
           READ CADGPS NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO APURA-ZONAS-GRAVA.
           IF DTGPS > W-DTFIMZ
               GO TO APURA-ZONAS-GRAVA.
           IF NUM-BIKE-GPS NOT = FKNUM-BIKE
               GO TO APURA-ZONAS-PROX.
           MOVE HRGPS TO W-HMGPS
           IF DTGPS = W-DTINIZ AND W-HMGPS < W-HMINIZ
               GO TO APURA-ZONAS-PROX.
           IF DTGPS = W-DTFIMZ AND W-HMGPS > W-HMFIMZ
               GO TO APURA-ZONAS-PROX.
           MOVE 1 TO W-IZ.
       APURA-ZONAS-ZONA.
           PERFORM CONFERE-ZONA THRU CONFERE-ZONA-FIM
           IF W-IZ < W-QTDZONAS
               ADD 1 TO W-IZ
               GO TO APURA-ZONAS-ZONA.
           GO TO APURA-ZONAS-PROX.
       APURA-ZONAS-GRAVA.
           MOVE 1 TO W-IZ.
       APURA-ZONAS-GRAVA-PROX.
           IF TZ-QTD (W-IZ) NOT = ZEROS
               PERFORM GRAVA-INFZONA THRU GRAVA-INFZONA-FIM.
           IF W-IZ < W-QTDZONAS
               ADD 1 TO W-IZ
               GO TO APURA-ZONAS-GRAVA-PROX.
       APURA-ZONAS-FIM.
           EXIT.
      *
      * PING DO REGGPS CONTRA A ZONA W-IZ: SO VALE DENTRO DA
      * VIGENCIA E DO HORARIO DA ZONA
       CONFERE-ZONA.
           IF DTGPS < TZ-DTINI (W-IZ)
               GO TO CONFERE-ZONA-FIM.
           IF TZ-DTFIM (W-IZ) NOT = ZEROS AND DTGPS > TZ-DTFIM (W-IZ)
               GO TO CONFERE-ZONA-FIM.
           IF HR-GPS < TZ-HRINI (W-IZ) OR HR-GPS NOT < TZ-HRFIM (W-IZ)
               GO TO CONFERE-ZONA-FIM.
           PERFORM TESTA-PONTO THRU TESTA-PONTO-FIM
           IF W-DENTRO = "N"
               GO TO CONFERE-ZONA-FIM.
           IF TZ-QTD (W-IZ) = ZEROS
               MOVE DTGPS TO TZ-DTPRIM (W-IZ)
               MOVE HRGPS TO TZ-HRPRIM (W-IZ).
           ADD 1 TO TZ-QTD (W-IZ).
       CONFERE-ZONA-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * PONTO (LONGITU-GPS, LATITU-GPS) DENTRO DA ZONA W-IZ? NO
      * RETANGULO, ENTRE OS DOIS CANTOS; NO POLIGONO, PELO NUMERO DE
      * ARESTAS QUE UMA SEMI-RETA A LESTE DO PONTO CRUZA (IMPAR =
      * DENTRO). GRAUS DECIMAIS, SEM CALCULO GEODESICO, COMO O SGB024
      *--------------------------------------------------------------
      *
       TESTA-PONTO.
           MOVE "N" TO W-DENTRO
           IF TZ-FORMA (W-IZ) = "P"
               GO TO TESTA-PONTO-POLIG.
           IF LONGITU-GPS NOT < TZ-LONG (W-IZ, 1)
                   AND LONGITU-GPS NOT > TZ-LONG (W-IZ, 2)
                   AND LATITU-GPS NOT < TZ-LAT (W-IZ, 1)
                   AND LATITU-GPS NOT > TZ-LAT (W-IZ, 2)
               MOVE "S" TO W-DENTRO.
           GO TO TESTA-PONTO-FIM.
       TESTA-PONTO-POLIG.
           MOVE 1 TO W-IV
           MOVE TZ-QTDV (W-IZ) TO W-JV.
       TESTA-PONTO-ARESTA.
           IF (TZ-LAT (W-IZ, W-IV) > LATITU-GPS
                   AND TZ-LAT (W-IZ, W-JV) NOT > LATITU-GPS)
                   OR (TZ-LAT (W-IZ, W-IV) NOT > LATITU-GPS
                   AND TZ-LAT (W-IZ, W-JV) > LATITU-GPS)
               COMPUTE W-XCRUZA ROUNDED =
                   ((TZ-LONG (W-IZ, W-JV) - TZ-LONG (W-IZ, W-IV))
                   * (LATITU-GPS - TZ-LAT (W-IZ, W-IV))
                   / (TZ-LAT (W-IZ, W-JV) - TZ-LAT (W-IZ, W-IV)))
                   + TZ-LONG (W-IZ, W-IV)
               IF LONGITU-GPS < W-XCRUZA
                   IF W-DENTRO = "S"
                       MOVE "N" TO W-DENTRO
                   ELSE
                       MOVE "S" TO W-DENTRO.
           MOVE W-IV TO W-JV
           IF W-IV < TZ-QTDV (W-IZ)
               ADD 1 TO W-IV
               GO TO TESTA-PONTO-ARESTA.
       TESTA-PONTO-FIM.
           EXIT.
      *
      * GRAVA A INFRACAO DA ZONA W-IZ NA LOCACAO; A PENDENTE TEM A
      * CONTAGEM REGRAVADA, A JA BAIXADA (COBRADA/ISENTA) FICA COMO ESTA
       GRAVA-INFZONA.
           MOVE KEYLOCACAO TO KEYLOCACAO-INF
           MOVE TZ-COD (W-IZ) TO CODZONA-INF
           READ CADINFZONA
           IF ST-INF = "00" AND SITINF NOT = "P"
               GO TO GRAVA-INFZONA-FIM.
           IF ST-INF = "00"
               MOVE TZ-DTPRIM (W-IZ) TO DTPRIM-INF
               MOVE TZ-HRPRIM (W-IZ) TO HRPRIM-INF
               MOVE TZ-QTD (W-IZ) TO QTDPINGS-INF
               REWRITE REGINFZONA
               GO TO GRAVA-INFZONA-FIM.
           MOVE KEYLOCACAO TO KEYLOCACAO-INF
           MOVE TZ-COD (W-IZ) TO CODZONA-INF
           MOVE FKNUM-BIKE TO NUMBIKE-INF
           MOVE NUMCONTRATO TO NUMCONTR-INF
           MOVE TZ-DTPRIM (W-IZ) TO DTPRIM-INF
           MOVE TZ-HRPRIM (W-IZ) TO HRPRIM-INF
           MOVE TZ-QTD (W-IZ) TO QTDPINGS-INF
           MOVE TZ-VALMULTA (W-IZ) TO VALMULTA-INF
           MOVE "P" TO SITINF
           MOVE "PENDENTE  " TO DSCSITINF
           MOVE ZEROS TO SUPERV-INF DTBAIXA-INF
           WRITE REGINFZONA
           IF ST-INF = "00"
               ADD 1 TO W-TOTNOVAS.
       GRAVA-INFZONA-FIM.
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
