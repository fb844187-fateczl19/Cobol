      *       REGISTRO E TOTAL A TOTAL
      *   R = RECONSTROI UM ARQUIVO INDEXADO A PARTIR DA COPIA .BKP
      *       (APOS CORRUPCAO ST-ERRO "30"/"98")
      *   C = CONTA OS REGISTROS DE CADA ARQUIVO E GUARDA A FOTO DO
      *       DIA NO HISTORICO CADCRESC.DAT, COM O CRESCIMENTO SOBRE
      *       A SEMANA E O MES ANTERIORES E A PROJECAO DE QUANDO O
      *       ARQUIVO ATINGE O SEU LIMITE (PASSO DA CADEIA NOTURNA)
      *   L = CADASTRA O LIMITE DE REGISTROS DE CADA ARQUIVO
      * COBRE TODOS OS ARQUIVOS INDEXADOS DA SUITE. OS REGISTROS SAO
      * TRATADOS COMO CHAVE + CARGA BRUTA, ENTAO A COPIA NAO PRECISA
      * ACOMPANHAR CADA MUDANCA DE LAYOUT -- APENAS AS CHAVES
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMLINHA-CTL
                    FILE STATUS  IS ST-ERRO.
            SELECT CADCRESC
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCRESC
                    FILE STATUS  IS ST-CRS.
            SELECT BKPARQ
                    ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
           VALUE OF FILE-ID IS "CADCURSO.DAT".
       01 REG-CURSO.
           03 CODCURSO-CAT     PIC 9(02).
           03 FILLER           PIC X(31).
       FD CADGPSIX
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADGPSIX.DAT".
           VALUE OF FILE-ID IS "CADFECHA.DAT".
       01 REG-FECHA.
           03 KEYFECHA         PIC X(08).
           03 FILLER           PIC X(109).
       FD CADCOMREG
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCOMREG.DAT".
           VALUE OF FILE-ID IS "CADFATASS.DAT".
       01 REG-FATASS.
           03 KEYFATASS        PIC X(17).
           03 FILLER           PIC X(50).
       FD CADORCAM
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADORCAM.DAT".
       01 REGBKP              PIC X(250).
      *
      *--------------------------------------------------------------
      * HISTORICO DE CAPACIDADE: UMA FOTO POR ARQUIVO E DIA DE
      * CONTAGEM. O REGISTRO DE DATA ZERO DE CADA ARQUIVO GUARDA O
      * LIMITE CADASTRADO (MODO L), A ULTIMA CONTAGEM E O ALERTA DE
      * LIMITE ATINGIDO, LIDO PELO PAINEL (SGB074)
      *--------------------------------------------------------------
      *
       FD CADCRESC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCRESC.DAT".
       01 REGCRESC.
           03 KEYCRESC.
               05 NUMARQ-CRS     PIC 9(02).
               05 DTFOTO-CRS     PIC 9(08).
           03 NOMEARQ-CRS      PIC X(15).
           03 QTDREG-CRS       PIC 9(09).
           03 LIMITE-CRS       PIC 9(09).
           03 DTULT-CRS        PIC 9(08).
           03 ALERTA-CRS       PIC X(01).
      *
      *--------------------------------------------------------------
      *
       WORKING-STORAGE SECTION.
      *
       77 W-REGBUF      PIC X(250) VALUE SPACES.
       77 W-REGLIDO     PIC X(250) VALUE SPACES.
      *
      * APOIO AO MONITOR DE CAPACIDADE (MODOS C E L)
       77 ST-CRS        PIC X(02) VALUE "00".
       77 W-CRSNOVO     PIC X(01) VALUE "N".
       77 W-LIMITE      PIC 9(09) VALUE ZEROS.
       77 W-TOTALERTA   PIC 9(02) VALUE ZEROS.
       77 W-ACH7        PIC X(01) VALUE "N".
       77 W-ACH30       PIC X(01) VALUE "N".
       77 W-QTD7        PIC 9(09) VALUE ZEROS.
       77 W-QTD30       PIC 9(09) VALUE ZEROS.
       77 W-ORD7        PIC 9(08) VALUE ZEROS.
       77 W-ORD30       PIC 9(08) VALUE ZEROS.
       77 W-ORDHOJE     PIC 9(08) VALUE ZEROS.
       77 W-ORDLIM7     PIC 9(08) VALUE ZEROS.
       77 W-ORDLIM30    PIC 9(08) VALUE ZEROS.
       77 W-ORDCALC     PIC 9(08) VALUE ZEROS.
       77 W-ORDBASE     PIC 9(08) VALUE ZEROS.
       77 W-QTDBASE     PIC 9(09) VALUE ZEROS.
       77 W-TAXADIA     PIC S9(07)V99 VALUE ZEROS.
       77 W-DIASPROJ    PIC 9(07) VALUE ZEROS.
       77 W-CRESC7      PIC S9(09) VALUE ZEROS.
       77 W-CRESC30     PIC S9(09) VALUE ZEROS.
       01 W-DATAHOJE    PIC 9(08) VALUE ZEROS.
       01 W-DTCALC      PIC 9(08) VALUE ZEROS.
       01 W-DTCALC-R REDEFINES W-DTCALC.
           03 W-ANOCALC     PIC 9(04).
           03 W-MESCALC     PIC 9(02).
           03 W-DIACALC     PIC 9(02).
      *
      * LINHA DO RELATORIO DE CAPACIDADE
       01 W-LINCRS.
           03 W-NOMECRS     PIC X(15).
           03 W-QTDCRS      PIC ZZZ.ZZZ.ZZ9.
           03 FILLER        PIC X(01) VALUE SPACE.
           03 W-C7CRS       PIC X(10).
           03 W-C30CRS      PIC X(10).
           03 W-LIMCRS      PIC ZZZ.ZZZ.ZZ9.
           03 FILLER        PIC X(01) VALUE SPACE.
           03 W-PROJCRS     PIC X(20).
       01 W-CRESCED     PIC --.---.--9.
       01 W-DIASED      PIC ZZZZ9.
      *
      * TRAILER DE CONTROLE GRAVADO NO FIM DE CADA COPIA .BKP
       01 W-TRAILER.
           03 W-TRMARCA     PIC X(05) VALUE "*FIM*".
               "  * COPIA DE SEGURANCA DOS ARQUIVOS INDEXADOS *"
           DISPLAY (03, 01)
               "   E=EXPORTAR  V=VERIFICAR  R=RESTAURAR".
           DISPLAY (04, 01)
               "   C=CONTAGEM/CAPACIDADE  L=LIMITES DOS ARQUIVOS".
           MOVE SPACES TO W-MODO
           DISPLAY (05, 01) "   MODO: ".
           ACCEPT (05, 10) W-MODO WITH UPDATE
           IF W-MODO = "e" MOVE "E" TO W-MODO.
           IF W-MODO = "v" MOVE "V" TO W-MODO.
           IF W-MODO = "r" MOVE "R" TO W-MODO.
           IF W-MODO = "c" MOVE "C" TO W-MODO.
           IF W-MODO = "l" MOVE "L" TO W-MODO.
           IF W-MODO NOT = "E" AND "V" AND "R" AND "C" AND "L"
               MOVE "* DIGITE E, V, R, C OU L *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-MODO.
           IF W-MODO = "C" OR "L"
               PERFORM ABRE-CRESC THRU ABRE-CRESC-FIM
               IF ST-CRS NOT = "00"
                   MOVE "* ERRO AO ABRIR O ARQUIVO CADCRESC.DAT *"
                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACC-MODO.
           IF W-MODO = "L"
               GO TO LIM-ARQ.
      *
       ACC-ARQ.
           MOVE ZEROS TO W-ARQ
           ACCEPT (07, 32) W-ARQ WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               IF W-MODO = "C"
                   CLOSE CADCRESC
                   GO TO ACC-MODO
               ELSE
                   GO TO ACC-MODO.
           IF W-ARQ > 63
               MOVE "* ARQUIVO INVALIDO (01-63 OU 00) *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               DISPLAY "---- VERIFICACAO DA COPIA DE SEGURANCA ----".
           IF W-MODO = "R"
               DISPLAY "---- RESTAURACAO A PARTIR DA COPIA ----".
           IF W-MODO = "C"
               DISPLAY "---- CONTAGEM E CAPACIDADE DOS ARQUIVOS ----"
               DISPLAY "ARQUIVO          REGISTROS     7 DIAS   30 DIAS"
                   "     LIMITE PROJECAO"
               PERFORM CAPAC-INICIO THRU CAPAC-INICIO-FIM.
      *
      *--------------------------------------------------------------
      * LACO PELOS ARQUIVOS SELECIONADOS
               PERFORM VERIFICA-ARQ THRU VERIFICA-ARQ-FIM.
           IF W-MODO = "R"
               PERFORM RESTAURA-ARQ THRU RESTAURA-ARQ-FIM.
           IF W-MODO = "C"
               PERFORM CAPAC-ARQ THRU CAPAC-ARQ-FIM.
           GO TO PROC-PROX.
      *
      *--------------------------------------------------------------
           EXIT.
      *
      *--------------------------------------------------------------
      * ABERTURA DO HISTORICO DE CAPACIDADE (CRIA NA PRIMEIRA VEZ)
      *--------------------------------------------------------------
      *
       ABRE-CRESC.
           OPEN I-O CADCRESC
           IF ST-CRS = "30" OR "35"
               OPEN OUTPUT CADCRESC
               CLOSE CADCRESC
               OPEN I-O CADCRESC.
       ABRE-CRESC-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * CONTAGEM: DATAS DE CORTE DA SEMANA E DO MES ANTERIORES NO
      * PADRAO 30/360 (O MESMO DO SGB005), SUFICIENTE PARA ACHAR AS
      * FOTOS DE REFERENCIA E ESTIMAR O CRESCIMENTO POR DIA
      *--------------------------------------------------------------
      *
       CAPAC-INICIO.
           MOVE ZEROS TO W-TOTALERTA
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           MOVE W-DATAHOJE TO W-DTCALC
           PERFORM CALC-ORD THRU CALC-ORD-FIM
           MOVE W-ORDCALC TO W-ORDHOJE
           COMPUTE W-ORDLIM7 = W-ORDHOJE - 7
           COMPUTE W-ORDLIM30 = W-ORDHOJE - 30.
       CAPAC-INICIO-FIM.
           EXIT.
      *
       CALC-ORD.
           COMPUTE W-ORDCALC = (W-ANOCALC * 360) +
               (W-MESCALC * 30) + W-DIACALC.
       CALC-ORD-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * CONTAGEM DE UM ARQUIVO: CONTA OS REGISTROS, PROCURA NO
      * HISTORICO AS FOTOS DE 7 E 30 DIAS ATRAS (A MAIS RECENTE ATE A
      * DATA DE CORTE), GRAVA A FOTO DE HOJE E ATUALIZA O REGISTRO DE
      * LIMITE (DATA ZERO) COM A CONTAGEM E O ALERTA
      *--------------------------------------------------------------
      *
       CAPAC-ARQ.
           PERFORM ABRE-ENTRADA THRU ABRE-ENTRADA-FIM
           IF W-ABRIU = "N"
               DISPLAY TABARQDAT(W-ARQ) " NAO ABERTO - PULADO"
               GO TO CAPAC-ARQ-FIM.
           MOVE ZEROS TO W-TOTREG
           MOVE "N" TO W-FIMARQ.
       CAPAC-CONTA.
           PERFORM LER-REGISTRO THRU LER-REGISTRO-FIM
           IF W-FIMARQ = "N"
               ADD 1 TO W-TOTREG
               GO TO CAPAC-CONTA.
           PERFORM FECHA-ARQ THRU FECHA-ARQ-FIM
           MOVE "N" TO W-ACH7 W-ACH30
           MOVE ZEROS TO W-QTD7 W-QTD30 W-ORD7 W-ORD30
           MOVE W-ARQ TO NUMARQ-CRS
           MOVE 1 TO DTFOTO-CRS
           START CADCRESC KEY IS >= KEYCRESC
           IF ST-CRS NOT = "00"
               GO TO CAPAC-GRAVA.
       CAPAC-HIST.
           READ CADCRESC NEXT RECORD
           IF ST-CRS NOT = "00"
               GO TO CAPAC-GRAVA.
           IF NUMARQ-CRS NOT = W-ARQ
               GO TO CAPAC-GRAVA.
           MOVE DTFOTO-CRS TO W-DTCALC
           PERFORM CALC-ORD THRU CALC-ORD-FIM
           IF W-ORDCALC NOT > W-ORDLIM7
               MOVE "S" TO W-ACH7
               MOVE QTDREG-CRS TO W-QTD7
               MOVE W-ORDCALC TO W-ORD7.
           IF W-ORDCALC NOT > W-ORDLIM30
               MOVE "S" TO W-ACH30
               MOVE QTDREG-CRS TO W-QTD30
               MOVE W-ORDCALC TO W-ORD30.
           GO TO CAPAC-HIST.
       CAPAC-GRAVA.
           MOVE W-ARQ TO NUMARQ-CRS
           MOVE W-DATAHOJE TO DTFOTO-CRS
           MOVE TABARQDAT(W-ARQ) TO NOMEARQ-CRS
           MOVE W-TOTREG TO QTDREG-CRS
           MOVE ZEROS TO LIMITE-CRS DTULT-CRS
           MOVE SPACE TO ALERTA-CRS
           WRITE REGCRESC
           IF ST-CRS = "22"
               REWRITE REGCRESC.
           PERFORM LE-LIMITE THRU LE-LIMITE-FIM
           MOVE W-TOTREG TO QTDREG-CRS
           MOVE W-DATAHOJE TO DTULT-CRS
           MOVE "N" TO ALERTA-CRS
           IF LIMITE-CRS > ZEROS AND W-TOTREG NOT < LIMITE-CRS
               MOVE "S" TO ALERTA-CRS
               ADD 1 TO W-TOTALERTA.
           PERFORM GRAVA-LIMITE THRU GRAVA-LIMITE-FIM.
      *
      * LINHA DO RELATORIO: CRESCIMENTO E PROJECAO PELA TAXA DIARIA
      * DO MES (OU DA SEMANA, SE AINDA NAO HA UM MES DE HISTORICO)
           MOVE SPACES TO W-LINCRS
           MOVE TABARQDAT(W-ARQ) TO W-NOMECRS
           MOVE W-TOTREG TO W-QTDCRS
           MOVE "         -" TO W-C7CRS W-C30CRS
           IF W-ACH7 = "S"
               COMPUTE W-CRESC7 = W-TOTREG - W-QTD7
               MOVE W-CRESC7 TO W-CRESCED
               MOVE W-CRESCED TO W-C7CRS.
           IF W-ACH30 = "S"
               COMPUTE W-CRESC30 = W-TOTREG - W-QTD30
               MOVE W-CRESC30 TO W-CRESCED
               MOVE W-CRESCED TO W-C30CRS.
           MOVE LIMITE-CRS TO W-LIMCRS
           MOVE ZEROS TO W-ORDBASE W-QTDBASE
           IF W-ACH30 = "S"
               MOVE W-ORD30 TO W-ORDBASE
               MOVE W-QTD30 TO W-QTDBASE
           ELSE
               IF W-ACH7 = "S"
                   MOVE W-ORD7 TO W-ORDBASE
                   MOVE W-QTD7 TO W-QTDBASE.
           IF LIMITE-CRS = ZEROS
               MOVE "SEM LIMITE" TO W-PROJCRS
               GO TO CAPAC-MOSTRA.
           IF ALERTA-CRS = "S"
               MOVE "** LIMITE ATINGIDO" TO W-PROJCRS
               GO TO CAPAC-MOSTRA.
           IF W-ORDBASE = ZEROS OR W-ORDBASE NOT < W-ORDHOJE
               MOVE "SEM HISTORICO" TO W-PROJCRS
               GO TO CAPAC-MOSTRA.
           COMPUTE W-TAXADIA ROUNDED = (W-TOTREG - W-QTDBASE) /
               (W-ORDHOJE - W-ORDBASE)
           IF W-TAXADIA NOT > ZEROS
               MOVE "ESTAVEL" TO W-PROJCRS
               GO TO CAPAC-MOSTRA.
           COMPUTE W-DIASPROJ = (LIMITE-CRS - W-TOTREG) / W-TAXADIA
           IF W-DIASPROJ > 99999
               MOVE 99999 TO W-DIASPROJ.
           MOVE W-DIASPROJ TO W-DIASED
           STRING "LIMITE EM" W-DIASED " DIAS"
               DELIMITED BY SIZE INTO W-PROJCRS.
       CAPAC-MOSTRA.
           DISPLAY W-LINCRS.
       CAPAC-ARQ-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * REGISTRO DE LIMITE (DATA ZERO) DO ARQUIVO W-ARQ -- SE AINDA
      * NAO EXISTE, NASCE SEM LIMITE E SERA GRAVADO (W-CRSNOVO)
      *--------------------------------------------------------------
      *
       LE-LIMITE.
           MOVE "N" TO W-CRSNOVO
           MOVE W-ARQ TO NUMARQ-CRS
           MOVE ZEROS TO DTFOTO-CRS
           READ CADCRESC
           IF ST-CRS NOT = "00"
               MOVE "S" TO W-CRSNOVO
               MOVE W-ARQ TO NUMARQ-CRS
               MOVE ZEROS TO DTFOTO-CRS
               MOVE TABARQDAT(W-ARQ) TO NOMEARQ-CRS
               MOVE ZEROS TO QTDREG-CRS LIMITE-CRS DTULT-CRS
               MOVE "N" TO ALERTA-CRS.
       LE-LIMITE-FIM.
           EXIT.
      *
       GRAVA-LIMITE.
           IF W-CRSNOVO = "S"
               WRITE REGCRESC
           ELSE
               REWRITE REGCRESC.
       GRAVA-LIMITE-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * MODO L: LIMITE DE REGISTROS POR ARQUIVO. ZERO = SEM LIMITE.
      * O ALERTA E RECALCULADO COM A ULTIMA CONTAGEM CONHECIDA
      *--------------------------------------------------------------
      *
       LIM-ARQ.
           MOVE ZEROS TO W-ARQ
           DISPLAY (07, 01) "   ARQUIVO (01-63): ".
           DISPLAY (08, 01) LIMPA
           DISPLAY (09, 01) LIMPA
           DISPLAY (10, 01) LIMPA
           ACCEPT (07, 21) W-ARQ WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR 01
               CLOSE CADCRESC
               GO TO ACC-MODO.
           IF W-ARQ = ZEROS OR W-ARQ > 63
               MOVE "* ARQUIVO INVALIDO (01-63) *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO LIM-ARQ.
           PERFORM LE-LIMITE THRU LE-LIMITE-FIM
           DISPLAY (08, 01) "   " TABARQDAT(W-ARQ)
           DISPLAY (09, 01) "   ULTIMA CONTAGEM: " QTDREG-CRS
               " EM " DTULT-CRS.
       LIM-VALOR.
           MOVE LIMITE-CRS TO W-LIMITE
           DISPLAY (10, 01) "   LIMITE (0=SEM LIMITE): ".
           ACCEPT (10, 27) W-LIMITE WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO LIM-ARQ.
           MOVE W-LIMITE TO LIMITE-CRS
           MOVE "N" TO ALERTA-CRS
           IF LIMITE-CRS > ZEROS AND DTULT-CRS > ZEROS
                   AND QTDREG-CRS NOT < LIMITE-CRS
               MOVE "S" TO ALERTA-CRS.
           PERFORM GRAVA-LIMITE THRU GRAVA-LIMITE-FIM
           IF ST-CRS = "00" OR "02"
               MOVE "* LIMITE GRAVADO *" TO MENS
           ELSE
               MOVE "* ERRO AO GRAVAR O LIMITE *" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO LIM-ARQ.
      *
      *--------------------------------------------------------------
      * DESPACHO POR ARQUIVO -- ABERTURA PARA LEITURA
      *--------------------------------------------------------------
      *
      *--------------------------------------------------------------
      *
       REL-FIM.
           IF W-MODO = "C"
               CLOSE CADCRESC
               DISPLAY " "
               DISPLAY "ARQUIVOS NO LIMITE OU ACIMA: " W-TOTALERTA.
           DISPLAY " ".
           DISPLAY "---- FIM DO PROCESSAMENTO ----".
           GO TO ROT-FIM.
