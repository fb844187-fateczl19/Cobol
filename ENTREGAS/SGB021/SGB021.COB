                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYLOCACAO-KM
                    FILE STATUS  IS ST-ERRO.

            SELECT CADTERMO
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS VERSAO-TERMO
                    FILE STATUS  IS ST-ERRO.

            SELECT CADTERMOTXT
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYTERMOTXT
                    FILE STATUS  IS ST-ERRO.

            SELECT CADACEITE
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYLOCACAO-TRM
                    FILE STATUS  IS ST-ERRO.

            SELECT CADIDIOMA
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF-IDI
                    FILE STATUS  IS ST-IDI.

            SELECT CADTEXTO
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYTEXTO
                    FILE STATUS  IS ST-TX.

            SELECT CADPARAM
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-PARAM
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

            SELECT CADDETPRECO
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYDETPRECO
                    FILE STATUS  IS ST-DP.
      *
      *--------------------------------------------------------------
      *
           03 KMLOC           PIC 9(06)V99.
      *
      *--------------------------------------------------------------
      * TERMOS DE LOCACAO (SGB126) E VERSAO ACEITA EM CADA LOCACAO
      * (SGB004/SGB056) -- O CONTRATO SAI COM O TEXTO DA VERSAO
      * ACEITA, NAO COM O DA VERSAO ATUAL
      *--------------------------------------------------------------
      *
       FD CADTERMO
           VALUE OF FILE-ID IS "CADTERMO.DAT".
       01 REGTERMO.
           03 VERSAO-TERMO    PIC 9(04).
           03 DTVIGOR-TERMO   PIC 9(08).
           03 TITULO-TERMO    PIC X(40).
           03 QTDLIN-TERMO    PIC 9(02).
           03 DTCAD-TERMO     PIC 9(08).
      *
       FD CADTERMOTXT
           VALUE OF FILE-ID IS "CADTERMOTXT.DAT".
       01 REGTERMOTXT.
           03 KEYTERMOTXT.
               05 VERSAO-TXT  PIC 9(04).
               05 LINHA-TXT   PIC 9(02).
           03 TEXTO-TXT       PIC X(60).
      *
       FD CADACEITE
           VALUE OF FILE-ID IS "CADACEITE.DAT".
       01 REGACEITE.
           03 KEYLOCACAO-TRM  PIC X(27).
           03 NUMCONTRATO-TRM PIC 9(08).
           03 VERSAO-TRM      PIC 9(04).
           03 DTACEITE-TRM    PIC 9(08).
           03 HRACEITE-TRM    PIC 9(06).
           03 OPERADOR-TRM    PIC 9(04).
      *
      *
      *--------------------------------------------------------------
      * IDIOMA DOS DOCUMENTOS DO CLIENTE (SGB003) -- P=PORTUGUES
      * I=INGLES E=ESPANHOL. CLIENTE SEM REGISTRO AQUI = PORTUGUES
      *--------------------------------------------------------------
      *
       FD CADIDIOMA
           VALUE OF FILE-ID IS "CADIDIOMA.DAT".
       01 REGIDIOMA.
           03 CPF-IDI         PIC 9(11).
           03 IDIOMA-IDI      PIC X(01).
           03 DTALT-IDI       PIC 9(08).
           03 OPER-IDI        PIC 9(04).
      *
      *--------------------------------------------------------------
      * TEXTOS DOS DOCUMENTOS POR IDIOMA (SGB139) -- TIPO R=ROTULO
      * (VERSAO ZERO, NUMERO DO ROTULO) OU T=CLAUSULA TRADUZIDA
      * (VERSAO DOS TERMOS, NUMERO DA LINHA; 000 = TITULO)
      *--------------------------------------------------------------
      *
       FD CADTEXTO
           VALUE OF FILE-ID IS "CADTEXTO.DAT".
       01 REGTEXTO.
           03 KEYTEXTO.
               05 IDIOMA-TX   PIC X(01).
               05 TIPO-TX     PIC X(01).
               05 VERSAO-TX   PIC 9(04).
               05 NUM-TX      PIC 9(03).
           03 TEXTO-TX        PIC X(60).
           03 DTALT-TX        PIC 9(08).
      *
      *--------------------------------------------------------------
      * PARAMETROS DA LOJA (SGB036) -- 18 = VIA EM PORTUGUES DO
      * DOCUMENTO EM OUTRO IDIOMA (1 OU AUSENTE = IMPRIME, 2 = NAO)
      *--------------------------------------------------------------
      *
       FD CADPARAM
           VALUE OF FILE-ID IS "CADPARAM.DAT".
       01 REGPARAM.
           03 COD-PARAM    PIC 9(02).
           03 DSC-PARAM    PIC X(25).
           03 VAL-PARAM    PIC 9(06)V9(06).
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
      * COMPOSICAO DO VALOR COBRADO DA LOCACAO (VIDE SGB004), UMA
      * LINHA POR PARCELA DO CALCULO, SOMANDO O VALOR COBRADO
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
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 ST-ZON        PIC X(02) VALUE "00".
       77 ST-INF        PIC X(02) VALUE "00".
       77 ST-DP         PIC X(02) VALUE "00".
       77 W-SINALDP     PIC X(01) VALUE SPACES.
      *
      * RECONSTRUCAO DO TETO DE TARIFA APLICADO NA DEVOLUCAO (MESMA
      * REGRA DO CALCULA-VALCOBRADO DO SGB004), SO PARA IMPRIMIR NO
       77 W-VALPARTEDIA   PIC 9(06)V99 VALUE ZEROS.
       77 W-CAPAPLICADO   PIC X(01) VALUE SPACES.
      *
      * DATA/HORA DO ACEITE DOS TERMOS, PARA IMPRESSAO
       01 W-DTACEITE    PIC 9(08) VALUE ZEROS.
       01 W-DTACEITE-R REDEFINES W-DTACEITE.
           03 W-ANOACE  PIC 9(04).
           03 W-MESACE  PIC 9(02).
           03 W-DIAACE  PIC 9(02).
       01 W-HRACEITE    PIC 9(06) VALUE ZEROS.
       01 W-HRACEITE-R REDEFINES W-HRACEITE.
           03 W-HHACE   PIC 9(02).
           03 W-MIACE   PIC 9(02).
           03 W-SSACE   PIC 9(02).
      *
      * APOIO AOS DOCUMENTOS NO IDIOMA DO CLIENTE (CADIDIOMA E
      * CADTEXTO/SGB139, VIDE CARREGA-ROTULOS E MONTA-ROTULO): O
      * ROTULO VAI ATE O PRIMEIRO ESPACO DUPLO E O VALOR SAI NA
      * COLUNA W-COLVAL (OU LOGO DEPOIS DO ROTULO, SE FOR MAIS LONGO)
       77 ST-IDI        PIC X(02) VALUE "00".
       77 ST-TX         PIC X(02) VALUE "00".
       77 W-IDIOMA      PIC X(01) VALUE "P".
       77 W-IDIOMACLI   PIC X(01) VALUE "P".
       77 W-VIAPT       PIC X(01) VALUE "S".
       77 W-VIALEGAL    PIC X(01) VALUE "N".
       77 W-NROT        PIC 9(02) VALUE ZEROS.
       77 W-PONT        PIC 9(03) VALUE ZEROS.
       77 W-COLVAL      PIC 9(03) VALUE 19.
       77 W-LINDOC      PIC X(79) VALUE SPACES.
      * DATA E VALOR NA CONVENCAO DO IDIOMA: INGLES MM/DD/AAAA E
      * 1,234.56; PORTUGUES E ESPANHOL DD/MM/AAAA E 1.234,56
       77 W-FDDIA       PIC 9(02) VALUE ZEROS.
       77 W-FDMES       PIC 9(02) VALUE ZEROS.
       77 W-FDANO       PIC 9(04) VALUE ZEROS.
       77 W-FDATA       PIC X(10) VALUE SPACES.
       77 W-FVVAL       PIC 9(06)V99 VALUE ZEROS.
       77 W-FVED        PIC ZZZ.ZZ9,99.
       77 W-FVTXT       PIC X(10) VALUE SPACES.
      *
      * ROTULOS PADRAO EM PORTUGUES (OS MESMOS DO SGB139), USADOS
      * QUANDO O IDIOMA NAO TEM O ROTULO GRAVADO NO CADTEXTO
       01 TTROTPT.
           03 FILLER PIC X(50) VALUE
               "CONTRATO/RECIBO DE LOCACAO DE BIKE".
           03 FILLER PIC X(50) VALUE
               "CONTRATO:".
           03 FILLER PIC X(50) VALUE
               "CLIENTE:".
           03 FILLER PIC X(50) VALUE
               "CPF:".
           03 FILLER PIC X(50) VALUE
               "TELEFONE:".
           03 FILLER PIC X(50) VALUE
               "BIKE:".
           03 FILLER PIC X(50) VALUE
               "CATEGORIA:".
           03 FILLER PIC X(50) VALUE
               "COR:".
           03 FILLER PIC X(50) VALUE
               "LOCACAO:".
           03 FILLER PIC X(50) VALUE
               "HORARIO:".
           03 FILLER PIC X(50) VALUE
               "PREVISAO:".
           03 FILLER PIC X(50) VALUE
               "VALOR DA LOCACAO:".
           03 FILLER PIC X(50) VALUE
               "VALOR COBRADO:".
           03 FILLER PIC X(50) VALUE
               "TETO APLICADO: HORAS LIMITADAS A DIARIA".
           03 FILLER PIC X(50) VALUE
               "TETO APLICADO: DIARIAS LIMITADAS A SEMANA".
           03 FILLER PIC X(50) VALUE
               "KM PERCORRIDOS:".
           03 FILLER PIC X(50) VALUE
               "SITUACAO ATUAL:".
           03 FILLER PIC X(50) VALUE
               "TERMOS: LOCACAO SEM VERSAO DE TERMOS REGISTRADA".
           03 FILLER PIC X(50) VALUE
               "TERMOS DE LOCACAO - VERSAO".
           03 FILLER PIC X(50) VALUE
               "ACEITO PELO CLIENTE EM".
           03 FILLER PIC X(50) VALUE
               "AS".
           03 FILLER PIC X(50) VALUE
               "CLAUSULAS SEM TRADUCAO: VALE O TEXTO EM PORTUGUES".
           03 FILLER PIC X(50) VALUE
               "VIA EM PORTUGUES - VERSAO COM VALOR LEGAL".
           03 FILLER PIC X(50) VALUE
               "ORCAMENTO DE LOCACAO".
           03 FILLER PIC X(50) VALUE
               "ORCAMENTO:".
           03 FILLER PIC X(50) VALUE
               "DATA:".
           03 FILLER PIC X(50) VALUE
               "ARO:".
           03 FILLER PIC X(50) VALUE
               "HORAS PREVISTAS:".
           03 FILLER PIC X(50) VALUE
               "DESCONTO FIDELIDADE (PCT):".
           03 FILLER PIC X(50) VALUE
               "TAXA DE ENTREGA:".
           03 FILLER PIC X(50) VALUE
               "VALOR ESTIMADO:".
           03 FILLER PIC X(50) VALUE
               "VALIDO POR 7 DIAS - APRESENTE ESTE NUMERO".
           03 FILLER PIC X(50) VALUE
               "INFRACAO DE ZONA:".
           03 FILLER PIC X(50) VALUE
               "COMPOSICAO DO VALOR:".
       01 TTABROTPT REDEFINES TTROTPT.
           03 TABROTPT PIC X(50) OCCURS 34 TIMES.
       01 W-TABROT.
           03 TABROT PIC X(50) OCCURS 34 TIMES.
      *
      *--------------------------------------------------------------
      *
       SCREEN SECTION.
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
           OPEN INPUT CADTERMO
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                   OPEN OUTPUT CADTERMO
                   CLOSE CADTERMO
                   OPEN INPUT CADTERMO
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQ CADTERMO.DAT *"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
           OPEN INPUT CADTERMOTXT
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                   OPEN OUTPUT CADTERMOTXT
                   CLOSE CADTERMOTXT
                   OPEN INPUT CADTERMOTXT
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQ CADTERMOTXT.DAT *"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
           OPEN INPUT CADACEITE
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                   OPEN OUTPUT CADACEITE
                   CLOSE CADACEITE
                   OPEN INPUT CADACEITE
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQ CADACEITE.DAT *"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
           OPEN INPUT CADIDIOMA
           IF ST-IDI NOT = "00"
               IF ST-IDI = "30" OR "35"
                   OPEN OUTPUT CADIDIOMA
                   CLOSE CADIDIOMA
                   OPEN INPUT CADIDIOMA
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQ CADIDIOMA.DAT *"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
           OPEN INPUT CADTEXTO
           IF ST-TX NOT = "00"
               IF ST-TX = "30" OR "35"
                   OPEN OUTPUT CADTEXTO
                   CLOSE CADTEXTO
                   OPEN INPUT CADTEXTO
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQ CADTEXTO.DAT *"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
           OPEN INPUT CADZONA
           IF ST-ZON NOT = "00"
               IF ST-ZON = "30" OR "35"
                   OPEN OUTPUT CADZONA
                   CLOSE CADZONA
                   OPEN INPUT CADZONA
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
                   GO TO ROT-FIM.
           OPEN INPUT CADDETPRECO
           IF ST-DP NOT = "00"
               IF ST-DP = "30" OR "35"
                   OPEN OUTPUT CADDETPRECO
                   CLOSE CADDETPRECO
                   OPEN INPUT CADDETPRECO
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQ CADDETPRECO.DAT *"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
           OPEN INPUT CADPARAM
           IF ST-ERRO = "00"
               PERFORM LE-PARAMETROS THRU LE-PARAMETROS-FIM
               CLOSE CADPARAM.
      *
      *--------------------------------------------------------------
      * ENTRADA DA CHAVE DA LOCACAO A IMPRIMIR
           ACCEPT TFKCPF-CLI
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR 01
               CLOSE CADLOC CADCLI CADBIKE CADKMLOC CADTERMO
                   CADTERMOTXT CADACEITE CADIDIOMA CADTEXTO
                   CADZONA CADINFZONA CADDETPRECO
               GO TO ROT-FIM.
           IF FKCPF-CLI = ZEROS
               MOVE "* CPF INVALIDO *" TO MENS
               MOVE "* BIKE NAO ENCONTRADA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-CHAVE.
           PERFORM IMPRIME-DOCUMENTO THRU IMPRIME-DOCUMENTO-FIM
           GO TO ACC-OUTRO.
      *
      *--------------------------------------------------------------
      * CONTRATO NO IDIOMA DO CLIENTE; EM OUTRO IDIOMA, SEGUE A VIA
      * EM PORTUGUES, QUE E A DE VALOR LEGAL (PARAMETRO 18)
      *--------------------------------------------------------------
      *
       IMPRIME-DOCUMENTO.
           PERFORM LE-IDIOMA THRU LE-IDIOMA-FIM
           MOVE W-IDIOMACLI TO W-IDIOMA
           MOVE "N" TO W-VIALEGAL
           PERFORM CARREGA-ROTULOS THRU CARREGA-ROTULOS-FIM
           PERFORM IMPRIME-CONTRATO THRU IMPRIME-CONTRATO-FIM
           IF W-IDIOMA = "P" OR W-VIAPT NOT = "S"
               GO TO IMPRIME-DOCUMENTO-FIM.
           MOVE "P" TO W-IDIOMA
           MOVE "S" TO W-VIALEGAL
           PERFORM CARREGA-ROTULOS THRU CARREGA-ROTULOS-FIM
           PERFORM IMPRIME-CONTRATO THRU IMPRIME-CONTRATO-FIM.
       IMPRIME-DOCUMENTO-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * IMPRESSAO DO CONTRATO/RECIBO, UMA PAGINA, NO IDIOMA W-IDIOMA
      *--------------------------------------------------------------
      *
       IMPRIME-CONTRATO.
           DISPLAY " ".
           DISPLAY "==============================================".
           DISPLAY "        " TABROT (1).
           IF W-VIALEGAL = "S"
               DISPLAY "        " TABROT (23).
           DISPLAY "==============================================".
           MOVE 2 TO W-NROT
           PERFORM MONTA-ROTULO THRU MONTA-ROTULO-FIM
           STRING NUMCONTRATO DELIMITED BY SIZE
               INTO W-LINDOC WITH POINTER W-PONT
           DISPLAY W-LINDOC
           MOVE 3 TO W-NROT
           PERFORM MONTA-ROTULO THRU MONTA-ROTULO-FIM
           STRING NOME-CLI DELIMITED BY SIZE
               INTO W-LINDOC WITH POINTER W-PONT
           DISPLAY W-LINDOC
           MOVE 4 TO W-NROT
           PERFORM MONTA-ROTULO THRU MONTA-ROTULO-FIM
           STRING CPF-CLI DELIMITED BY SIZE
               INTO W-LINDOC WITH POINTER W-PONT
           DISPLAY W-LINDOC
           MOVE 5 TO W-NROT
           PERFORM MONTA-ROTULO THRU MONTA-ROTULO-FIM
           STRING TEL-CLI DELIMITED BY SIZE
               INTO W-LINDOC WITH POINTER W-PONT
           DISPLAY W-LINDOC
           DISPLAY "----------------------------------------------".
           MOVE 6 TO W-NROT
           PERFORM MONTA-ROTULO THRU MONTA-ROTULO-FIM
           STRING NUMERO " " DELIMITED BY SIZE
               MARCA DELIMITED BY "  " " " DELIMITED BY SIZE
               MODELO DELIMITED BY SIZE
               INTO W-LINDOC WITH POINTER W-PONT
           DISPLAY W-LINDOC
           MOVE 7 TO W-NROT
           PERFORM MONTA-ROTULO THRU MONTA-ROTULO-FIM
           STRING CATEGDESC DELIMITED BY "  "
               INTO W-LINDOC WITH POINTER W-PONT
           ADD 3 TO W-PONT
           MOVE 8 TO W-NROT
           PERFORM ACRESCENTA-ROTULO THRU ACRESCENTA-ROTULO-FIM
           STRING CORDESC DELIMITED BY SIZE
               INTO W-LINDOC WITH POINTER W-PONT
           DISPLAY W-LINDOC
           DISPLAY "----------------------------------------------".
           MOVE 9 TO W-NROT
           PERFORM MONTA-ROTULO THRU MONTA-ROTULO-FIM
           MOVE DIA-LOCA TO W-FDDIA
           MOVE MES-LOCA TO W-FDMES
           MOVE ANO-LOCA TO W-FDANO
           PERFORM FORMATA-DATA THRU FORMATA-DATA-FIM
           STRING W-FDATA DELIMITED BY SIZE
               INTO W-LINDOC WITH POINTER W-PONT
           ADD 3 TO W-PONT
           MOVE 10 TO W-NROT
           PERFORM ACRESCENTA-ROTULO THRU ACRESCENTA-ROTULO-FIM
           STRING HRLOCACAO ":" MINLOCACAO DELIMITED BY SIZE
               INTO W-LINDOC WITH POINTER W-PONT
           DISPLAY W-LINDOC
           MOVE 11 TO W-NROT
           PERFORM MONTA-ROTULO THRU MONTA-ROTULO-FIM
           MOVE DIA-PREV TO W-FDDIA
           MOVE MES-PREV TO W-FDMES
           MOVE ANO-PREV TO W-FDANO
           PERFORM FORMATA-DATA THRU FORMATA-DATA-FIM
           STRING W-FDATA DELIMITED BY SIZE
               INTO W-LINDOC WITH POINTER W-PONT
           ADD 3 TO W-PONT
           MOVE 10 TO W-NROT
           PERFORM ACRESCENTA-ROTULO THRU ACRESCENTA-ROTULO-FIM
           STRING HRPREVISAO ":" MINPREVISAO DELIMITED BY SIZE
               INTO W-LINDOC WITH POINTER W-PONT
           DISPLAY W-LINDOC
           DISPLAY "----------------------------------------------".
           MOVE 12 TO W-NROT
           PERFORM MONTA-ROTULO THRU MONTA-ROTULO-FIM
           MOVE VALLOCACAO TO W-FVVAL
           PERFORM FORMATA-VALOR THRU FORMATA-VALOR-FIM
           STRING "R$ " W-FVTXT DELIMITED BY SIZE
               INTO W-LINDOC WITH POINTER W-PONT
           DISPLAY W-LINDOC
           MOVE 13 TO W-NROT
           PERFORM MONTA-ROTULO THRU MONTA-ROTULO-FIM
           MOVE VALCOBRADO TO W-FVVAL
           PERFORM FORMATA-VALOR THRU FORMATA-VALOR-FIM
           STRING "R$ " W-FVTXT DELIMITED BY SIZE
               INTO W-LINDOC WITH POINTER W-PONT
           DISPLAY W-LINDOC
           PERFORM VERIFICA-TETO THRU VERIFICA-TETO-FIM
           IF W-CAPAPLICADO = "D"
               DISPLAY TABROT (14).
           IF W-CAPAPLICADO = "S"
               DISPLAY TABROT (15).
           PERFORM IMPRIME-DETPRECO THRU IMPRIME-DETPRECO-FIM
      * QUILOMETRAGEM APURADA NA DEVOLUCAO (SGB004/CADKMLOC)
           MOVE KEYLOCACAO TO KEYLOCACAO-KM
           READ CADKMLOC
           IF ST-ERRO = "00"
               MOVE 16 TO W-NROT
               PERFORM MONTA-ROTULO THRU MONTA-ROTULO-FIM
               MOVE KMLOC TO W-FVVAL
               PERFORM FORMATA-VALOR THRU FORMATA-VALOR-FIM
               STRING W-FVTXT DELIMITED BY SIZE
                   INTO W-LINDOC WITH POINTER W-PONT
               DISPLAY W-LINDOC.
           PERFORM IMPRIME-INFZONA THRU IMPRIME-INFZONA-FIM
           MOVE 17 TO W-NROT
           PERFORM MONTA-ROTULO THRU MONTA-ROTULO-FIM
           STRING DSCSTATUS-BIKE DELIMITED BY SIZE
               INTO W-LINDOC WITH POINTER W-PONT
           DISPLAY W-LINDOC
           DISPLAY "----------------------------------------------".
           PERFORM IMPRIME-TERMO THRU IMPRIME-TERMO-FIM
           DISPLAY "==============================================".
           DISPLAY " ".
       IMPRIME-CONTRATO-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * INFRACOES DE ZONA PROIBIDA DA LOCACAO (CADINFZONA, APURADAS
      * PELO SGB149/SGB004): UMA LINHA POR ZONA COM A MULTA E A
      * SITUACAO (PENDENTE, COBRADA OU ISENTA)
      *--------------------------------------------------------------
      *
       IMPRIME-INFZONA.
           MOVE KEYLOCACAO TO KEYLOCACAO-INF
           MOVE ZEROS TO CODZONA-INF
           START CADINFZONA KEY IS >= KEYINFZONA
           IF ST-INF NOT = "00"
               GO TO IMPRIME-INFZONA-FIM.
       IMPRIME-INFZONA-PROX.
           READ CADINFZONA NEXT RECORD
           IF ST-INF NOT = "00"
               GO TO IMPRIME-INFZONA-FIM.
           IF KEYLOCACAO-INF NOT = KEYLOCACAO
               GO TO IMPRIME-INFZONA-FIM.
           MOVE CODZONA-INF TO CODZONA
           READ CADZONA
           IF ST-ZON NOT = "00"
               MOVE SPACES TO NOMEZONA.
           MOVE 33 TO W-NROT
           PERFORM MONTA-ROTULO THRU MONTA-ROTULO-FIM
           MOVE VALMULTA-INF TO W-FVVAL
           PERFORM FORMATA-VALOR THRU FORMATA-VALOR-FIM
           STRING CODZONA-INF " " DELIMITED BY SIZE
               NOMEZONA DELIMITED BY "  "
               " R$ " W-FVTXT " " DSCSITINF DELIMITED BY SIZE
               INTO W-LINDOC WITH POINTER W-PONT
           DISPLAY W-LINDOC
           GO TO IMPRIME-INFZONA-PROX.
       IMPRIME-INFZONA-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * COMPOSICAO DO VALOR COBRADO (CADDETPRECO, GRAVADA NA
      * DEVOLUCAO PELO SGB004): UMA LINHA POR PARCELA DO CALCULO.
      * LOCACAO ANTERIOR AO ARQUIVO SAI SEM COMPOSICAO
      *--------------------------------------------------------------
      *
       IMPRIME-DETPRECO.
           MOVE KEYLOCACAO TO KEYLOCACAO-DP
           MOVE ZEROS TO SEQ-DP
           START CADDETPRECO KEY IS >= KEYDETPRECO
           IF ST-DP NOT = "00"
               GO TO IMPRIME-DETPRECO-FIM.
       IMPRIME-DETPRECO-PROX.
           READ CADDETPRECO NEXT RECORD
           IF ST-DP NOT = "00"
               GO TO IMPRIME-DETPRECO-FIM.
           IF KEYLOCACAO-DP NOT = KEYLOCACAO
               GO TO IMPRIME-DETPRECO-FIM.
           MOVE 34 TO W-NROT
           PERFORM MONTA-ROTULO THRU MONTA-ROTULO-FIM
           MOVE " " TO W-SINALDP
           IF VAL-DP < ZEROS
               MOVE "-" TO W-SINALDP.
           MOVE VAL-DP TO W-FVVAL
           PERFORM FORMATA-VALOR THRU FORMATA-VALOR-FIM
           STRING DSC-DP " " W-SINALDP "R$ " W-FVTXT
               DELIMITED BY SIZE
               INTO W-LINDOC WITH POINTER W-PONT
           DISPLAY W-LINDOC
           GO TO IMPRIME-DETPRECO-PROX.
       IMPRIME-DETPRECO-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * CLAUSULAS DA VERSAO DOS TERMOS ACEITA NA LOCACAO (CADACEITE).
      * LOCACAO ANTERIOR AO CADASTRO DE VERSOES SAI SEM CLAUSULAS.
      * EM OUTRO IDIOMA SAI A TRADUCAO DA VERSAO (SGB139); VERSAO SEM
      * TRADUCAO SAI COM O TEXTO EM PORTUGUES, AVISANDO
      *--------------------------------------------------------------
      *
       IMPRIME-TERMO.
           MOVE KEYLOCACAO TO KEYLOCACAO-TRM
           READ CADACEITE
           IF ST-ERRO NOT = "00"
               DISPLAY TABROT (18)
               GO TO IMPRIME-TERMO-FIM.
           MOVE VERSAO-TRM TO VERSAO-TERMO
           READ CADTERMO
           IF ST-ERRO NOT = "00"
               MOVE SPACES TO TITULO-TERMO.
           MOVE SPACES TO W-LINDOC
           MOVE 1 TO W-PONT
           MOVE 19 TO W-NROT
           PERFORM ACRESCENTA-ROTULO THRU ACRESCENTA-ROTULO-FIM
           STRING VERSAO-TRM DELIMITED BY SIZE
               INTO W-LINDOC WITH POINTER W-PONT
           DISPLAY W-LINDOC
           IF W-IDIOMA = "P"
               GO TO IMPRIME-TERMO-PT.
           MOVE W-IDIOMA TO IDIOMA-TX
           MOVE "T" TO TIPO-TX
           MOVE VERSAO-TRM TO VERSAO-TX
           MOVE ZEROS TO NUM-TX
           READ CADTEXTO
           IF ST-TX NOT = "00"
               DISPLAY TABROT (22)
               GO TO IMPRIME-TERMO-PT.
           DISPLAY TEXTO-TX.
       IMPRIME-TERMO-TRAD.
           READ CADTEXTO NEXT RECORD
           IF ST-TX NOT = "00"
               GO TO IMPRIME-TERMO-ACEITE.
           IF IDIOMA-TX NOT = W-IDIOMA OR TIPO-TX NOT = "T"
                   OR VERSAO-TX NOT = VERSAO-TRM
               GO TO IMPRIME-TERMO-ACEITE.
           DISPLAY TEXTO-TX
           GO TO IMPRIME-TERMO-TRAD.
       IMPRIME-TERMO-PT.
           DISPLAY TITULO-TERMO
           MOVE VERSAO-TRM TO VERSAO-TXT
           MOVE ZEROS TO LINHA-TXT
           START CADTERMOTXT KEY IS >= KEYTERMOTXT
           IF ST-ERRO NOT = "00"
               GO TO IMPRIME-TERMO-ACEITE.
       IMPRIME-TERMO-PROX.
           READ CADTERMOTXT NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO IMPRIME-TERMO-ACEITE.
           IF VERSAO-TXT NOT = VERSAO-TRM
               GO TO IMPRIME-TERMO-ACEITE.
           DISPLAY TEXTO-TXT
           GO TO IMPRIME-TERMO-PROX.
       IMPRIME-TERMO-ACEITE.
           MOVE DTACEITE-TRM TO W-DTACEITE
           MOVE HRACEITE-TRM TO W-HRACEITE
           MOVE SPACES TO W-LINDOC
           MOVE 1 TO W-PONT
           MOVE 20 TO W-NROT
           PERFORM ACRESCENTA-ROTULO THRU ACRESCENTA-ROTULO-FIM
           MOVE W-DIAACE TO W-FDDIA
           MOVE W-MESACE TO W-FDMES
           MOVE W-ANOACE TO W-FDANO
           PERFORM FORMATA-DATA THRU FORMATA-DATA-FIM
           STRING W-FDATA " " DELIMITED BY SIZE
               INTO W-LINDOC WITH POINTER W-PONT
           MOVE 21 TO W-NROT
           PERFORM ACRESCENTA-ROTULO THRU ACRESCENTA-ROTULO-FIM
           STRING W-HHACE ":" W-MIACE DELIMITED BY SIZE
               INTO W-LINDOC WITH POINTER W-PONT
           DISPLAY W-LINDOC.
       IMPRIME-TERMO-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * RECONSTROI QUAL TETO DE TARIFA VALEU NA DEVOLUCAO, PELA
      * MESMA REGRA DO CALCULA-VALCOBRADO DO SGB004 (HORAS CAPADAS
      * NA DIARIA, DIARIAS CAPADAS NA SEMANA)
               MOVE "S" TO W-CAPAPLICADO.
       VERIFICA-TETO-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * PARAMETRO 18 DO CADPARAM: 2 = NAO IMPRIME A VIA EM PORTUGUES
      * DO DOCUMENTO EM OUTRO IDIOMA; AUSENTE OU 1 = IMPRIME
      *--------------------------------------------------------------
      *
       LE-PARAMETROS.
           MOVE "S" TO W-VIAPT
           MOVE 18 TO COD-PARAM
           READ CADPARAM
           IF ST-ERRO = "00" AND VAL-PARAM = 2
               MOVE "N" TO W-VIAPT.
       LE-PARAMETROS-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * IDIOMA DO CLIENTE (CADIDIOMA/SGB003); SEM REGISTRO = PORTUGUES
      *--------------------------------------------------------------
      *
       LE-IDIOMA.
           MOVE "P" TO W-IDIOMACLI
           MOVE CPF-CLI TO CPF-IDI
           READ CADIDIOMA
           IF ST-IDI = "00" AND IDIOMA-IDI NOT = SPACES
               MOVE IDIOMA-IDI TO W-IDIOMACLI.
       LE-IDIOMA-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * ROTULOS DO IDIOMA W-IDIOMA: O QUE ESTIVER GRAVADO NO CADTEXTO
      * (SGB139); ROTULO AUSENTE SAI EM PORTUGUES
      *--------------------------------------------------------------
      *
       CARREGA-ROTULOS.
           MOVE TTROTPT TO W-TABROT
           MOVE 1 TO W-NROT.
       CARREGA-ROTULOS-PROX.
           MOVE W-IDIOMA TO IDIOMA-TX
           MOVE "R" TO TIPO-TX
           MOVE ZEROS TO VERSAO-TX
           MOVE W-NROT TO NUM-TX
           READ CADTEXTO
           IF ST-TX = "00" AND TEXTO-TX NOT = SPACES
               MOVE TEXTO-TX TO TABROT (W-NROT).
           IF W-NROT < 34
               ADD 1 TO W-NROT
               GO TO CARREGA-ROTULOS-PROX.
       CARREGA-ROTULOS-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * MONTAGEM DA LINHA DO DOCUMENTO EM W-LINDOC: MONTA-ROTULO
      * COMECA A LINHA COM O ROTULO W-NROT E POSICIONA W-PONT NA
      * COLUNA DO VALOR; ACRESCENTA-ROTULO POE OUTRO ROTULO NA MESMA
      * LINHA, A PARTIR DE W-PONT
      *--------------------------------------------------------------
      *
       MONTA-ROTULO.
           MOVE SPACES TO W-LINDOC
           MOVE 1 TO W-PONT
           PERFORM ACRESCENTA-ROTULO THRU ACRESCENTA-ROTULO-FIM
           IF W-PONT < W-COLVAL
               MOVE W-COLVAL TO W-PONT.
       MONTA-ROTULO-FIM.
           EXIT.
      *
       ACRESCENTA-ROTULO.
           STRING TABROT (W-NROT) DELIMITED BY "  "
               INTO W-LINDOC WITH POINTER W-PONT
           ADD 1 TO W-PONT.
       ACRESCENTA-ROTULO-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * DATA (W-FDDIA/W-FDMES/W-FDANO) E VALOR (W-FVVAL) NA CONVENCAO
      * DO IDIOMA W-IDIOMA, EM W-FDATA E W-FVTXT
      *--------------------------------------------------------------
      *
       FORMATA-DATA.
           MOVE SPACES TO W-FDATA
           IF W-IDIOMA = "I"
               STRING W-FDMES "/" W-FDDIA "/" W-FDANO
                   DELIMITED BY SIZE INTO W-FDATA
           ELSE
               STRING W-FDDIA "/" W-FDMES "/" W-FDANO
                   DELIMITED BY SIZE INTO W-FDATA.
       FORMATA-DATA-FIM.
           EXIT.
      *
       FORMATA-VALOR.
           MOVE W-FVVAL TO W-FVED
           MOVE W-FVED TO W-FVTXT
           IF W-IDIOMA = "I"
               INSPECT W-FVTXT CONVERTING ".," TO ",.".
       FORMATA-VALOR-FIM.
           EXIT.
      *
       ACC-OUTRO.
           MOVE "N" TO W-OPCAO
               MOVE "* DIGITE APENAS S OU N *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-OUTRO.
           CLOSE CADLOC CADCLI CADBIKE CADKMLOC CADTERMO CADTERMOTXT
               CADACEITE CADIDIOMA CADTEXTO CADZONA CADINFZONA
               CADDETPRECO
           GO TO ROT-FIM.
      *
      *--------------------------------------------------------------
