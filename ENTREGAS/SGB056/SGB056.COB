      * NUMERO DE GRUPO (SERIE "GRUPO" DO CADCONTROLE, CARIMBADO EM
      * GRUPO-LOC), PRECIFICADAS JUNTAS E QUITADAS COM UM UNICO
      * PAGAMENTO NO CADPAG. O CONTRATO SAI UMA VEZ COM TODAS AS
      * BIKES LISTADAS. O GRUPO PODE SER FATURADO PARA UMA EMPRESA
      * DO CADEMP: SO AS LINHAS DE CONDUTOR DO ROL DA EMPRESA
      * (SGB142) VAO PARA ELA, AS DEMAIS SAO COBRADAS NO FECHAMENTO
      *--------------------------------------------------------------
      *
       ENVIRONMENT DIVISION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-DIA
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

            SELECT CADLOCAB
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMBIKE-AB
                    FILE STATUS  IS ST-LOCAB
                    ALTERNATE RECORD KEY IS CHPREV-AB
                                            WITH DUPLICATES.

            SELECT CADEMP
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CNPJ-EMP
                    FILE STATUS  IS ST-ERRO.

            SELECT CADROLEMP
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYROL
                    FILE STATUS  IS ST-ROL.

            SELECT CADDETPRECO
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYDETPRECO
                    FILE STATUS  IS ST-ERRO.

            SELECT CADJORNAL
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYJORNAL
                    FILE STATUS  IS ST-JOR.
      *
      *--------------------------------------------------------------
      *
       DATA DIVISION.
       FILE SECTION.
       FD CADEMP
               VALUE OF FILE-ID IS "CADEMP.DAT".
       01 REGEMP.
                03 CNPJ-EMP        PIC 9(14).
                03 RAZAO-EMP       PIC X(30).
                03 EMAIL-EMP       PIC X(20).
                03 TEL-EMP         PIC 9(11).
                03 SITUAC-EMP      PIC X(01).
                03 DSCSITUAC-EMP   PIC X(08).
      *
      *--------------------------------------------------------------
      * ROL DE CICLISTAS AUTORIZADOS DE CADA CONTA CORPORATIVA
      * (SGB142) -- SO CPF DO ROL, DENTRO DA VIGENCIA (FIM ZERO = EM
      * ABERTO), PODE FATURAR LOCACAO PARA O CNPJ. LIMITE MENSAL
      * OPCIONAL EM HORAS E/OU EM VALOR (ZERO = SEM LIMITE); PASSADO
      * O LIMITE, ACAO "A" SO AVISA E "P" COBRA DO PROPRIO CLIENTE
      *--------------------------------------------------------------
      *
       FD CADROLEMP
           VALUE OF FILE-ID IS "CADROLEMP.DAT".
       01 REGROLEMP.
           03 KEYROL.
               05 CNPJ-ROL     PIC 9(14).
               05 CPF-ROL      PIC 9(11).
           03 DTINI-ROL        PIC 9(08).
           03 DTFIM-ROL        PIC 9(08).
           03 LIMHORAS-ROL     PIC 9(04).
           03 LIMVALOR-ROL     PIC 9(06)V99.
           03 ACAO-ROL         PIC X(01).
           03 DTALT-ROL        PIC 9(08).
      *
       FD CADGRUPO
           VALUE OF FILE-ID IS "CADGRUPO.DAT".
       01 REGGRUPO.
           03 OPERFECH     PIC 9(04).
      *
      *--------------------------------------------------------------
      * TERMOS DE LOCACAO (SGB126) E VERSAO ACEITA EM CADA LOCACAO
      * (SGB004 E AQUI, UM REGISTRO POR LINHA DO GRUPO, TODAS ACEITAS
      * PELO RESPONSAVEL)
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
      * DIARIO DE TRANSACOES (VIDE SGB004 E SGB162). AQUI A CHAVE DA
      * LOCACAO DO CABECALHO LEVA O NUMERO DO GRUPO
      *--------------------------------------------------------------
      *
       FD CADJORNAL
           VALUE OF FILE-ID IS "CADJORNAL.DAT".
       01 REGJORNAL.
           03 KEYJORNAL.
               05 NUMTRANS-JR      PIC 9(08).
               05 SEQ-JR           PIC 9(03).
           03 SIT-JR           PIC X(01).
           03 DT-JR            PIC 9(08).
           03 HR-JR            PIC 9(08).
           03 CORPO-JR         PIC X(460).
           03 CAB-JR REDEFINES CORPO-JR.
               05 PROG-JR          PIC X(06).
               05 OPER-JR          PIC 9(04).
               05 TIPOTRANS-JR     PIC X(01).
               05 KEYLOCACAO-JR    PIC X(27).
               05 ROTEIRO-JR       PIC X(10).
               05 CUPOM-JR         PIC X(08).
               05 NUMCRED-JR       PIC 9(06).
               05 VALCRED-JR       PIC 9(06)V99.
               05 SUPERV-JR        PIC 9(04).
               05 DTREC-JR         PIC 9(08).
               05 FILLER           PIC X(378).
           03 PASSO-JR REDEFINES CORPO-JR.
               05 ARQ-JR           PIC X(12).
               05 ACAO-JR          PIC X(01).
               05 LETRA-JR         PIC X(01).
               05 ANTES-JR         PIC X(219).
               05 DEPOIS-JR        PIC X(219).
               05 FILLER           PIC X(08).
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
      *
      * DIARIO DE TRANSACOES (VIDE JOR-INICIO)
       77 ST-JOR        PIC X(02) VALUE "00".
       77 W-JORTRANS    PIC 9(08) VALUE ZEROS.
       77 W-JORSEQ      PIC 9(03) VALUE ZEROS.
       77 W-JORTIPO     PIC X(01) VALUE SPACES.
       77 W-JORARQ      PIC X(12) VALUE SPACES.
       77 W-JORACAO     PIC X(01) VALUE SPACES.
       77 W-JORLETRA    PIC X(01) VALUE SPACES.
       77 W-JORANTES    PIC X(219) VALUE SPACES.
       77 W-JORDEPOIS   PIC X(219) VALUE SPACES.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
           03 WS-MINAGORA   PIC 9(02).
           03 FILLER        PIC 9(04).
       77 W-NUMGRUPO    PIC 9(06) VALUE ZEROS.
       77 W-VERTERMO    PIC 9(04) VALUE ZEROS.
       77 W-TITTERMO    PIC X(40) VALUE SPACES.
       77 W-CPFRESP     PIC 9(11) VALUE ZEROS.
       77 W-CPFCOND     PIC 9(11) VALUE ZEROS.
       77 W-NUMBIKE     PIC 9(04) VALUE ZEROS.
       77 W-IDX         PIC 9(02) VALUE ZEROS.
       77 W-FORMA       PIC X(01) VALUE SPACES.
       77 W-ACHOU1A     PIC X(01) VALUE "N".
       77 W-CNPJGRP     PIC 9(14) VALUE ZEROS.
       77 W-CNPJLIN     PIC 9(14) VALUE ZEROS.
       77 W-VALEMP      PIC 9(08)V99 VALUE ZEROS.
      *
      * ROL DE CICLISTAS DA CONTA CORPORATIVA (VIDE VERIFICA-ROL)
       77 ST-ROL        PIC X(02) VALUE "00".
       77 W-ROLCNPJ     PIC 9(14) VALUE ZEROS.
       77 W-ROLCPF      PIC 9(11) VALUE ZEROS.
       77 W-ROLSIT      PIC X(01) VALUE "N".
       77 W-ROLMIN      PIC 9(07) VALUE ZEROS.
       77 W-ROLVAL      PIC 9(08)V99 VALUE ZEROS.
       01 W-ROLDATA     PIC 9(08) VALUE ZEROS.
       01 W-ROLDATA-R REDEFINES W-ROLDATA.
           03 W-ROLANO  PIC 9(04).
           03 W-ROLMES  PIC 9(02).
           03 W-ROLDIA  PIC 9(02).
      *
      * BIKES DO GRUPO EM MONTAGEM (ATE 10), PARA O CONTRATO UNICO
       01 TAB-GRUPO.
               05 TG-MARCA     PIC X(20).
               05 TG-VALOR     PIC 9(06)V99.
               05 TG-CONTRATO  PIC 9(08).
               05 TG-CNPJ      PIC 9(14).
      *
      *--------------------------------------------------------------
      *
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADGRUPO CADLOC CADCLI CADBIKE CADPAG
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
                   CLOSE CADGRUPO CADLOC CADCLI CADBIKE CADPAG
                       CADCONTROLE
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
                   CLOSE CADGRUPO CADLOC CADCLI CADBIKE CADPAG
                       CADCONTROLE CADTERMO
                   GO TO ROT-FIM.
           OPEN I-O CADACEITE
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                   OPEN OUTPUT CADACEITE
                   CLOSE CADACEITE
                   OPEN I-O CADACEITE
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQ CADACEITE.DAT *"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADGRUPO CADLOC CADCLI CADBIKE CADPAG
                       CADCONTROLE CADTERMO CADTERMOTXT
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
                   CLOSE CADGRUPO CADLOC CADCLI CADBIKE CADPAG
                       CADCONTROLE CADTERMO CADTERMOTXT CADACEITE
                   GO TO ROT-FIM.
           OPEN INPUT CADEMP
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                   OPEN OUTPUT CADEMP
                   CLOSE CADEMP
                   OPEN INPUT CADEMP
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQUIVO CADEMP.DAT *"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADGRUPO CADLOC CADCLI CADBIKE CADPAG
                       CADCONTROLE CADTERMO CADTERMOTXT CADACEITE
                       CADLOCAB
                   GO TO ROT-FIM.
           OPEN INPUT CADROLEMP
           IF ST-ROL NOT = "00"
               IF ST-ROL = "30" OR "35"
                   OPEN OUTPUT CADROLEMP
                   CLOSE CADROLEMP
                   OPEN INPUT CADROLEMP
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQ CADROLEMP.DAT *"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADGRUPO CADLOC CADCLI CADBIKE CADPAG
                       CADCONTROLE CADTERMO CADTERMOTXT CADACEITE
                       CADLOCAB CADEMP
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
                   CLOSE CADGRUPO CADLOC CADCLI CADBIKE CADPAG
                       CADCONTROLE CADTERMO CADTERMOTXT CADACEITE
                       CADLOCAB CADEMP CADROLEMP
                   GO TO ROT-FIM.
           OPEN I-O CADJORNAL
           IF ST-JOR NOT = "00"
               IF ST-JOR = "30" OR "35"
                   OPEN OUTPUT CADJORNAL
                   CLOSE CADJORNAL
                   OPEN I-O CADJORNAL
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQ CADJORNAL.DAT *"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADGRUPO CADLOC CADCLI CADBIKE CADPAG
                       CADCONTROLE CADTERMO CADTERMOTXT CADACEITE
                       CADLOCAB CADEMP CADROLEMP CADDETPRECO
                   GO TO ROT-FIM.
           ACCEPT W-DTMOV FROM DATE YYYYMMDD
           OPEN INPUT CADDIA
           IF ST-ERRO = "00"
                   TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-MODO.
           MOVE ZEROS TO W-CPFRESP W-QTD W-VALTOTAL W-CNPJGRP
           MOVE ZEROS TO TAB-GRUPO
           DISPLAY (05, 01) "   CPF DO RESPONSAVEL: ".
           ACCEPT (05, 25) W-CPFRESP WITH UPDATE
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO GRP-ABRE.
           DISPLAY (06, 01) "   RESPONSAVEL: " NOME-CLI.
      * FATURAMENTO CORPORATIVO DO GRUPO, COMO NO SGB004
       GRP-EMPRESA.
           MOVE ZEROS TO W-CNPJGRP
           DISPLAY (07, 01)
               "   FATURAR P/ EMPRESA (CNPJ, 0=NAO): ".
           ACCEPT (07, 39) W-CNPJGRP WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO GRP-ABRE.
           IF W-CNPJGRP = ZEROS
               GO TO GRP-PREVISAO.
           MOVE W-CNPJGRP TO CNPJ-EMP
           READ CADEMP
           IF ST-ERRO NOT = "00"
               MOVE "* EMPRESA NAO CADASTRADA (SGB046) *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO GRP-EMPRESA.
           IF SITUAC-EMP NOT = "A"
               MOVE "* EMPRESA INATIVA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO GRP-EMPRESA.
           DISPLAY (07, 54) RAZAO-EMP (1:26).
       GRP-PREVISAO.
           MOVE W-DTMOV TO W-DTPREV
           DISPLAY (08, 01) "   PREVISAO DE DEVOLUCAO (AAAAMMDD): ".
           ACCEPT (08, 39) W-DTPREV WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO GRP-EMPRESA.
           IF W-DTPREV = ZEROS OR W-DTPREV < W-DTMOV
               MOVE "* PREVISAO INVALIDA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               MOVE "* CONDUTOR NAO CADASTRADO (SGB003) *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO GRP-CONDUTOR.
      * CONDUTOR FORA DO ROL DA EMPRESA, OU NO LIMITE DO MES COM
      * ACAO "P", TEM A LINHA COBRADA NO FECHAMENTO DO GRUPO
           MOVE W-CNPJGRP TO W-CNPJLIN
           IF W-CNPJGRP = ZEROS
               GO TO GRP-VALOR.
           MOVE W-CNPJGRP TO W-ROLCNPJ
           MOVE W-CPFCOND TO W-ROLCPF
           MOVE W-DTMOV TO W-ROLDATA
           PERFORM VERIFICA-ROL THRU VERIFICA-ROL-FIM
           IF W-ROLSIT = "N"
               MOVE ZEROS TO W-CNPJLIN
               MOVE "* CONDUTOR FORA DO ROL - LINHA NAO FATURADA *"
                                                          TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO GRP-VALOR.
           IF W-ROLSIT = "L" AND ACAO-ROL = "P"
               MOVE ZEROS TO W-CNPJLIN
               MOVE "* LIMITE DO MES ATINGIDO - COBRA DO CLIENTE *"
                                                          TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO GRP-VALOR.
           IF W-ROLSIT = "L"
               MOVE "* ATENCAO: LIMITE DO MES DO CICLISTA ATINGIDO *"
                                                          TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM.
       GRP-VALOR.
           MOVE VALDIA TO W-VALBIKE
           DISPLAY (12, 01) "   VALOR DA LOCACAO DESTA BIKE: ".
           MOVE W-CPFCOND TO TG-CPF (W-QTD)
           MOVE MARCA TO TG-MARCA (W-QTD)
           MOVE W-VALBIKE TO TG-VALOR (W-QTD)
           MOVE W-CNPJLIN TO TG-CNPJ (W-QTD)
           ADD W-VALBIKE TO W-VALTOTAL
           GO TO GRP-BIKE.
      *
               MOVE "* GRUPO DESCARTADO PELO USUARIO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-MODO.
      * ACEITE DOS TERMOS EM VIGOR PELO RESPONSAVEL, COMO NO SGB004
           PERFORM BUSCA-TERMO THRU BUSCA-TERMO-FIM
           IF W-VERTERMO NOT = ZEROS
               DISPLAY (22, 01) "   TERMOS DE LOCACAO VERSAO "
                   W-VERTERMO " - " W-TITTERMO
               MOVE "S" TO W-OPCAO
               DISPLAY (23, 01)
                   "   RESPONSAVEL LEU E ACEITA OS TERMOS (S/N): "
               ACCEPT (23, 46) W-OPCAO WITH UPDATE
               IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* GRUPO DESCARTADO: TERMOS NAO ACEITOS *"
                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACC-MODO.
      * NUMERO DO GRUPO PELA SERIE "GRUPO" DO CADCONTROLE. A
      * TRANSACAO DO DIARIO ABRE COM O NUMERO JA TIRADO, E A SERIE
      * ENTRA COMO O PRIMEIRO PASSO
           MOVE "GRUPO   " TO TIPOCTRL
           READ CADCONTROLE
           IF ST-ERRO NOT = "00"
               MOVE 1 TO PROXNUM
               WRITE REGCTRL.
           MOVE PROXNUM TO W-NUMGRUPO
           MOVE REGCTRL TO W-JORANTES
           ADD 1 TO PROXNUM
           MOVE REGCTRL TO W-JORDEPOIS
           MOVE "G" TO W-JORTIPO
           PERFORM JOR-INICIO THRU JOR-INICIO-FIM
           MOVE W-JORDEPOIS TO REGCTRL
           MOVE "CADCONTROLE" TO W-JORARQ
           MOVE "R" TO W-JORACAO
           MOVE "C" TO W-JORLETRA
           PERFORM JOR-PASSO THRU JOR-PASSO-FIM
           REWRITE REGCTRL
           PERFORM JOR-FEITO THRU JOR-FEITO-FIM
           ACCEPT WS-HORAGORA FROM TIME
           MOVE ZEROS TO W-IDX.
       GRP-GRAVA-PROX.
           MOVE ZEROS TO CODFILIAL-LOC OPERADOR NUMCONTRATO
           MOVE ZEROS TO CNPJEMP-LOC CODPLANO-LOC VALPROTECAO-LOC
           MOVE ZEROS TO GRUPO-LOC
           MOVE TG-CNPJ (W-IDX) TO CNPJEMP-LOC
           MOVE TG-CPF (W-IDX) TO FKCPF-CLI
           MOVE TG-BIKE (W-IDX) TO FKNUM-BIKE
           MOVE W-DIAMOV TO DIA-LOCA
               MOVE 1 TO PROXNUM
               WRITE REGCTRL.
           MOVE PROXNUM TO NUMCONTRATO
           MOVE REGCTRL TO W-JORANTES
           ADD 1 TO PROXNUM
           MOVE "CADCONTROLE" TO W-JORARQ
           MOVE "R" TO W-JORACAO
           MOVE "C" TO W-JORLETRA
           MOVE REGCTRL TO W-JORDEPOIS
           PERFORM JOR-PASSO THRU JOR-PASSO-FIM
           REWRITE REGCTRL
           PERFORM JOR-FEITO THRU JOR-FEITO-FIM
           MOVE NUMCONTRATO TO TG-CONTRATO (W-IDX)
           MOVE TG-BIKE (W-IDX) TO NUMERO
           READ CADBIKE
           IF ST-ERRO = "00"
               MOVE CODFILIAL TO CODFILIAL-LOC.
           MOVE "CADLOC" TO W-JORARQ
           MOVE "W" TO W-JORACAO
           MOVE "L" TO W-JORLETRA
           MOVE SPACES TO W-JORANTES
           MOVE REGLOC TO W-JORDEPOIS
           PERFORM JOR-PASSO THRU JOR-PASSO-FIM
           WRITE REGLOC
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
               MOVE "* ERRO AO GRAVAR LINHA DO GRUPO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO GRAVA-LINHA-GRUPO-FIM.
           PERFORM JOR-FEITO THRU JOR-FEITO-FIM
           PERFORM ATUALIZA-LOCAB THRU ATUALIZA-LOCAB-FIM
           IF W-VERTERMO NOT = ZEROS
               MOVE KEYLOCACAO TO KEYLOCACAO-TRM
               MOVE NUMCONTRATO TO NUMCONTRATO-TRM
               MOVE W-VERTERMO TO VERSAO-TRM
               ACCEPT DTACEITE-TRM FROM DATE YYYYMMDD
               MOVE WS-HORAGORA (1:6) TO HRACEITE-TRM
               MOVE ZEROS TO OPERADOR-TRM
               WRITE REGACEITE.
      * BIKE SAI DO POOL COMO LOCADA
           MOVE REGBIKE TO W-JORANTES
           MOVE "L" TO SITUAC
           MOVE "LOCADA     " TO SITUACDESC
           MOVE "CADBIKE" TO W-JORARQ
           MOVE "R" TO W-JORACAO
           MOVE "B" TO W-JORLETRA
           MOVE REGBIKE TO W-JORDEPOIS
           PERFORM JOR-PASSO THRU JOR-PASSO-FIM
           REWRITE REGBIKE
           PERFORM JOR-FEITO THRU JOR-FEITO-FIM.
       GRAVA-LINHA-GRUPO-FIM.
           EXIT.
      *
      *
      * VERSAO DOS TERMOS EM VIGOR NA DATA DO MOVIMENTO: A DE MAIOR
      * NUMERO COM VIGENCIA ATE A DATA (MESMA REGRA DO SGB004)
       BUSCA-TERMO.
           MOVE ZEROS TO W-VERTERMO
           MOVE SPACES TO W-TITTERMO
           MOVE ZEROS TO VERSAO-TERMO
           START CADTERMO KEY IS >= VERSAO-TERMO
           IF ST-ERRO NOT = "00"
               GO TO BUSCA-TERMO-FIM.
       BUSCA-TERMO-PROX.
           READ CADTERMO NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO BUSCA-TERMO-FIM.
           IF DTVIGOR-TERMO > W-DTMOV
               GO TO BUSCA-TERMO-FIM.
           MOVE VERSAO-TERMO TO W-VERTERMO
           MOVE TITULO-TERMO TO W-TITTERMO
           GO TO BUSCA-TERMO-PROX.
       BUSCA-TERMO-FIM.
           EXIT.
      *
       GRP-GRAVA-GRUPO.
           MOVE W-NUMGRUPO TO NUMGRUPO
           MOVE W-VALTOTAL TO VALTOTGRUPO
           MOVE "A" TO SITGRUPO
           MOVE "ABERTO  " TO DSCSITGRUPO
           MOVE "CADGRUPO" TO W-JORARQ
           MOVE "W" TO W-JORACAO
           MOVE "G" TO W-JORLETRA
           MOVE SPACES TO W-JORANTES
           MOVE REGGRUPO TO W-JORDEPOIS
           PERFORM JOR-PASSO THRU JOR-PASSO-FIM
           WRITE REGGRUPO
           IF ST-ERRO = "22"
               REWRITE REGGRUPO.
           PERFORM JOR-FEITO THRU JOR-FEITO-FIM
           PERFORM JOR-FIM THRU JOR-FIM-FIM
           PERFORM IMPRIME-CONTRATO-GRUPO
               THRU IMPRIME-CONTRATO-GRUPO-FIM
           MOVE "* GRUPO ABERTO *" TO MENS
           DISPLAY TG-BIKE (W-IDX) "  " TG-CONTRATO (W-IDX) "  "
               TG-CPF (W-IDX) "  " TG-VALOR (W-IDX) "  "
               TG-MARCA (W-IDX)
           IF TG-CNPJ (W-IDX) NOT = ZEROS
               DISPLAY "      FATURADA PARA O CNPJ " TG-CNPJ (W-IDX).
           GO TO IMPRIME-CONTRATO-GRUPO-PROX.
       IMPRIME-CONTRATO-GRUPO-RODAPE.
           DISPLAY "TOTAL DO GRUPO: " W-VALTOTAL.
           IF W-VERTERMO = ZEROS
               GO TO IMPRIME-CONTRATO-GRUPO-FECHA.
           DISPLAY "----------------------------------------------".
           DISPLAY "TERMOS DE LOCACAO - VERSAO " W-VERTERMO
           DISPLAY W-TITTERMO
           MOVE W-VERTERMO TO VERSAO-TXT
           MOVE ZEROS TO LINHA-TXT
           START CADTERMOTXT KEY IS >= KEYTERMOTXT
           IF ST-ERRO NOT = "00"
               GO TO IMPRIME-CONTRATO-GRUPO-ACEITE.
       IMPRIME-CONTRATO-GRUPO-TERMO.
           READ CADTERMOTXT NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO IMPRIME-CONTRATO-GRUPO-ACEITE.
           IF VERSAO-TXT NOT = W-VERTERMO
               GO TO IMPRIME-CONTRATO-GRUPO-ACEITE.
           DISPLAY TEXTO-TXT
           GO TO IMPRIME-CONTRATO-GRUPO-TERMO.
       IMPRIME-CONTRATO-GRUPO-ACEITE.
           DISPLAY "ACEITO PELO RESPONSAVEL EM " W-DTMOV.
       IMPRIME-CONTRATO-GRUPO-FECHA.
           DISPLAY "==============================================".
           DISPLAY " ".
       IMPRIME-CONTRATO-GRUPO-FIM.
      *--------------------------------------------------------------
      *
       GRP-FECHA.
           MOVE ZEROS TO W-NUMGRUPO W-VALTOTAL W-QTD W-VALEMP
           MOVE "N" TO W-ACHOU1A
           DISPLAY (05, 01) "   NUMERO DO GRUPO: ".
           ACCEPT (05, 22) W-NUMGRUPO WITH UPDATE
           START CADLOC KEY IS >= KEYLOCACAO
           IF ST-ERRO NOT = "00"
               GO TO ACC-MODO.
           MOVE "H" TO W-JORTIPO
           PERFORM JOR-INICIO THRU JOR-INICIO-FIM.
       GRP-FECHA-PROX.
           READ CADLOC NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO GRP-FECHA-PROX.
           IF DTENTREGA NOT = ZEROS
               GO TO GRP-FECHA-PROX.
           MOVE REGLOC TO W-JORANTES
      * GUARDA A PRIMEIRA LINHA COBRADA NO BALCAO PARA ANCORAR O
      * PAGAMENTO UNICO (AS FATURADAS PARA EMPRESA VAO PARA O SGB047)
           IF W-ACHOU1A = "N" AND CNPJEMP-LOC = ZEROS
               MOVE "S" TO W-ACHOU1A
               MOVE KEYLOCACAO TO KEYLOCACAO-PAG.
           MOVE W-DIAMOV TO DIA-ENTR
           MOVE VALLOCACAO TO VALCOBRADO
           MOVE "P" TO STATUS-BIKE
           MOVE "PAGA    " TO DSCSTATUS-BIKE
           MOVE "CADLOC" TO W-JORARQ
           MOVE "R" TO W-JORACAO
           MOVE "L" TO W-JORLETRA
           MOVE REGLOC TO W-JORDEPOIS
           PERFORM JOR-PASSO THRU JOR-PASSO-FIM
           REWRITE REGLOC
           PERFORM JOR-FEITO THRU JOR-FEITO-FIM
           PERFORM ATUALIZA-LOCAB THRU ATUALIZA-LOCAB-FIM
           PERFORM GRAVA-DETPRECO THRU GRAVA-DETPRECO-FIM
           ADD 1 TO W-QTD
           IF CNPJEMP-LOC = ZEROS
               ADD VALCOBRADO TO W-VALTOTAL
           ELSE
               ADD VALCOBRADO TO W-VALEMP.
      * LIBERA A BIKE
           MOVE FKNUM-BIKE TO NUMERO
           READ CADBIKE
           IF ST-ERRO = "00"
               MOVE REGBIKE TO W-JORANTES
               MOVE "A" TO SITUAC
               MOVE "ATIVA      " TO SITUACDESC
               ADD HRUSO TO HORASACUM
               MOVE "CADBIKE" TO W-JORARQ
               MOVE "R" TO W-JORACAO
               MOVE "B" TO W-JORLETRA
               MOVE REGBIKE TO W-JORDEPOIS
               PERFORM JOR-PASSO THRU JOR-PASSO-FIM
               REWRITE REGBIKE
               PERFORM JOR-FEITO THRU JOR-FEITO-FIM.
           GO TO GRP-FECHA-PROX.
      *
       GRP-FECHA-PAGA.
           IF W-QTD = ZEROS
               PERFORM JOR-FIM THRU JOR-FIM-FIM
               MOVE "* NENHUMA LINHA EM ABERTO NO GRUPO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-MODO.
           IF W-ACHOU1A = "N"
               GO TO GRP-FECHA-SITUAC.
           MOVE 1 TO SEQ-PAG
           MOVE W-FORMA TO FORMAPAG
           IF W-FORMA = "D"
           MOVE W-DTMOV TO DTVENCTO
           MOVE "P" TO SITPARC
           MOVE "PAGA    " TO DSCSITPARC
           MOVE W-DTMOV TO DTPAGTO
           MOVE "CADPAG" TO W-JORARQ
           MOVE "W" TO W-JORACAO
           MOVE "P" TO W-JORLETRA
           MOVE SPACES TO W-JORANTES
           MOVE REGPAG TO W-JORDEPOIS
           PERFORM JOR-PASSO THRU JOR-PASSO-FIM.
       GRP-FECHA-PAGA-WR.
           WRITE REGPAG
           IF ST-ERRO = "22"
               ADD 1 TO SEQ-PAG
               MOVE REGPAG TO W-JORDEPOIS
               PERFORM JOR-REFAZ THRU JOR-REFAZ-FIM
               GO TO GRP-FECHA-PAGA-WR.
           PERFORM JOR-FEITO THRU JOR-FEITO-FIM.
       GRP-FECHA-SITUAC.
           MOVE REGGRUPO TO W-JORANTES
           MOVE "F" TO SITGRUPO
           MOVE "FECHADO " TO DSCSITGRUPO
           MOVE "CADGRUPO" TO W-JORARQ
           MOVE "R" TO W-JORACAO
           MOVE "G" TO W-JORLETRA
           MOVE REGGRUPO TO W-JORDEPOIS
           PERFORM JOR-PASSO THRU JOR-PASSO-FIM
           REWRITE REGGRUPO
           PERFORM JOR-FEITO THRU JOR-FEITO-FIM
           PERFORM JOR-FIM THRU JOR-FIM-FIM
           DISPLAY " ".
           DISPLAY "GRUPO " W-NUMGRUPO " FECHADO.".
           DISPLAY "LINHAS DEVOLVIDAS: " W-QTD.
           DISPLAY "TOTAL QUITADO....: " W-VALTOTAL.
           IF W-VALEMP NOT = ZEROS
               DISPLAY "FATURADO EMPRESA.: " W-VALEMP.
           GO TO ACC-MODO.
      *
      *--------------------------------------------------------------
      * COMPOSICAO DO VALOR DA LINHA DO GRUPO: UMA LINHA SO, COM O
      * PRECO COMBINADO NA ABERTURA DO GRUPO (NAO PASSA PELA CADEIA
      * DE PRECO DO SGB004)
      *--------------------------------------------------------------
      *
       GRAVA-DETPRECO.
           MOVE KEYLOCACAO TO KEYLOCACAO-DP
           MOVE 1 TO SEQ-DP
           MOVE "G" TO TIPO-DP
           MOVE "PRECO DO GRUPO" TO DSC-DP
           MOVE VALCOBRADO TO VAL-DP
           MOVE W-DTMOV TO DTGRAV-DP
           MOVE "SGB056" TO PROG-DP
           WRITE REGDETPRECO
           IF ST-ERRO = "22"
               REWRITE REGDETPRECO.
       GRAVA-DETPRECO-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * DIARIO DE TRANSACOES (CADJORNAL), COMO NO SGB004: ABERTURA E
      * FECHAMENTO DO GRUPO SAO UMA TRANSACAO CADA, COM UM PASSO POR
      * REGISTRO GRAVADO. SE O TERMINAL CAIR NO MEIO, O SGB162
      * COMPLETA OU DESFAZ O QUE FICOU REGISTRADO
      *--------------------------------------------------------------
      *
       JOR-INICIO.
           MOVE ZEROS TO W-JORTRANS W-JORSEQ
           MOVE "JORNAL  " TO TIPOCTRL
           READ CADCONTROLE
           IF ST-ERRO NOT = "00"
               MOVE "JORNAL  " TO TIPOCTRL
               MOVE 1 TO PROXNUM
               WRITE REGCTRL.
           MOVE PROXNUM TO W-JORTRANS
           ADD 1 TO PROXNUM
           REWRITE REGCTRL
           MOVE SPACES TO REGJORNAL
           MOVE W-JORTRANS TO NUMTRANS-JR
           MOVE ZEROS TO SEQ-JR
           MOVE "A" TO SIT-JR
           ACCEPT DT-JR FROM DATE YYYYMMDD
           ACCEPT HR-JR FROM TIME
           MOVE "SGB056" TO PROG-JR
           MOVE ZEROS TO OPER-JR
           MOVE W-JORTIPO TO TIPOTRANS-JR
           MOVE W-NUMGRUPO TO KEYLOCACAO-JR
           MOVE SPACES TO ROTEIRO-JR CUPOM-JR
           MOVE ZEROS TO NUMCRED-JR VALCRED-JR SUPERV-JR DTREC-JR
           WRITE REGJORNAL
           IF ST-JOR NOT = "00"
               MOVE ZEROS TO W-JORTRANS.
       JOR-INICIO-FIM.
           EXIT.
      *
       JOR-PASSO.
           IF W-JORTRANS = ZEROS
               GO TO JOR-PASSO-FIM.
           ADD 1 TO W-JORSEQ
           MOVE SPACES TO REGJORNAL
           MOVE W-JORTRANS TO NUMTRANS-JR
           MOVE W-JORSEQ TO SEQ-JR
           MOVE "P" TO SIT-JR
           ACCEPT DT-JR FROM DATE YYYYMMDD
           ACCEPT HR-JR FROM TIME
           MOVE W-JORARQ TO ARQ-JR
           MOVE W-JORACAO TO ACAO-JR
           MOVE W-JORLETRA TO LETRA-JR
           MOVE W-JORANTES TO ANTES-JR
           MOVE W-JORDEPOIS TO DEPOIS-JR
           WRITE REGJORNAL.
       JOR-PASSO-FIM.
           EXIT.
      *
       JOR-FEITO.
           IF W-JORTRANS = ZEROS
               GO TO JOR-FEITO-FIM.
           MOVE W-JORTRANS TO NUMTRANS-JR
           MOVE W-JORSEQ TO SEQ-JR
           READ CADJORNAL
           IF ST-JOR = "00"
               MOVE "F" TO SIT-JR
               REWRITE REGJORNAL.
       JOR-FEITO-FIM.
           EXIT.
      *
       JOR-REFAZ.
           IF W-JORTRANS = ZEROS
               GO TO JOR-REFAZ-FIM.
           MOVE W-JORTRANS TO NUMTRANS-JR
           MOVE W-JORSEQ TO SEQ-JR
           READ CADJORNAL
           IF ST-JOR = "00"
               MOVE W-JORDEPOIS TO DEPOIS-JR
               REWRITE REGJORNAL.
       JOR-REFAZ-FIM.
           EXIT.
      *
       JOR-FIM.
           IF W-JORTRANS = ZEROS
               GO TO JOR-FIM-FIM.
           MOVE W-JORTRANS TO NUMTRANS-JR
           MOVE ZEROS TO SEQ-JR
           READ CADJORNAL
           IF ST-JOR = "00"
               MOVE "C" TO SIT-JR
               REWRITE REGJORNAL.
           MOVE ZEROS TO W-JORTRANS.
       JOR-FIM-FIM.
           EXIT.
      *
       ENCERRA.
           CLOSE CADGRUPO CADLOC CADCLI CADBIKE CADPAG CADCONTROLE
               CADTERMO CADTERMOTXT CADACEITE CADLOCAB CADEMP
               CADROLEMP CADDETPRECO CADJORNAL
           GO TO ROT-FIM.
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
           MOVE SPACES TO W-JORANTES
           IF ST-LOCAB = "00"
               MOVE REGLOCAB TO W-JORANTES.
           MOVE "CADLOCAB" TO W-JORARQ
           MOVE "A" TO W-JORLETRA
           IF DTENTREGA = ZEROS
               GO TO ATUALIZA-LOCAB-GRAVA.
           IF ST-LOCAB = "00" AND KEYLOC-AB = KEYLOCACAO
               MOVE "D" TO W-JORACAO
               MOVE SPACES TO W-JORDEPOIS
               PERFORM JOR-PASSO THRU JOR-PASSO-FIM
               DELETE CADLOCAB RECORD
               PERFORM JOR-FEITO THRU JOR-FEITO-FIM.
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
           MOVE REGLOCAB TO W-JORDEPOIS
           IF W-LOCABACHOU = "S"
               MOVE "R" TO W-JORACAO
               PERFORM JOR-PASSO THRU JOR-PASSO-FIM
               REWRITE REGLOCAB
           ELSE
               MOVE "W" TO W-JORACAO
               PERFORM JOR-PASSO THRU JOR-PASSO-FIM
               WRITE REGLOCAB.
           PERFORM JOR-FEITO THRU JOR-FEITO-FIM.
       ATUALIZA-LOCAB-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * ROL DA CONTA CORPORATIVA (CADROLEMP/SGB142): W-ROLSIT = "N"
      * CPF FORA DO ROL OU FORA DA VIGENCIA NA DATA W-ROLDATA, "S"
      * AUTORIZADO, "L" AUTORIZADO MAS COM O LIMITE DO MES JA
      * ALCANCADO. O USO DO MES (HORAS E VALOR COBRADO DAS LOCACOES
      * DO CPF FATURADAS PARA O CNPJ) VEM DO CADLOC
      *--------------------------------------------------------------
      *
       VERIFICA-ROL.
           MOVE "N" TO W-ROLSIT
           MOVE ZEROS TO W-ROLMIN W-ROLVAL
           MOVE W-ROLCNPJ TO CNPJ-ROL
           MOVE W-ROLCPF TO CPF-ROL
           READ CADROLEMP
           IF ST-ROL NOT = "00"
               GO TO VERIFICA-ROL-FIM.
           IF W-ROLDATA < DTINI-ROL
               GO TO VERIFICA-ROL-FIM.
           IF DTFIM-ROL NOT = ZEROS AND W-ROLDATA > DTFIM-ROL
               GO TO VERIFICA-ROL-FIM.
           MOVE "S" TO W-ROLSIT
           IF LIMHORAS-ROL = ZEROS AND LIMVALOR-ROL = ZEROS
               GO TO VERIFICA-ROL-FIM.
           MOVE W-ROLCPF TO FKCPF-CLI
           START CADLOC KEY IS = FKCPF-CLI
           IF ST-ERRO NOT = "00"
               GO TO VERIFICA-ROL-LIMITE.
       VERIFICA-ROL-PROX.
           READ CADLOC NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO VERIFICA-ROL-LIMITE.
           IF FKCPF-CLI NOT = W-ROLCPF
               GO TO VERIFICA-ROL-LIMITE.
           IF CNPJEMP-LOC NOT = W-ROLCNPJ
               GO TO VERIFICA-ROL-PROX.
           IF ANO-LOCA NOT = W-ROLANO OR MES-LOCA NOT = W-ROLMES
               GO TO VERIFICA-ROL-PROX.
           COMPUTE W-ROLMIN = W-ROLMIN + (HRUSO * 60) + MINUSO
           ADD VALCOBRADO TO W-ROLVAL
           GO TO VERIFICA-ROL-PROX.
       VERIFICA-ROL-LIMITE.
           IF LIMHORAS-ROL NOT = ZEROS
                   AND W-ROLMIN NOT < LIMHORAS-ROL * 60
               MOVE "L" TO W-ROLSIT.
           IF LIMVALOR-ROL NOT = ZEROS AND W-ROLVAL NOT < LIMVALOR-ROL
               MOVE "L" TO W-ROLSIT.
       VERIFICA-ROL-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * ROTINA DE FIM
      *--------------------------------------------------------------
      *
