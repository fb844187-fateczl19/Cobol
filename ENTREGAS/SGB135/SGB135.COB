       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGB135.
       AUTHOR. VINICIUS ESCAME DOS SANTOS.
      *--------------------------------------------------------------
      * COORTES DE CLIENTES E VALOR ACUMULADO (LTV) -- AGRUPA OS
      * CLIENTES PELO MES DA PRIMEIRA LOCACAO (CADLOC + CADHISTLOC)
      * E, PARA CADA MES SEGUINTE (ATE 12), MOSTRA O PERCENTUAL DA
      * COORTE QUE VOLTOU A LOCAR E O VALCOBRADO ACUMULADO POR
      * CLIENTE. SAI NO TOTAL, POR CANAL DE AQUISICAO DA PRIMEIRA
      * LOCACAO (B=BALCAO, P=PARCEIRO PELO CADLOCPARC, E=EMPRESA
      * CONVENIADA PELO CNPJEMP-LOC) E POR FILIAL DO CLIENTE
      * (CODFILIAL-CLI). O RELATORIO VAI PARA O SPOOL E O MESMO
      * CONTEUDO PARA COORTE.CSV (DELIMITADO POR ;, COMO O SGB013)
      *   PASSO 1: PRIMEIRA LOCACAO DE CADA CLIENTE (CADCOOTMP)
      *   PASSO 2: VALOR POR CLIENTE E MES DA COORTE (CADCOATMP)
      *   PASSO 3: TOTALIZA OS DOIS ARQUIVOS DE TRABALHO NA TABELA
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

            SELECT CADHISTLOC
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYHISTLOC
                    FILE STATUS  IS ST-ERRO2.

            SELECT CADCLI
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF-CLI
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS RG-CLI
                                            WITH DUPLICATES.

            SELECT CADLOCPARC
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYLOCPARC
                    FILE STATUS  IS ST-PARC.

            SELECT CADCOOTMP
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF-CC
                    FILE STATUS  IS ST-COO.

            SELECT CADCOATMP
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCOA
                    FILE STATUS  IS ST-COA.

            SELECT COORTECSV
                    ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-CSV.

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
           03 FILLER           PIC X(28).
           03 VALLOCACAO       PIC 9(06)V99.
           03 VALCOBRADO       PIC 9(06)V99.
           03 FILLER           PIC X(25).
           03 CODFILIAL-LOC    PIC 9(02).
           03 FILLER           PIC X(12).
           03 CNPJEMP-LOC      PIC 9(14).
           03 FILLER           PIC X(25).
      *
       FD CADHISTLOC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADHISTLOC.DAT".
       01 REGHISTLOC.
           03 KEYHISTLOC.
             05 HFKCPF-CLI      PIC 9(11).
             05 HFKNUM-BIKE     PIC 9(04).
             05 HDTLOCACAO.
               07 HDIA-LOCA     PIC 9(02).
               07 HMES-LOCA     PIC 9(02).
               07 HANO-LOCA     PIC 9(04).
             05 HHRLOCACAO      PIC 9(02).
             05 HMINLOCACAO     PIC 9(02).
           03 FILLER            PIC X(28).
           03 HVALLOCACAO       PIC 9(06)V99.
           03 HVALCOBRADO       PIC 9(06)V99.
           03 FILLER            PIC X(25).
           03 HCODFILIAL-LOC    PIC 9(02).
           03 FILLER            PIC X(12).
           03 HCNPJEMP-LOC      PIC 9(14).
           03 FILLER            PIC X(25).
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
       FD CADLOCPARC
           VALUE OF FILE-ID IS "CADLOCPARC.DAT".
       01 REGLOCPARC.
           03 KEYLOCPARC      PIC X(27).
           03 CODPARC-LP      PIC 9(04).
      *
      *--------------------------------------------------------------
      * ARQUIVOS DE TRABALHO, RECRIADOS A CADA EXECUCAO:
      *   CADCOOTMP -- UM REGISTRO POR CLIENTE COM A DATA, O CANAL E
      *                A FILIAL DA PRIMEIRA LOCACAO
      *   CADCOATMP -- VALCOBRADO DO CLIENTE EM CADA MES DA COORTE
      *                (0 = MES DA PRIMEIRA LOCACAO, ATE 12)
      *--------------------------------------------------------------
      *
       FD CADCOOTMP
           VALUE OF FILE-ID IS "CADCOOTMP.DAT".
       01 REGCOOTMP.
           03 CPF-CC          PIC 9(11).
           03 DTPRIM-CC       PIC 9(08).
           03 MESNUM-CC       PIC 9(06).
           03 CANAL-CC        PIC X(01).
           03 FILIAL-CC       PIC 9(02).
      *
       FD CADCOATMP
           VALUE OF FILE-ID IS "CADCOATMP.DAT".
       01 REGCOATMP.
           03 KEYCOA.
               05 CPF-CA      PIC 9(11).
               05 MESREL-CA   PIC 9(02).
           03 VAL-CA          PIC 9(08)V99.
      *
      *--------------------------------------------------------------
      * SAIDA DELIMITADA POR ; -- UMA LINHA POR SEGMENTO, COORTE E
      * MES RELATIVO
      *--------------------------------------------------------------
      *
       FD COORTECSV
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "COORTE.CSV".
       01 REGCOORTE.
           03 CV-SEGTIPO    PIC X(06).
           03 CV-DELIM1     PIC X(01).
           03 CV-SEGCOD     PIC X(08).
           03 CV-DELIM2     PIC X(01).
           03 CV-COORTE     PIC 9(06).
           03 CV-DELIM3     PIC X(01).
           03 CV-MESREL     PIC 9(02).
           03 CV-DELIM4     PIC X(01).
           03 CV-CLIENTES   PIC 9(06).
           03 CV-DELIM5     PIC X(01).
           03 CV-ATIVOS     PIC 9(06).
           03 CV-DELIM6     PIC X(01).
           03 CV-PCTRET     PIC ZZ9,99.
           03 CV-DELIM7     PIC X(01).
           03 CV-LTV        PIC ZZZZZZ9,99.
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
       WORKING-STORAGE SECTION.
      *
       77 ST-ERRO       PIC X(02) VALUE "00".
       77 ST-ERRO2      PIC X(02) VALUE "00".
       77 ST-PARC       PIC X(02) VALUE "00".
       77 ST-COO        PIC X(02) VALUE "00".
       77 ST-COA        PIC X(02) VALUE "00".
       77 ST-CSV        PIC X(02) VALUE "00".
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
      *
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
      * PARAMETROS: PRIMEIRA COORTE (AAAAMM) E QUANTIDADE DE COORTES
       01 W-COOINI      PIC 9(06) VALUE ZEROS.
       01 W-COOINI-R REDEFINES W-COOINI.
           03 W-ANOCOO      PIC 9(04).
           03 W-MESCOO      PIC 9(02).
       77 W-QTDCOO      PIC 9(02) VALUE ZEROS.
       77 W-MESNUMINI   PIC 9(06) VALUE ZEROS.
       77 W-MESNUMHOJE  PIC 9(06) VALUE ZEROS.
       01 W-DATAHOJE    PIC 9(08) VALUE ZEROS.
       01 W-DATAHOJE-R REDEFINES W-DATAHOJE.
           03 W-ANOHOJE     PIC 9(04).
           03 W-MESHOJE     PIC 9(02).
           03 W-DIAHOJE     PIC 9(02).
      *
      * LOCACAO CORRENTE (VIVA OU ARQUIVADA), NORMALIZADA
       77 W-CPF         PIC 9(11) VALUE ZEROS.
       77 W-VALOR       PIC 9(06)V99 VALUE ZEROS.
       77 W-CNPJ        PIC 9(14) VALUE ZEROS.
       77 W-KEYLOC      PIC X(27) VALUE SPACES.
       77 W-CANAL       PIC X(01) VALUE SPACES.
       77 W-MESNUM      PIC 9(06) VALUE ZEROS.
       01 W-DTLOCNUM    PIC 9(08) VALUE ZEROS.
       01 W-DTLOCNUM-R REDEFINES W-DTLOCNUM.
           03 W-ANON        PIC 9(04).
           03 W-MESN        PIC 9(02).
           03 W-DIAN        PIC 9(02).
      *
      * INDICES: SEGMENTO (1=TOTAL, 2-4=CANAL B/P/E, 5-14=FILIAL
      * 01-10), COORTE (1-12) E MES RELATIVO (1-13 = MES 0 A 12)
       77 W-SEG         PIC 9(02) VALUE ZEROS.
       77 W-COO         PIC 9(02) VALUE ZEROS.
       77 W-REL         PIC 9(02) VALUE ZEROS.
       77 W-RELMAX      PIC 9(02) VALUE ZEROS.
       77 W-DIFMES      PIC S9(06) VALUE ZEROS.
       77 W-TOTCLI      PIC 9(06) VALUE ZEROS.
       77 W-TOTSEGCLI   PIC 9(06) VALUE ZEROS.
       77 W-ACUMVAL     PIC 9(09)V99 VALUE ZEROS.
       77 W-LTV         PIC 9(07)V99 VALUE ZEROS.
       77 W-PCTRET      PIC 9(03)V99 VALUE ZEROS.
       77 W-LTVINT      PIC 9(04) VALUE ZEROS.
       77 W-PCTINT      PIC 9(03) VALUE ZEROS.
       77 W-MESCOORTE   PIC 9(06) VALUE ZEROS.
       01 W-AAAAMM      PIC 9(06) VALUE ZEROS.
       01 W-AAAAMM-R REDEFINES W-AAAAMM.
           03 W-AAAA        PIC 9(04).
           03 W-MM          PIC 9(02).
      *
       01 TAB-COORTE.
           03 TCS OCCURS 14 TIMES.
               05 TCC OCCURS 12 TIMES.
                   07 TCR OCCURS 13 TIMES.
                       09 TC-ATIVOS   PIC 9(06).
                       09 TC-VALOR    PIC 9(09)V99.
      *
       01 TTSEGTIPO.
           03 FILLER PIC X(14) VALUE "TOTAL   GERAL ".
           03 FILLER PIC X(14) VALUE "CANAL   BALCAO".
           03 FILLER PIC X(14) VALUE "CANAL   PARCEI".
           03 FILLER PIC X(14) VALUE "CANAL   EMPRES".
       01 TTABSEGTIPO REDEFINES TTSEGTIPO.
           03 TABSEGTIPO OCCURS 4 TIMES.
               05 TABSEGT   PIC X(08).
               05 TABSEGC   PIC X(06).
       77 W-SEGTIPO     PIC X(06) VALUE SPACES.
       77 W-SEGCOD      PIC X(08) VALUE SPACES.
       77 W-FILSEG      PIC 9(02) VALUE ZEROS.
      *
      * LINHAS DO RELATORIO
       01 W-LINCAB.
           03 FILLER        PIC X(14) VALUE "COORTE  CLIEN ".
           03 W-LCITEM OCCURS 13 TIMES.
               05 FILLER    PIC X(02) VALUE " M".
               05 W-LCMES   PIC 99.
       01 W-LINRET.
           03 W-LRCOORTE    PIC X(07).
           03 FILLER        PIC X(01) VALUE SPACE.
           03 W-LRCLI       PIC ZZZZ9.
           03 FILLER        PIC X(01) VALUE SPACE.
           03 W-LRITEM OCCURS 13 TIMES.
               05 FILLER    PIC X(01).
               05 W-LRPCT   PIC ZZ9.
       01 W-LINLTV.
           03 FILLER        PIC X(14) VALUE "  LTV/CLI R$  ".
           03 W-LLITEM OCCURS 13 TIMES.
               05 FILLER    PIC X(01).
               05 W-LLVAL   PIC ZZZ9.
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
           OPEN INPUT CADHISTLOC
           IF ST-ERRO2 NOT = "00"
               IF ST-ERRO2 = "30" OR "35"
                   OPEN OUTPUT CADHISTLOC
                   CLOSE CADHISTLOC
                   OPEN INPUT CADHISTLOC
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQUIVO CADHISTLOC *"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADLOC
                   GO TO ROT-FIM.
           OPEN INPUT CADCLI
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO AO ABRIR O ARQUIVO CADCLI.DAT *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADLOC CADHISTLOC
               GO TO ROT-FIM.
           OPEN INPUT CADLOCPARC
           IF ST-PARC NOT = "00"
               IF ST-PARC = "30" OR "35"
                   OPEN OUTPUT CADLOCPARC
                   CLOSE CADLOCPARC
                   OPEN INPUT CADLOCPARC
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQ CADLOCPARC.DAT *"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADLOC CADHISTLOC CADCLI
                   GO TO ROT-FIM.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           COMPUTE W-MESNUMHOJE = (W-ANOHOJE * 12) + W-MESHOJE.
      *
       ACC-COORTE.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 01) "* COORTES DE CLIENTES E VALOR ACUMULADO *"
           DISPLAY (03, 01) "   PRIMEIRA COORTE (AAAAMM): ".
           ACCEPT (03, 31) W-COOINI WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR 01
               CLOSE CADLOC CADHISTLOC CADCLI CADLOCPARC
               GO TO ROT-FIM.
           IF W-MESCOO < 1 OR W-MESCOO > 12 OR W-ANOCOO = ZEROS
               MOVE "* MES INVALIDO (AAAAMM) *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-COORTE.
       ACC-QTDCOO.
           MOVE 12 TO W-QTDCOO
           DISPLAY (04, 01) "   QUANTIDADE DE COORTES (01-12): ".
           ACCEPT (04, 36) W-QTDCOO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-COORTE.
           IF W-QTDCOO < 1 OR W-QTDCOO > 12
               MOVE "* INFORME DE 01 A 12 COORTES *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-QTDCOO.
           COMPUTE W-MESNUMINI = (W-ANOCOO * 12) + W-MESCOO
           IF W-MESNUMINI > W-MESNUMHOJE
               MOVE "* A PRIMEIRA COORTE ESTA NO FUTURO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-COORTE.
      *
       CONFIRMA-001.
           MOVE "S" TO W-OPCAO
           DISPLAY (06, 01) "   GERAR O RELATORIO (S/N)? : ".
           ACCEPT (06, 32) W-OPCAO WITH UPDATE
           IF W-OPCAO NOT = "S" AND "s"
               GO TO ACC-COORTE.
           OPEN OUTPUT CADCOOTMP
           CLOSE CADCOOTMP
           OPEN I-O CADCOOTMP
           OPEN OUTPUT CADCOATMP
           CLOSE CADCOATMP
           OPEN I-O CADCOATMP
           IF ST-COO NOT = "00" OR ST-COA NOT = "00"
               MOVE "* ERRO AO ABRIR O ARQUIVO DE TRABALHO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADLOC CADHISTLOC CADCLI CADLOCPARC
                   CADCOOTMP CADCOATMP
               GO TO ROT-FIM.
           MOVE ZEROS TO TAB-COORTE W-TOTCLI.
      *
      *--------------------------------------------------------------
      * PASSO 1: PRIMEIRA LOCACAO DE CADA CLIENTE, EM TODO O
      * HISTORICO (VIVO E ARQUIVADO). O CANAL E O DA PRIMEIRA
      *--------------------------------------------------------------
      *
       P1-LOC.
           READ CADLOC NEXT RECORD
               AT END
                   GO TO P1-HIST
           END-READ
           PERFORM CARREGA-LOC THRU CARREGA-LOC-FIM
           PERFORM PRIMEIRA-LOC THRU PRIMEIRA-LOC-FIM
           GO TO P1-LOC.
       P1-HIST.
           READ CADHISTLOC NEXT RECORD
               AT END
                   GO TO P2-INICIO
           END-READ
           PERFORM CARREGA-HIST THRU CARREGA-HIST-FIM
           PERFORM PRIMEIRA-LOC THRU PRIMEIRA-LOC-FIM
           GO TO P1-HIST.
      *
      *--------------------------------------------------------------
      * PASSO 2: RELE AS LOCACOES E SOMA O VALCOBRADO DE CADA
      * CLIENTE NO SEU MES RELATIVO, SO PARA AS COORTES PEDIDAS
      *--------------------------------------------------------------
      *
       P2-INICIO.
           CLOSE CADLOC CADHISTLOC
           OPEN INPUT CADLOC CADHISTLOC.
       P2-LOC.
           READ CADLOC NEXT RECORD
               AT END
                   GO TO P2-HIST
           END-READ
           PERFORM CARREGA-LOC THRU CARREGA-LOC-FIM
           PERFORM SOMA-MES THRU SOMA-MES-FIM
           GO TO P2-LOC.
       P2-HIST.
           READ CADHISTLOC NEXT RECORD
               AT END
                   GO TO P3-INICIO
           END-READ
           PERFORM CARREGA-HIST THRU CARREGA-HIST-FIM
           PERFORM SOMA-MES THRU SOMA-MES-FIM
           GO TO P2-HIST.
      *
      *--------------------------------------------------------------
      * PASSO 3: CADA REGISTRO DE CLIENTE/MES CONTA UM CLIENTE ATIVO
      * E SOMA O VALOR NO TOTAL, NO CANAL E NA FILIAL DO CLIENTE
      *--------------------------------------------------------------
      *
       P3-INICIO.
           MOVE ZEROS TO KEYCOA
           START CADCOATMP KEY IS >= KEYCOA
           IF ST-COA NOT = "00"
               GO TO REL-INICIO.
       P3-PROX.
           READ CADCOATMP NEXT RECORD
           IF ST-COA NOT = "00"
               GO TO REL-INICIO.
           MOVE CPF-CA TO CPF-CC
           READ CADCOOTMP
           IF ST-COO NOT = "00"
               GO TO P3-PROX.
           COMPUTE W-COO = MESNUM-CC - W-MESNUMINI + 1
           COMPUTE W-REL = MESREL-CA + 1
           IF MESREL-CA = ZEROS
               ADD 1 TO W-TOTCLI.
           MOVE 1 TO W-SEG
           PERFORM ACUMULA THRU ACUMULA-FIM
           IF CANAL-CC = "B" MOVE 2 TO W-SEG.
           IF CANAL-CC = "P" MOVE 3 TO W-SEG.
           IF CANAL-CC = "E" MOVE 4 TO W-SEG.
           PERFORM ACUMULA THRU ACUMULA-FIM
           IF FILIAL-CC > ZEROS AND FILIAL-CC < 11
               COMPUTE W-SEG = FILIAL-CC + 4
               PERFORM ACUMULA THRU ACUMULA-FIM.
           GO TO P3-PROX.
      *
       ACUMULA.
           ADD 1 TO TC-ATIVOS (W-SEG, W-COO, W-REL)
           ADD VAL-CA TO TC-VALOR (W-SEG, W-COO, W-REL).
       ACUMULA-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * NORMALIZA A LOCACAO VIVA / ARQUIVADA NOS CAMPOS W-
      *--------------------------------------------------------------
      *
       CARREGA-LOC.
           MOVE FKCPF-CLI TO W-CPF
           MOVE ANO-LOCA TO W-ANON
           MOVE MES-LOCA TO W-MESN
           MOVE DIA-LOCA TO W-DIAN
           MOVE VALCOBRADO TO W-VALOR
           MOVE CNPJEMP-LOC TO W-CNPJ
           MOVE KEYLOCACAO TO W-KEYLOC
           COMPUTE W-MESNUM = (ANO-LOCA * 12) + MES-LOCA.
       CARREGA-LOC-FIM.
           EXIT.
      *
       CARREGA-HIST.
           MOVE HFKCPF-CLI TO W-CPF
           MOVE HANO-LOCA TO W-ANON
           MOVE HMES-LOCA TO W-MESN
           MOVE HDIA-LOCA TO W-DIAN
           MOVE HVALCOBRADO TO W-VALOR
           MOVE HCNPJEMP-LOC TO W-CNPJ
           MOVE KEYHISTLOC TO W-KEYLOC
           COMPUTE W-MESNUM = (HANO-LOCA * 12) + HMES-LOCA.
       CARREGA-HIST-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * PASSO 1 POR LOCACAO: GUARDA (OU ANTECIPA) A PRIMEIRA LOCACAO
      * DO CLIENTE E O CANAL POR ONDE ELA ENTROU
      *--------------------------------------------------------------
      *
       PRIMEIRA-LOC.
           MOVE W-CPF TO CPF-CC
           READ CADCOOTMP
           IF ST-COO = "00" AND DTPRIM-CC NOT > W-DTLOCNUM
               GO TO PRIMEIRA-LOC-FIM.
           PERFORM CANAL-LOC THRU CANAL-LOC-FIM
           IF ST-COO = "00"
               MOVE W-DTLOCNUM TO DTPRIM-CC
               MOVE W-MESNUM TO MESNUM-CC
               MOVE W-CANAL TO CANAL-CC
               REWRITE REGCOOTMP
               GO TO PRIMEIRA-LOC-FIM.
           MOVE W-CPF TO CPF-CC CPF-CLI
           MOVE W-DTLOCNUM TO DTPRIM-CC
           MOVE W-MESNUM TO MESNUM-CC
           MOVE W-CANAL TO CANAL-CC
           MOVE ZEROS TO FILIAL-CC
           READ CADCLI
           IF ST-ERRO = "00"
               MOVE CODFILIAL-CLI TO FILIAL-CC.
           WRITE REGCOOTMP.
       PRIMEIRA-LOC-FIM.
           EXIT.
      *
      * CANAL DE AQUISICAO: EMPRESA CONVENIADA PREVALECE SOBRE O
      * PARCEIRO; SEM NENHUM DOS DOIS, BALCAO
       CANAL-LOC.
           MOVE "B" TO W-CANAL
           IF W-CNPJ NOT = ZEROS
               MOVE "E" TO W-CANAL
               GO TO CANAL-LOC-FIM.
           MOVE W-KEYLOC TO KEYLOCPARC
           READ CADLOCPARC
           IF ST-PARC = "00"
               MOVE "P" TO W-CANAL.
       CANAL-LOC-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * PASSO 2 POR LOCACAO: SOMA NO MES RELATIVO DO CLIENTE (0-12)
      *--------------------------------------------------------------
      *
       SOMA-MES.
           MOVE W-CPF TO CPF-CC
           READ CADCOOTMP
           IF ST-COO NOT = "00"
               GO TO SOMA-MES-FIM.
           IF MESNUM-CC < W-MESNUMINI
                   OR MESNUM-CC > W-MESNUMINI + W-QTDCOO - 1
               GO TO SOMA-MES-FIM.
           COMPUTE W-DIFMES = W-MESNUM - MESNUM-CC
           IF W-DIFMES < 0 OR W-DIFMES > 12
               GO TO SOMA-MES-FIM.
           MOVE W-CPF TO CPF-CA
           MOVE W-DIFMES TO MESREL-CA
           READ CADCOATMP
           IF ST-COA = "00"
               ADD W-VALOR TO VAL-CA
               REWRITE REGCOATMP
           ELSE
               MOVE W-CPF TO CPF-CA
               MOVE W-DIFMES TO MESREL-CA
               MOVE W-VALOR TO VAL-CA
               WRITE REGCOATMP.
       SOMA-MES-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * RELATORIO: UM BLOCO POR SEGMENTO COM CLIENTES; EM CADA
      * COORTE UMA LINHA DE RETENCAO (PCT DA COORTE ATIVO NO MES) E
      * UMA DE VALOR ACUMULADO POR CLIENTE. MESES AINDA NAO
      * DECORRIDOS FICAM EM BRANCO
      *--------------------------------------------------------------
      *
       REL-INICIO.
           CLOSE CADLOC CADHISTLOC CADCLI CADLOCPARC
           OPEN OUTPUT COORTECSV
           IF ST-CSV NOT = "00"
               MOVE "* ERRO AO CRIAR O ARQUIVO COORTE.CSV *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADCOOTMP CADCOATMP
               GO TO ROT-FIM.
           PERFORM ABRE-SPOOL THRU ABRE-SPOOL-FIM.
           STRING " "
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "---- COORTES DE CLIENTES E VALOR ACUMULADO ----"
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "PRIMEIRA COORTE: " W-COOINI "  COORTES: " W-QTDCOO
               "  CLIENTES: " W-TOTCLI
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           MOVE ZEROS TO W-REL.
       REL-CAB.
           ADD 1 TO W-REL
           IF W-REL > 13
               GO TO REL-SEG-INICIO.
           COMPUTE W-LCMES (W-REL) = W-REL - 1
           GO TO REL-CAB.
       REL-SEG-INICIO.
           MOVE ZEROS TO W-SEG.
       REL-SEG.
           ADD 1 TO W-SEG
           IF W-SEG > 14
               GO TO REL-FIM.
           MOVE ZEROS TO W-TOTSEGCLI W-COO.
       REL-SEG-CONTA.
           ADD 1 TO W-COO
           IF W-COO NOT > W-QTDCOO
               ADD TC-ATIVOS (W-SEG, W-COO, 1) TO W-TOTSEGCLI
               GO TO REL-SEG-CONTA.
           IF W-TOTSEGCLI = ZEROS
               GO TO REL-SEG.
           IF W-SEG < 5
               MOVE TABSEGT (W-SEG) TO W-SEGTIPO
               MOVE TABSEGC (W-SEG) TO W-SEGCOD
           ELSE
               COMPUTE W-FILSEG = W-SEG - 4
               MOVE "FILIAL" TO W-SEGTIPO
               MOVE SPACES TO W-SEGCOD
               MOVE W-FILSEG TO W-SEGCOD.
           STRING " "
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "-- " W-SEGTIPO " " W-SEGCOD "  CLIENTES: "
               W-TOTSEGCLI
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           MOVE W-LINCAB TO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           MOVE ZEROS TO W-COO.
       REL-COORTE.
           ADD 1 TO W-COO
           IF W-COO > W-QTDCOO
               GO TO REL-SEG.
           IF TC-ATIVOS (W-SEG, W-COO, 1) = ZEROS
               GO TO REL-COORTE.
           COMPUTE W-MESCOORTE = W-MESNUMINI + W-COO - 1
           COMPUTE W-AAAA = (W-MESCOORTE - 1) / 12
           COMPUTE W-MM = W-MESCOORTE - (W-AAAA * 12)
           MOVE 1 TO W-RELMAX
           IF W-MESNUMHOJE > W-MESCOORTE
               COMPUTE W-RELMAX = W-MESNUMHOJE - W-MESCOORTE + 1.
           IF W-RELMAX > 13
               MOVE 13 TO W-RELMAX.
           MOVE SPACES TO W-LRCOORTE
           STRING W-AAAA "/" W-MM
               DELIMITED BY SIZE INTO W-LRCOORTE
           MOVE TC-ATIVOS (W-SEG, W-COO, 1) TO W-LRCLI
           MOVE ZEROS TO W-ACUMVAL W-REL.
       REL-MES.
           ADD 1 TO W-REL
           IF W-REL > 13
               GO TO REL-LINHAS.
           IF W-REL > W-RELMAX
               MOVE SPACES TO W-LRITEM (W-REL) W-LLITEM (W-REL)
               GO TO REL-MES.
           ADD TC-VALOR (W-SEG, W-COO, W-REL) TO W-ACUMVAL
           COMPUTE W-PCTRET ROUNDED =
               (TC-ATIVOS (W-SEG, W-COO, W-REL) * 100)
               / TC-ATIVOS (W-SEG, W-COO, 1)
           COMPUTE W-LTV ROUNDED =
               W-ACUMVAL / TC-ATIVOS (W-SEG, W-COO, 1)
           MOVE SPACES TO W-LRITEM (W-REL) W-LLITEM (W-REL)
           MOVE W-PCTRET TO W-PCTINT
           MOVE W-PCTINT TO W-LRPCT (W-REL)
           MOVE W-LTV TO W-LTVINT
           IF W-LTV > 9999
               MOVE 9999 TO W-LTVINT.
           MOVE W-LTVINT TO W-LLVAL (W-REL)
           PERFORM GRAVA-CSV THRU GRAVA-CSV-FIM
           GO TO REL-MES.
       REL-LINHAS.
           MOVE W-LINRET TO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           MOVE W-LINLTV TO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           GO TO REL-COORTE.
      *
       GRAVA-CSV.
           MOVE W-SEGTIPO TO CV-SEGTIPO
           MOVE W-SEGCOD TO CV-SEGCOD
           COMPUTE CV-COORTE = (W-AAAA * 100) + W-MM
           COMPUTE CV-MESREL = W-REL - 1
           MOVE TC-ATIVOS (W-SEG, W-COO, 1) TO CV-CLIENTES
           MOVE TC-ATIVOS (W-SEG, W-COO, W-REL) TO CV-ATIVOS
           MOVE W-PCTRET TO CV-PCTRET
           MOVE W-LTV TO CV-LTV
           MOVE ";" TO CV-DELIM1 CV-DELIM2 CV-DELIM3 CV-DELIM4
               CV-DELIM5 CV-DELIM6 CV-DELIM7
           WRITE REGCOORTE.
       GRAVA-CSV-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * RODAPE DO RELATORIO
      *--------------------------------------------------------------
      *
       REL-FIM.
           STRING " "
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "ARQUIVO GERADO: COORTE.CSV"
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           CLOSE CADCOOTMP CADCOATMP COORTECSV
           PERFORM FECHA-SPOOL THRU FECHA-SPOOL-FIM
           GO TO ROT-FIM.
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
           MOVE "SGB135" TO PROGSPOOL
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
