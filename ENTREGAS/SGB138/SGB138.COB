       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGB138.
       AUTHOR. VINICIUS ESCAME DOS SANTOS.
      *--------------------------------------------------------------
      * APLICACAO DAS ALTERACOES DE PRECO PROGRAMADAS (SGB137) --
      * PASSO DA CADEIA NOTURNA (SGB032): AS PROGRAMACOES PENDENTES
      * COM VIGENCIA ATE A DATA DE REFERENCIA SAO APLICADAS, NA
      * ORDEM DA VIGENCIA, EM CADA BIKE ATIVA DO ALVO (BAIXADAS E
      * ROUBADAS FICAM DE FORA), COM O ANTES/DEPOIS NO CADAUDIT E A
      * NOVA VIGENCIA NO CADPRECO, COMO NA MANUTENCAO DE BIKES
      * (SGB002). SE A BIKE ESTA NA RUA (CADLOCAB), A TARIFA COM QUE
      * A LOCACAO COMECOU FICA GUARDADA NO CADPRECOLOC E O SGB004
      * COBRA POR ELA NA DEVOLUCAO
      *--------------------------------------------------------------
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT CADPRECOPRG
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMPRG
                    FILE STATUS  IS ST-PRG
                    ALTERNATE RECORD KEY IS DTEFET-PRG
                                            WITH DUPLICATES.

            SELECT CADBIKE
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMERO
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

            SELECT CADAUDIT
                    ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-AUD.

            SELECT CADPRECO
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPRECO
                    FILE STATUS  IS ST-PRC.

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
      * ALTERACOES DE PRECO PROGRAMADAS (SGB137) -- ALVO, NOVOS
      * VALORES OU PERCENTUAL E DATA DE VIGENCIA; APLICADAS PELA
      * CADEIA NOTURNA (SGB138) QUANDO A DATA CHEGA
      *   TIPOALVO: B=UMA BIKE  C=CATEGORIA  M=MARCA  O=MARCA/MODELO
      *   FILIAL  : 00 = TODAS AS FILIAIS
      *   MODO    : V=VALORES (ZERO MANTEM O ATUAL)  P=PERCENTUAL
      *   SITUACAO: P=PENDENTE  A=APLICADA  C=CANCELADA
      *--------------------------------------------------------------
      *
       FD CADPRECOPRG
           VALUE OF FILE-ID IS "CADPRECOPRG.DAT".
       01 REGPRECOPRG.
           03 NUMPRG            PIC 9(06).
           03 DTEFET-PRG        PIC 9(08).
           03 TIPOALVO-PRG      PIC X(01).
           03 NUMBIKE-PRG       PIC 9(04).
           03 CATEG-PRG         PIC X(01).
           03 MARCA-PRG         PIC X(20).
           03 MODELO-PRG        PIC X(20).
           03 FILIAL-PRG        PIC 9(02).
           03 MODO-PRG          PIC X(01).
           03 VALHORA-PRG       PIC 9(06)V99.
           03 VALDIA-PRG        PIC 9(06)V99.
           03 VALSEMANA-PRG     PIC 9(06)V99.
           03 SENTIDO-PRG       PIC X(01).
           03 PERC-PRG          PIC 9(02)V99.
           03 SIT-PRG           PIC X(01).
           03 DTCAD-PRG         PIC 9(08).
           03 OPER-PRG          PIC 9(04).
           03 DTAPLIC-PRG       PIC 9(08).
           03 QTDBIKE-PRG       PIC 9(04).
      *
       FD CADBIKE LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADBIKE.DAT".
       01 REGBIKE.
           03 NUMERO        PIC 9(04).
           03 MARCA         PIC X(20).
           03 MODELO        PIC X(20).
           03 CATEG         PIC X(01).
           03 CATEGDESC     PIC X(10).
           03 ARO           PIC 9(02).
           03 COR           PIC 9(01).
           03 CORDESC       PIC X(10).
           03 VALCOMPRA     PIC 9(06)V99.
           03 VALHORA       PIC 9(06)V99.
           03 VALLOC        PIC 9(06)V99.
           03 SITUAC        PIC X(01).
           03 SITUACDESC    PIC X(11).
           03 DATCOMPRA.
               05 DIA-COMPRA    PIC 9(02).
               05 MES-COMPRA    PIC 9(02).
               05 ANO-COMPRA    PIC 9(04).
           03 DATULTUSO.
               05 DIA-ULTUSO    PIC 9(02).
               05 MES-ULTUSO    PIC 9(02).
               05 ANO-ULTUSO    PIC 9(04).
           03 HORASACUM     PIC 9(06).
           03 CODFILIAL     PIC 9(02).
           03 CODFILIALDESC PIC X(15).
           03 VALDIA        PIC 9(06)V99.
           03 VALSEMANA     PIC 9(06)V99.
           03 FOTOPATH      PIC X(60).
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
      *
      *--------------------------------------------------------------
      * TRILHA DE AUDITORIA E HISTORICO DE PRECO -- MESMOS LAYOUTS DO
      * SGB002
      *--------------------------------------------------------------
      *
       FD CADAUDIT
           VALUE OF FILE-ID IS "CADAUDIT.DAT".
       01 REGAUDIT.
           03 DTAUDIT.
               05 ANO-AUD   PIC 9(04).
               05 MES-AUD   PIC 9(02).
               05 DIA-AUD   PIC 9(02).
           03 HRAUDIT.
               05 HR-AUD    PIC 9(02).
               05 MIN-AUD   PIC 9(02).
               05 SEG-AUD   PIC 9(02).
               05 CENT-AUD  PIC 9(02).
           03 PROGAUDIT      PIC X(06).
           03 OPERAUDIT      PIC X(01).
           03 CHAVEAUDIT     PIC X(30).
           03 REGAUDIT-ANTES  PIC X(219).
           03 REGAUDIT-DEPOIS PIC X(219).
      *
       FD CADPRECO
           VALUE OF FILE-ID IS "CADPRECO.DAT".
       01 REGPRECO.
           03 KEYPRECO.
               05 NUM-BIKE-PRECO   PIC 9(04).
               05 DTPRECO          PIC 9(08).
               05 SEQ-PRECO        PIC 9(04).
           03 HRPRECO.
               05 HR-PRECO         PIC 9(02).
               05 MIN-PRECO        PIC 9(02).
               05 SEG-PRECO        PIC 9(02).
           03 VALCOMPRA-PRECO      PIC 9(06)V99.
           03 VALHORA-PRECO        PIC 9(06)V99.
           03 VALLOC-PRECO         PIC 9(06)V99.
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
       77 ST-PRG        PIC X(02) VALUE "00".
       77 ST-LOCAB      PIC X(02) VALUE "00".
       77 ST-PRL        PIC X(02) VALUE "00".
       77 ST-AUD        PIC X(02) VALUE "00".
       77 ST-PRC        PIC X(02) VALUE "00".
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
       77 W-DTREF       PIC 9(08) VALUE ZEROS.
       77 W-QTDBIKE     PIC 9(04) VALUE ZEROS.
       77 W-QTDCONG     PIC 9(04) VALUE ZEROS.
       77 W-TOTPRG      PIC 9(04) VALUE ZEROS.
       77 W-TOTBIKE     PIC 9(06) VALUE ZEROS.
       77 W-TOTCONG     PIC 9(06) VALUE ZEROS.
       77 W-FATOR       PIC 9(03)V99 VALUE ZEROS.
       77 W-ALVOOK      PIC X(01) VALUE "N".
      *
      * AUDITORIA E HISTORICO DE PRECO (COMO NO SGB002)
       01 W-REGBIKE-ANTES  PIC X(219) VALUE SPACES.
       01 W-DATAUDIT   PIC 9(08) VALUE ZEROS.
       01 W-DATAUDIT-R REDEFINES W-DATAUDIT.
           03 W-ANOAUD  PIC 9(04).
           03 W-MESAUD  PIC 9(02).
           03 W-DIAAUD  PIC 9(02).
       01 W-HORAUDIT   PIC 9(08) VALUE ZEROS.
       01 W-HORAUDIT-R REDEFINES W-HORAUDIT.
           03 W-HRAUD   PIC 9(02).
           03 W-MINAUD  PIC 9(02).
           03 W-SEGAUD  PIC 9(02).
           03 W-CENTAUD PIC 9(02).
      *
      *--------------------------------------------------------------
      *
       PROCEDURE DIVISION.
       INICIO.
       INC-OP0.
           OPEN I-O CADPRECOPRG
           IF ST-PRG NOT = "00"
               IF ST-PRG = "30" OR "35"
                   OPEN OUTPUT CADPRECOPRG
                   CLOSE CADPRECOPRG
                   OPEN I-O CADPRECOPRG
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQ CADPRECOPRG.DAT *"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
           OPEN I-O CADBIKE
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO AO ABRIR O ARQUIVO CADBIKE.DAT *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADPRECOPRG
               GO TO ROT-FIM.
           OPEN INPUT CADLOCAB
           IF ST-LOCAB NOT = "00"
               IF ST-LOCAB = "30" OR "35"
                   OPEN OUTPUT CADLOCAB
                   CLOSE CADLOCAB
                   OPEN INPUT CADLOCAB
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQUIVO CADLOCAB.DAT *"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADPRECOPRG CADBIKE
                   GO TO ROT-FIM.
           OPEN I-O CADPRECOLOC
           IF ST-PRL NOT = "00"
               IF ST-PRL = "30" OR "35"
                   OPEN OUTPUT CADPRECOLOC
                   CLOSE CADPRECOLOC
                   OPEN I-O CADPRECOLOC
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQ CADPRECOLOC.DAT *"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADPRECOPRG CADBIKE CADLOCAB
                   GO TO ROT-FIM.
           OPEN EXTEND CADAUDIT
           IF ST-AUD NOT = "00"
               OPEN OUTPUT CADAUDIT
               CLOSE CADAUDIT
               OPEN EXTEND CADAUDIT.
           OPEN I-O CADPRECO
           IF ST-PRC NOT = "00"
               IF ST-PRC = "30" OR "35"
                   OPEN OUTPUT CADPRECO
                   CLOSE CADPRECO
                   OPEN I-O CADPRECO
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQUIVO CADPRECO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADPRECOPRG CADBIKE CADLOCAB CADPRECOLOC
                       CADAUDIT
                   GO TO ROT-FIM.
           ACCEPT W-DTREF FROM DATE YYYYMMDD.
      *
       ACC-DTREF.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 01) "  * APLICACAO DE PRECOS PROGRAMADOS *"
           DISPLAY (03, 01) "   VIGENCIAS ATE (AAAAMMDD): ".
           ACCEPT (03, 31) W-DTREF WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR 01
               GO TO FECHA-SAI.
           IF W-DTREF = ZEROS
               MOVE "* DATA INVALIDA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-DTREF.
      *
           PERFORM ABRE-SPOOL THRU ABRE-SPOOL-FIM.
           STRING " "
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "---- PRECOS PROGRAMADOS APLICADOS ATE " W-DTREF
               " ----" DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "NUMERO VIGENCIA ALVO FIL MODO  BIKES  ABERTAS"
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           MOVE ZEROS TO DTEFET-PRG
           START CADPRECOPRG KEY IS >= DTEFET-PRG
           IF ST-PRG NOT = "00"
               GO TO REL-FIM.
       PRG-PROX.
           READ CADPRECOPRG NEXT RECORD
           IF ST-PRG NOT = "00"
               GO TO REL-FIM.
           IF DTEFET-PRG > W-DTREF
               GO TO REL-FIM.
           IF SIT-PRG NOT = "P"
               GO TO PRG-PROX.
           MOVE ZEROS TO W-QTDBIKE W-QTDCONG
           PERFORM APLICA-PRG THRU APLICA-PRG-FIM
           MOVE "A" TO SIT-PRG
           MOVE W-DTREF TO DTAPLIC-PRG
           MOVE W-QTDBIKE TO QTDBIKE-PRG
           REWRITE REGPRECOPRG
           ADD 1 TO W-TOTPRG
           ADD W-QTDBIKE TO W-TOTBIKE
           ADD W-QTDCONG TO W-TOTCONG
           STRING NUMPRG " " DTEFET-PRG " " TIPOALVO-PRG "    "
               FILIAL-PRG "  " MODO-PRG "     " W-QTDBIKE "   "
               W-QTDCONG
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           GO TO PRG-PROX.
      *
       REL-FIM.
           STRING " "
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "PROGRAMACOES APLICADAS: " W-TOTPRG
               "  BIKES ALTERADAS: " W-TOTBIKE
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "LOCACOES EM ABERTO COM A TARIFA DE ABERTURA"
               " MANTIDA: " W-TOTCONG
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           PERFORM FECHA-SPOOL THRU FECHA-SPOOL-FIM.
       FECHA-SAI.
           CLOSE CADPRECOPRG CADBIKE CADLOCAB CADPRECOLOC CADAUDIT
               CADPRECO
           GO TO ROT-FIM.
      *
      *--------------------------------------------------------------
      * APLICA UMA PROGRAMACAO EM CADA BIKE ATIVA DO ALVO
      *--------------------------------------------------------------
      *
       APLICA-PRG.
           MOVE ZEROS TO NUMERO
           START CADBIKE KEY IS >= NUMERO
           IF ST-ERRO NOT = "00"
               GO TO APLICA-PRG-FIM.
       APLICA-PROX.
           READ CADBIKE NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO APLICA-PRG-FIM.
           PERFORM CONFERE-ALVO THRU CONFERE-ALVO-FIM
           IF W-ALVOOK NOT = "S"
               GO TO APLICA-PROX.
           MOVE REGBIKE TO W-REGBIKE-ANTES
           PERFORM CONGELA-LOC THRU CONGELA-LOC-FIM
           IF MODO-PRG = "V"
               IF VALHORA-PRG NOT = ZEROS
                   MOVE VALHORA-PRG TO VALHORA
               END-IF
               IF VALDIA-PRG NOT = ZEROS
                   MOVE VALDIA-PRG TO VALDIA
               END-IF
               IF VALSEMANA-PRG NOT = ZEROS
                   MOVE VALSEMANA-PRG TO VALSEMANA
               END-IF
           ELSE
               IF SENTIDO-PRG = "-"
                   COMPUTE W-FATOR = 100 - PERC-PRG
               ELSE
                   COMPUTE W-FATOR = 100 + PERC-PRG
               END-IF
               COMPUTE VALHORA ROUNDED = VALHORA * W-FATOR / 100
               COMPUTE VALDIA ROUNDED = VALDIA * W-FATOR / 100
               COMPUTE VALSEMANA ROUNDED = VALSEMANA * W-FATOR / 100.
           REWRITE REGBIKE
           IF ST-ERRO NOT = "00"
               GO TO APLICA-PROX.
           ADD 1 TO W-QTDBIKE
           PERFORM GRAVA-AUDITORIA THRU GRAVA-AUDITORIA-FIM
           PERFORM GRAVA-PRECO THRU GRAVA-PRECO-FIM
           GO TO APLICA-PROX.
       APLICA-PRG-FIM.
           EXIT.
      *
       CONFERE-ALVO.
           MOVE "N" TO W-ALVOOK
           IF SITUAC = "B" OR "b" OR "R" OR "r"
               GO TO CONFERE-ALVO-FIM.
           IF FILIAL-PRG NOT = ZEROS AND CODFILIAL NOT = FILIAL-PRG
               GO TO CONFERE-ALVO-FIM.
           IF TIPOALVO-PRG = "B" AND NUMERO NOT = NUMBIKE-PRG
               GO TO CONFERE-ALVO-FIM.
           IF TIPOALVO-PRG = "C" AND CATEG NOT = CATEG-PRG
               GO TO CONFERE-ALVO-FIM.
           IF TIPOALVO-PRG = "M" OR "O"
               IF MARCA NOT = MARCA-PRG
                   GO TO CONFERE-ALVO-FIM.
           IF TIPOALVO-PRG = "O" AND MODELO NOT = MODELO-PRG
               GO TO CONFERE-ALVO-FIM.
           MOVE "S" TO W-ALVOOK.
       CONFERE-ALVO-FIM.
           EXIT.
      *
      * BIKE NA RUA: GUARDA A TARIFA ATUAL PARA A LOCACAO EM ABERTO,
      * SE AINDA NAO HA UMA GUARDADA (UMA SEGUNDA ALTERACAO DURANTE A
      * MESMA LOCACAO NAO MEXE NO PRECO DE ABERTURA)
       CONGELA-LOC.
           MOVE NUMERO TO NUMBIKE-AB
           READ CADLOCAB
           IF ST-LOCAB NOT = "00"
               GO TO CONGELA-LOC-FIM.
           MOVE KEYLOC-AB TO KEYPRECOLOC
           READ CADPRECOLOC
           IF ST-PRL = "00"
               GO TO CONGELA-LOC-FIM.
           MOVE KEYLOC-AB TO KEYPRECOLOC
           MOVE VALHORA TO VALHORA-PL
           MOVE VALDIA TO VALDIA-PL
           MOVE VALSEMANA TO VALSEMANA-PL
           MOVE W-DTREF TO DTGRAV-PL
           MOVE NUMPRG TO NUMPRG-PL
           WRITE REGPRECOLOC
           IF ST-PRL = "00"
               ADD 1 TO W-QTDCONG.
       CONGELA-LOC-FIM.
           EXIT.
      *
       GRAVA-AUDITORIA.
           ACCEPT W-DATAUDIT FROM DATE YYYYMMDD
           ACCEPT W-HORAUDIT FROM TIME
           MOVE W-ANOAUD  TO ANO-AUD
           MOVE W-MESAUD  TO MES-AUD
           MOVE W-DIAAUD  TO DIA-AUD
           MOVE W-HRAUD   TO HR-AUD
           MOVE W-MINAUD  TO MIN-AUD
           MOVE W-SEGAUD  TO SEG-AUD
           MOVE W-CENTAUD TO CENT-AUD
           MOVE "SGB138" TO PROGAUDIT
           MOVE "A" TO OPERAUDIT
           MOVE NUMERO TO CHAVEAUDIT
           MOVE W-REGBIKE-ANTES TO REGAUDIT-ANTES
           MOVE REGBIKE TO REGAUDIT-DEPOIS
           WRITE REGAUDIT.
       GRAVA-AUDITORIA-FIM.
           EXIT.
      *
      * A VIGENCIA NO CADPRECO E A DATA EFETIVA DA PROGRAMACAO
       GRAVA-PRECO.
           MOVE NUMERO TO NUM-BIKE-PRECO
           MOVE DTEFET-PRG TO DTPRECO
           MOVE 1 TO SEQ-PRECO
           MOVE W-HRAUD TO HR-PRECO
           MOVE W-MINAUD TO MIN-PRECO
           MOVE W-SEGAUD TO SEG-PRECO
           MOVE VALCOMPRA TO VALCOMPRA-PRECO
           MOVE VALHORA TO VALHORA-PRECO
           MOVE VALLOC TO VALLOC-PRECO.
       GRAVA-PRECO-WR.
           WRITE REGPRECO
           IF ST-PRC = "22"
               ADD 1 TO SEQ-PRECO
               GO TO GRAVA-PRECO-WR.
       GRAVA-PRECO-FIM.
           EXIT.
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
           MOVE "SGB138" TO PROGSPOOL
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
