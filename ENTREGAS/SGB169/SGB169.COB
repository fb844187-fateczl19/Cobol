       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGB169.
       AUTHOR. VINICIUS ESCAME DOS SANTOS.
      *--------------------------------------------------------------
      * APURACAO MENSAL DO SIMPLES NACIONAL (DAS) A PARTIR DO
      * FECHAMENTO (CADFECHA/SGB045) DE TODAS AS FILIAIS. ATE AQUI O
      * CONTADOR CALCULAVA O DAS COM OS NUMEROS QUE IAM EM PAPEL:
      *   A = APURACAO DO MES: RECEITA DO PERIODO SEPARADA EM
      *       SERVICOS (LOCACAO, COM A APROPRIACAO DA VIRADA, E
      *       OFICINA DE CLIENTE) -- ANEXO III -- E MERCADORIAS
      *       (VENDA DE BIKE E VAREJO DE BALCAO) -- ANEXO I; RECEITA
      *       BRUTA DOS 12 MESES ANTERIORES (RBT12), FAIXA, ALIQUOTA
      *       EFETIVA E VALOR DO DAS POR ANEXO. A PLANILHA SAI NO
      *       SPOOL PARA O CONTADOR E O DAS VIRA TITULO NO CONTAS A
      *       PAGAR (SGB079, ORIGEM I), VENCENDO NO DIA DO PARAMETRO
      *       44 DO MES SEGUINTE, UMA VEZ SO POR MES
      *   T = TABELA DOS ANEXOS (CADSIMPLES.DAT): LIMITE DA FAIXA,
      *       ALIQUOTA NOMINAL E PARCELA A DEDUZIR. O ARQUIVO NASCE
      *       COM AS FAIXAS DOS ANEXOS I E III DA LC 123/2006
      * ALIQUOTA EFETIVA = (RBT12 X ALIQ. NOMINAL - DEDUCAO) / RBT12.
      * COM MENOS DE 12 MESES FECHADOS A RBT12 E A MEDIA DOS MESES
      * EXISTENTES X 12 (NO PRIMEIRO MES, A RECEITA DO PROPRIO MES
      * X 12). A REPARTICAO DO DAS ENTRE OS TRIBUTOS FICA COM O
      * CONTADOR
      *--------------------------------------------------------------
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT CADFECHA
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYFECHA
                    FILE STATUS  IS ST-ERRO.

            SELECT CADSIMPLES
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYSIMPLES
                    FILE STATUS  IS ST-SN.

            SELECT CADPAGAR
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMTITULO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CNPJCRED
                                            WITH DUPLICATES.

            SELECT CADPARAM
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-PARAM
                    FILE STATUS  IS ST-ERRO.

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
       FD CADFECHA
           VALUE OF FILE-ID IS "CADFECHA.DAT".
       01 REGFECHA.
           03 KEYFECHA.
               05 ANOMES-FECHA     PIC 9(06).
               05 CODFILIAL-FECHA  PIC 9(02).
           03 SITFECHA        PIC X(01).
           03 DSCSITFECHA     PIC X(08).
           03 VALRECLOC       PIC 9(08)V99.
           03 VALRECDIN       PIC 9(08)V99.
           03 VALRECCAR       PIC 9(08)V99.
           03 VALRECPIX       PIC 9(08)V99.
           03 VALVENDAS       PIC 9(08)V99.
           03 VALMANUT        PIC 9(08)V99.
           03 VALACRESC       PIC 9(08)V99.
           03 VALACRANT       PIC 9(08)V99.
           03 VALVAREJO       PIC 9(08)V99.
           03 VALOFICINA      PIC 9(08)V99.
      *
      *--------------------------------------------------------------
      * TABELA DO SIMPLES NACIONAL POR ANEXO E FAIXA: RECEITA BRUTA
      * DE 12 MESES ATE LIMITE-SN, ALIQUOTA NOMINAL EM PERCENTUAL E
      * PARCELA A DEDUZIR EM REAIS
      *--------------------------------------------------------------
      *
       FD CADSIMPLES
           VALUE OF FILE-ID IS "CADSIMPLES.DAT".
       01 REGSIMPLES.
           03 KEYSIMPLES.
               05 ANEXO-SN         PIC 9(01).
               05 FAIXA-SN         PIC 9(01).
           03 LIMITE-SN        PIC 9(08)V99.
           03 ALIQ-SN          PIC 9(02)V99.
           03 DEDUCAO-SN       PIC 9(08)V99.
           03 DTALT-SN         PIC 9(08).
      *
       FD CADPAGAR
           VALUE OF FILE-ID IS "CADPAGAR.DAT".
       01 REGPAGAR.
           03 NUMTITULO        PIC 9(06).
           03 TIPOPAGAR        PIC X(01).
           03 DSCTIPOPAGAR     PIC X(10).
           03 CNPJCRED         PIC 9(14).
           03 NOMECRED         PIC X(30).
           03 NUMPED-PAGAR     PIC 9(06).
           03 APOL-PAGAR       PIC X(15).
           03 DSCPAGAR         PIC X(30).
           03 VALPAGAR         PIC 9(08)V99.
           03 DTEMIS-PAGAR     PIC 9(08).
           03 DTVENC-PAGAR     PIC 9(08).
           03 SITPAGAR         PIC X(01).
           03 DSCSITPAGAR      PIC X(08).
           03 DTPAGTO-PAGAR    PIC 9(08).
      *
       FD CADPARAM
           VALUE OF FILE-ID IS "CADPARAM.DAT".
       01 REGPARAM.
           03 COD-PARAM    PIC 9(02).
           03 DSC-PARAM    PIC X(25).
           03 VAL-PARAM    PIC 9(06)V9(06).
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
       77 ST-SN         PIC X(02) VALUE "00".
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 W-DATAHOJE    PIC 9(08) VALUE ZEROS.
       77 W-NUM         PIC 9(02) VALUE ZEROS.
       77 W-LIN         PIC 9(02) VALUE ZEROS.
      *
      * PERIODO DE APURACAO E MES DE REFERENCIA DA SOMA DO CADFECHA
       01 W-ANOMES      PIC 9(06) VALUE ZEROS.
       01 W-ANOMES-R REDEFINES W-ANOMES.
           03 W-ANOAPU      PIC 9(04).
           03 W-MESAPU      PIC 9(02).
       01 W-ANOMESREF   PIC 9(06) VALUE ZEROS.
       01 W-ANOMESREF-R REDEFINES W-ANOMESREF.
           03 W-ANOREF      PIC 9(04).
           03 W-MESREF      PIC 9(02).
      *
      * RECEITA DO MES (SOMA-MES) E DO PERIODO DE APURACAO
       77 W-ACHOUMES    PIC X(01) VALUE "N".
       77 W-SERVMES     PIC S9(10)V99 VALUE ZEROS.
       77 W-MERCMES     PIC S9(10)V99 VALUE ZEROS.
       77 W-RECSERV     PIC S9(10)V99 VALUE ZEROS.
       77 W-RECMERC     PIC S9(10)V99 VALUE ZEROS.
      *
      * RECEITA BRUTA DOS 12 MESES ANTERIORES
       77 W-RBT12       PIC S9(10)V99 VALUE ZEROS.
       77 W-QTDMESES    PIC 9(02) VALUE ZEROS.
       77 W-IDX         PIC 9(02) VALUE ZEROS.
      *
      * CALCULO POR ANEXO (CALC-ANEXO)
       77 W-ANEXO       PIC 9(01) VALUE ZEROS.
       77 W-FAIXA       PIC 9(01) VALUE ZEROS.
       77 W-ERROFAIXA   PIC X(01) VALUE "N".
       77 W-RECANEXO    PIC S9(10)V99 VALUE ZEROS.
       77 W-ALIQNOM     PIC 9(02)V99 VALUE ZEROS.
       77 W-DEDUCAO     PIC 9(08)V99 VALUE ZEROS.
       77 W-ALIQEF      PIC 9(02)V9(04) VALUE ZEROS.
       77 W-DASANEXO    PIC 9(08)V99 VALUE ZEROS.
       77 W-DASMERC     PIC 9(08)V99 VALUE ZEROS.
       77 W-DASSERV     PIC 9(08)V99 VALUE ZEROS.
       77 W-DASTOT      PIC 9(08)V99 VALUE ZEROS.
       77 W-NOMEANEXO   PIC X(30) VALUE SPACES.
      *
      * TITULO DO DAS NO CONTAS A PAGAR
       77 W-CNPJDAS     PIC 9(14) VALUE 00394460000141.
       77 W-DIAVENC     PIC 9(02) VALUE 20.
       77 W-ACHOUTIT    PIC X(01) VALUE "N".
       01 W-DTVENC      PIC 9(08) VALUE ZEROS.
       01 W-DTVENC-R REDEFINES W-DTVENC.
           03 W-ANOVENC     PIC 9(04).
           03 W-MESVENC     PIC 9(02).
           03 W-DIAVENC2    PIC 9(02).
       01 W-DSCDAS.
           03 FILLER        PIC X(24) VALUE "DAS SIMPLES NACIONAL PA ".
           03 W-DSCDASPA    PIC 9(06).
      *
      * MANUTENCAO DA TABELA (MODO T)
       77 W-NOVAFAIXA   PIC X(01) VALUE "N".
       77 W-LIMITE      PIC 9(08)V99 VALUE ZEROS.
       77 W-ALIQ        PIC 9(02)V99 VALUE ZEROS.
       77 W-DEDUZ       PIC 9(08)V99 VALUE ZEROS.
      *
       77 W-ED-VAL      PIC -ZZ.ZZZ.ZZ9,99.
       77 W-ED-VAL2     PIC -ZZ.ZZZ.ZZ9,99.
       77 W-ED-LIM      PIC ZZ.ZZZ.ZZ9,99.
       77 W-ED-DED      PIC ZZ.ZZZ.ZZ9,99.
       77 W-ED-ALIQ     PIC Z9,99.
       77 W-ED-ALIQEF   PIC Z9,9999.
      *
      * FAIXAS INICIAIS DOS ANEXOS I (COMERCIO) E III (SERVICOS):
      * ANEXO, FAIXA, LIMITE, ALIQUOTA NOMINAL E PARCELA A DEDUZIR
       01 W-TABSEED.
           03 FILLER PIC X(26) VALUE "11001800000004000000000000".
           03 FILLER PIC X(26) VALUE "12003600000007300000594000".
           03 FILLER PIC X(26) VALUE "13007200000009500001386000".
           03 FILLER PIC X(26) VALUE "14018000000010700002250000".
           03 FILLER PIC X(26) VALUE "15036000000014300008730000".
           03 FILLER PIC X(26) VALUE "16048000000019000037800000".
           03 FILLER PIC X(26) VALUE "31001800000006000000000000".
           03 FILLER PIC X(26) VALUE "32003600000011200000936000".
           03 FILLER PIC X(26) VALUE "33007200000013500001764000".
           03 FILLER PIC X(26) VALUE "34018000000016000003564000".
           03 FILLER PIC X(26) VALUE "35036000000021000012564000".
           03 FILLER PIC X(26) VALUE "36048000000033000064800000".
       01 W-TABSEED-R REDEFINES W-TABSEED.
           03 W-SEED OCCURS 12 TIMES.
               05 W-SEEDANEXO      PIC 9(01).
               05 W-SEEDFAIXA      PIC 9(01).
               05 W-SEEDLIMITE     PIC 9(08)V99.
               05 W-SEEDALIQ       PIC 9(02)V99.
               05 W-SEEDDEDUZ      PIC 9(08)V99.
      *
      * APOIO AO SPOOL DE RELATORIOS (MESMA ROTINA DO SGB161)
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
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           OPEN INPUT CADFECHA
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                   MOVE "* NENHUM MES FECHADO AINDA (SGB045) *" TO MENS
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQ CADFECHA.DAT *" TO MENS
               END-IF
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           OPEN I-O CADSIMPLES
           IF ST-SN NOT = "00"
               IF ST-SN = "30" OR "35"
                   OPEN OUTPUT CADSIMPLES
                   PERFORM GRAVA-SEED-SN THRU GRAVA-SEED-SN-FIM
                   CLOSE CADSIMPLES
                   OPEN I-O CADSIMPLES
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQ CADSIMPLES.DAT *"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADFECHA
                   GO TO ROT-FIM.
           OPEN I-O CADPAGAR
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                   OPEN OUTPUT CADPAGAR
                   CLOSE CADPAGAR
                   OPEN I-O CADPAGAR
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQ CADPAGAR.DAT *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADFECHA CADSIMPLES
                   GO TO ROT-FIM.
           OPEN I-O CADCONTROLE
           IF ST-CTRL NOT = "00"
               IF ST-CTRL = "30" OR "35"
                   OPEN OUTPUT CADCONTROLE
                   CLOSE CADCONTROLE
                   OPEN I-O CADCONTROLE
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQ CADCONTROLE.DAT *"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADFECHA CADSIMPLES CADPAGAR
                   GO TO ROT-FIM.
      * DIA DO VENCIMENTO DO DAS NO MES SEGUINTE (PARAMETRO 44)
           OPEN INPUT CADPARAM
           IF ST-ERRO = "00"
               MOVE 44 TO COD-PARAM
               READ CADPARAM
               IF ST-ERRO = "00" AND VAL-PARAM NOT = ZEROS
                   MOVE VAL-PARAM TO W-DIAVENC
               END-IF
               CLOSE CADPARAM.
           IF W-DIAVENC > 28
               MOVE 28 TO W-DIAVENC.
      *
       ACC-MODO.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 01) "  * APURACAO DO SIMPLES NACIONAL (DAS) *"
           MOVE SPACES TO W-OPCAO
           DISPLAY (03, 01)
               "   A=APURACAO DO MES  T=TABELA DOS ANEXOS  S=SAIR"
           DISPLAY (04, 01) "   MODO: ".
           ACCEPT (04, 10) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR 01
               GO TO ENCERRA.
           IF W-OPCAO = "a" MOVE "A" TO W-OPCAO.
           IF W-OPCAO = "t" MOVE "T" TO W-OPCAO.
           IF W-OPCAO = "s" OR "S"
               GO TO ENCERRA.
           IF W-OPCAO = "A"
               GO TO APU-INICIO.
           IF W-OPCAO = "T"
               GO TO TAB-INICIO.
           MOVE "* DIGITE A, T OU S *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ACC-MODO.
      *
      *--------------------------------------------------------------
      * APURACAO DO MES: O PERIODO TEM DE ESTAR FECHADO NO SGB045
      *--------------------------------------------------------------
      *
       APU-INICIO.
           MOVE W-DATAHOJE (1:6) TO W-ANOMES
           IF W-MESAPU = 1
               MOVE 12 TO W-MESAPU
               SUBTRACT 1 FROM W-ANOAPU
           ELSE
               SUBTRACT 1 FROM W-MESAPU.
           DISPLAY (06, 01) "   PERIODO DE APURACAO (AAAAMM): ".
           ACCEPT (06, 35) W-ANOMES WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-MODO.
           IF W-MESAPU < 1 OR W-MESAPU > 12 OR W-ANOAPU < 2000
               MOVE "* PERIODO INVALIDO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO APU-INICIO.
           MOVE W-ANOMES TO W-ANOMESREF
           PERFORM SOMA-MES THRU SOMA-MES-FIM
           IF W-ACHOUMES NOT = "S"
               MOVE "* MES NAO FECHADO NO SGB045 *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO APU-INICIO.
           MOVE W-SERVMES TO W-RECSERV
           MOVE W-MERCMES TO W-RECMERC
           DISPLAY (01, 01) ERASE
           PERFORM ABRE-SPOOL THRU ABRE-SPOOL-FIM
           DISPLAY (01, 01) ERASE
           STRING "---- APURACAO DO SIMPLES NACIONAL - PERIODO "
               W-ANOMES " ----"
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "RECEITA DO PERIODO (FECHAMENTO DE TODAS AS FILIAIS)"
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           MOVE W-RECSERV TO W-ED-VAL
           STRING "  SERVICOS (LOCACAO E OFICINA)...: R$ " W-ED-VAL
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           MOVE W-RECMERC TO W-ED-VAL
           STRING "  MERCADORIAS (BIKE E VAREJO)....: R$ " W-ED-VAL
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING " "
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "RECEITA BRUTA DOS 12 MESES ANTERIORES"
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "  MES          SERVICOS     MERCADORIAS"
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           MOVE ZEROS TO W-RBT12 W-QTDMESES W-IDX
           MOVE W-ANOMES TO W-ANOMESREF.
      *
      * DO MES ANTERIOR AO PERIODO PARA TRAS, DOZE MESES
       APU-RBT12.
           ADD 1 TO W-IDX
           IF W-IDX > 12
               GO TO APU-RBT12-FIM.
           IF W-MESREF = 1
               MOVE 12 TO W-MESREF
               SUBTRACT 1 FROM W-ANOREF
           ELSE
               SUBTRACT 1 FROM W-MESREF.
           PERFORM SOMA-MES THRU SOMA-MES-FIM
           IF W-ACHOUMES NOT = "S"
               STRING "  " W-ANOMESREF "       NAO FECHADO"
                   DELIMITED BY SIZE INTO W-LINSPOOL
               PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM
               GO TO APU-RBT12.
           ADD 1 TO W-QTDMESES
           COMPUTE W-RBT12 = W-RBT12 + W-SERVMES + W-MERCMES
           MOVE W-SERVMES TO W-ED-VAL
           MOVE W-MERCMES TO W-ED-VAL2
           STRING "  " W-ANOMESREF " " W-ED-VAL " " W-ED-VAL2
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           GO TO APU-RBT12.
       APU-RBT12-FIM.
           IF W-QTDMESES = ZEROS
               COMPUTE W-RBT12 = (W-RECSERV + W-RECMERC) * 12
               STRING "  * INICIO DE ATIVIDADE: RECEITA DO PERIODO"
                   " X 12 *"
                   DELIMITED BY SIZE INTO W-LINSPOOL
               PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM
           ELSE
               IF W-QTDMESES < 12
                   COMPUTE W-RBT12 ROUNDED = W-RBT12 / W-QTDMESES * 12
                   STRING "  * PROPORCIONAL: MEDIA DE " W-QTDMESES
                       " MESES FECHADOS X 12 *"
                       DELIMITED BY SIZE INTO W-LINSPOOL
                   PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           IF W-RBT12 < ZEROS
               MOVE ZEROS TO W-RBT12.
           MOVE W-RBT12 TO W-ED-VAL
           STRING "  RBT12..........................: R$ " W-ED-VAL
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
      *
      * ANEXO I -- MERCADORIAS
           MOVE 1 TO W-ANEXO
           MOVE W-RECMERC TO W-RECANEXO
           MOVE "ANEXO I - COMERCIO" TO W-NOMEANEXO
           PERFORM CALC-ANEXO THRU CALC-ANEXO-FIM
           IF W-ERROFAIXA = "S"
               GO TO APU-ERRO.
           PERFORM MOSTRA-ANEXO THRU MOSTRA-ANEXO-FIM
           MOVE W-DASANEXO TO W-DASMERC
      * ANEXO III -- SERVICOS
           MOVE 3 TO W-ANEXO
           MOVE W-RECSERV TO W-RECANEXO
           MOVE "ANEXO III - SERVICOS" TO W-NOMEANEXO
           PERFORM CALC-ANEXO THRU CALC-ANEXO-FIM
           IF W-ERROFAIXA = "S"
               GO TO APU-ERRO.
           PERFORM MOSTRA-ANEXO THRU MOSTRA-ANEXO-FIM
           MOVE W-DASANEXO TO W-DASSERV
           COMPUTE W-DASTOT = W-DASMERC + W-DASSERV
      * VENCIMENTO NO MES SEGUINTE AO PERIODO
           MOVE W-ANOAPU TO W-ANOVENC
           MOVE W-MESAPU TO W-MESVENC
           IF W-MESVENC = 12
               MOVE 1 TO W-MESVENC
               ADD 1 TO W-ANOVENC
           ELSE
               ADD 1 TO W-MESVENC.
           MOVE W-DIAVENC TO W-DIAVENC2
           STRING " "
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           MOVE W-DASTOT TO W-ED-VAL
           STRING "TOTAL DO DAS DO PERIODO..........: R$ " W-ED-VAL
               "  VENCTO " W-DTVENC
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           PERFORM FECHA-SPOOL THRU FECHA-SPOOL-FIM.
           IF W-DASTOT = ZEROS
               DISPLAY "SEM DAS A RECOLHER NO PERIODO"
               GO TO APU-FIM.
           GO TO APU-TITULO.
      *
       APU-ERRO.
           STRING " "
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "* " W-NOMEANEXO ": RBT12 SEM FAIXA NA TABELA"
               " -- VER COM O CONTADOR *"
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           PERFORM FECHA-SPOOL THRU FECHA-SPOOL-FIM.
           GO TO APU-FIM.
      *
      *--------------------------------------------------------------
      * TITULO DO DAS NO CONTAS A PAGAR: UM POR PERIODO, ACHADO PELO
      * CNPJ DA RECEITA FEDERAL (CHAVE ALTERNATIVA) E PELA DESCRICAO
      * COM O PERIODO. EM ABERTO, O VALOR PODE SER REFEITO; PAGO,
      * FICA COMO ESTA
      *--------------------------------------------------------------
      *
       APU-TITULO.
           MOVE W-ANOMES TO W-DSCDASPA
           MOVE "N" TO W-ACHOUTIT
           MOVE W-CNPJDAS TO CNPJCRED
           START CADPAGAR KEY IS = CNPJCRED
           IF ST-ERRO NOT = "00"
               GO TO APU-TITULO-NOVO.
       APU-TITULO-PROX.
           READ CADPAGAR NEXT RECORD
           IF ST-ERRO NOT = "00" OR CNPJCRED NOT = W-CNPJDAS
               GO TO APU-TITULO-NOVO.
           IF TIPOPAGAR NOT = "I" OR DSCPAGAR NOT = W-DSCDAS
               GO TO APU-TITULO-PROX.
           MOVE "S" TO W-ACHOUTIT
           MOVE VALPAGAR TO W-ED-VAL
           DISPLAY "DAS DO PERIODO JA LANCADO NO TITULO " NUMTITULO
               " - R$ " W-ED-VAL " - " DSCSITPAGAR
           IF SITPAGAR NOT = "A"
               DISPLAY "TITULO JA BAIXADO - DIFERENCA FICA COM O "
                   "CONTADOR"
               GO TO APU-FIM.
           IF VALPAGAR = W-DASTOT AND DTVENC-PAGAR = W-DTVENC
               GO TO APU-FIM.
           DISPLAY "ATUALIZA O TITULO COM O NOVO VALOR (S/N)? "
           ACCEPT W-OPCAO
           IF W-OPCAO NOT = "S" AND NOT = "s"
               GO TO APU-FIM.
           MOVE W-DASTOT TO VALPAGAR
           MOVE W-DTVENC TO DTVENC-PAGAR
           REWRITE REGPAGAR
           IF ST-ERRO NOT = "00"
               DISPLAY "* ERRO AO REGRAVAR O TITULO *"
           ELSE
               DISPLAY "TITULO " NUMTITULO " ATUALIZADO".
           GO TO APU-FIM.
      *
       APU-TITULO-NOVO.
           DISPLAY "LANCA O DAS NO CONTAS A PAGAR (S/N)? "
           ACCEPT W-OPCAO
           IF W-OPCAO NOT = "S" AND NOT = "s"
               GO TO APU-FIM.
      * TITULO NO CONTAS A PAGAR, NOS MOLDES DO TIT-GRAVA DO SGB079
           MOVE ZEROS TO NUMPED-PAGAR DTPAGTO-PAGAR
           MOVE SPACES TO APOL-PAGAR
           MOVE "I" TO TIPOPAGAR
           MOVE "IMPOSTO   " TO DSCTIPOPAGAR
           MOVE W-CNPJDAS TO CNPJCRED
           MOVE "RECEITA FEDERAL - SIMPLES DAS" TO NOMECRED
           MOVE W-DSCDAS TO DSCPAGAR
           MOVE W-DASTOT TO VALPAGAR
           MOVE W-DATAHOJE TO DTEMIS-PAGAR
           MOVE W-DTVENC TO DTVENC-PAGAR
           MOVE "A" TO SITPAGAR
           MOVE "ABERTO  " TO DSCSITPAGAR
           PERFORM GERA-TITULO THRU GERA-TITULO-FIM
           IF ST-CTRL NOT = "00"
               DISPLAY "* ERRO NA SERIE PAGAR DO CADCONTROLE *"
               GO TO APU-FIM.
           WRITE REGPAGAR
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
               DISPLAY "* ERRO AO GRAVAR O TITULO *"
               GO TO APU-FIM.
           DISPLAY "TITULO NO CONTAS A PAGAR: " NUMTITULO
               "  VENCTO " DTVENC-PAGAR.
      *
       APU-FIM.
           DISPLAY "TECLE ENTER PARA VOLTAR".
           ACCEPT W-OPCAO
           GO TO ACC-MODO.
      *
      *--------------------------------------------------------------
      * SOMA DO CADFECHA DE TODAS AS FILIAIS NO MES W-ANOMESREF.
      * SERVICO = LOCACAO + APROPRIADA NA VIRADA - ESTORNO DO MES
      * ANTERIOR + OFICINA DE CLIENTE; MERCADORIA = VENDA DE BIKE +
      * VAREJO DE BALCAO
      *--------------------------------------------------------------
      *
       SOMA-MES.
           MOVE "N" TO W-ACHOUMES
           MOVE ZEROS TO W-SERVMES W-MERCMES
           MOVE W-ANOMESREF TO ANOMES-FECHA
           MOVE ZEROS TO CODFILIAL-FECHA
           START CADFECHA KEY IS >= KEYFECHA
           IF ST-ERRO NOT = "00"
               GO TO SOMA-MES-FIM.
       SOMA-MES-PROX.
           READ CADFECHA NEXT RECORD
           IF ST-ERRO NOT = "00" OR ANOMES-FECHA NOT = W-ANOMESREF
               GO TO SOMA-MES-FIM.
           MOVE "S" TO W-ACHOUMES
           COMPUTE W-SERVMES = W-SERVMES + VALRECLOC + VALACRESC
               - VALACRANT + VALOFICINA
           COMPUTE W-MERCMES = W-MERCMES + VALVENDAS + VALVAREJO
           GO TO SOMA-MES-PROX.
       SOMA-MES-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * FAIXA DO ANEXO W-ANEXO PELA RBT12, ALIQUOTA EFETIVA E DAS DA
      * RECEITA W-RECANEXO. RBT12 ACIMA DA ULTIMA FAIXA CADASTRADA
      * DEVOLVE W-ERROFAIXA = "S"
      *--------------------------------------------------------------
      *
       CALC-ANEXO.
           MOVE "N" TO W-ERROFAIXA
           MOVE ZEROS TO W-ALIQNOM W-DEDUCAO W-ALIQEF W-DASANEXO
           MOVE 1 TO W-FAIXA.
       CALC-ANEXO-FAIXA.
           MOVE W-ANEXO TO ANEXO-SN
           MOVE W-FAIXA TO FAIXA-SN
           READ CADSIMPLES
           IF ST-SN NOT = "00"
               MOVE "S" TO W-ERROFAIXA
               GO TO CALC-ANEXO-FIM.
           IF W-RBT12 > LIMITE-SN
               IF W-FAIXA = 9
                   MOVE "S" TO W-ERROFAIXA
                   GO TO CALC-ANEXO-FIM
               ELSE
                   ADD 1 TO W-FAIXA
                   GO TO CALC-ANEXO-FAIXA.
           MOVE ALIQ-SN TO W-ALIQNOM
           MOVE DEDUCAO-SN TO W-DEDUCAO
           IF W-RBT12 = ZEROS
               MOVE ALIQ-SN TO W-ALIQEF
           ELSE
               COMPUTE W-ALIQEF ROUNDED =
                   (W-RBT12 * ALIQ-SN / 100 - DEDUCAO-SN) * 100
                   / W-RBT12.
           IF W-RECANEXO > ZEROS
               COMPUTE W-DASANEXO ROUNDED =
                   W-RECANEXO * W-ALIQEF / 100.
       CALC-ANEXO-FIM.
           EXIT.
      *
       MOSTRA-ANEXO.
           STRING " "
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING W-NOMEANEXO
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           MOVE W-ALIQNOM TO W-ED-ALIQ
           MOVE W-DEDUCAO TO W-ED-DED
           STRING "  FAIXA " W-FAIXA "  ALIQUOTA NOMINAL " W-ED-ALIQ
               "%  DEDUCAO R$ " W-ED-DED
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           MOVE W-ALIQEF TO W-ED-ALIQEF
           STRING "  ALIQUOTA EFETIVA...............: " W-ED-ALIQEF "%"
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           MOVE W-RECANEXO TO W-ED-VAL
           STRING "  RECEITA DO PERIODO.............: R$ " W-ED-VAL
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           MOVE W-DASANEXO TO W-ED-VAL
           STRING "  DAS DO ANEXO...................: R$ " W-ED-VAL
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
       MOSTRA-ANEXO-FIM.
           EXIT.
      *
       GERA-TITULO.
           MOVE "PAGAR   " TO TIPOCTRL
           READ CADCONTROLE
           IF ST-CTRL NOT = "00"
               MOVE "PAGAR   " TO TIPOCTRL
               MOVE 1 TO PROXNUM
               WRITE REGCTRL.
           MOVE PROXNUM TO NUMTITULO
           ADD 1 TO PROXNUM
           REWRITE REGCTRL.
       GERA-TITULO-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * TABELA DOS ANEXOS: MOSTRA AS FAIXAS DO ANEXO E ALTERA (OU
      * INCLUI) A FAIXA INFORMADA
      *--------------------------------------------------------------
      *
       TAB-INICIO.
           MOVE ZEROS TO W-ANEXO
           DISPLAY (06, 01) "   ANEXO (1 OU 3): ".
           ACCEPT (06, 20) W-ANEXO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-MODO.
           IF W-ANEXO NOT = 1 AND NOT = 3
               MOVE "* ANEXO 1 OU 3 *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO TAB-INICIO.
       TAB-MOSTRA.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 01) "  * APURACAO DO SIMPLES NACIONAL (DAS) *"
           DISPLAY (03, 01) "   TABELA DO ANEXO " W-ANEXO
           DISPLAY (05, 01)
               "   FAIXA  RBT12 ATE       ALIQ.%   DEDUCAO    ALTERADA"
           MOVE 5 TO W-LIN
           MOVE W-ANEXO TO ANEXO-SN
           MOVE ZEROS TO FAIXA-SN
           START CADSIMPLES KEY IS >= KEYSIMPLES
           IF ST-SN NOT = "00"
               GO TO TAB-FAIXA.
       TAB-MOSTRA-PROX.
           READ CADSIMPLES NEXT RECORD
           IF ST-SN NOT = "00" OR ANEXO-SN NOT = W-ANEXO
               GO TO TAB-FAIXA.
           ADD 1 TO W-LIN
           MOVE LIMITE-SN TO W-ED-LIM
           MOVE ALIQ-SN TO W-ED-ALIQ
           MOVE DEDUCAO-SN TO W-ED-DED
           DISPLAY (W-LIN, 01) "     " FAIXA-SN "  " W-ED-LIM "  "
               W-ED-ALIQ "  " W-ED-DED "  " DTALT-SN
           IF W-LIN < 15
               GO TO TAB-MOSTRA-PROX.
       TAB-FAIXA.
           MOVE ZEROS TO W-FAIXA
           DISPLAY (17, 01) "   FAIXA A ALTERAR (1 A 9): ".
           ACCEPT (17, 30) W-FAIXA WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO TAB-INICIO.
           IF W-FAIXA = ZEROS
               GO TO TAB-FAIXA.
           MOVE W-ANEXO TO ANEXO-SN
           MOVE W-FAIXA TO FAIXA-SN
           READ CADSIMPLES
           IF ST-SN = "00"
               MOVE "N" TO W-NOVAFAIXA
               MOVE LIMITE-SN TO W-LIMITE
               MOVE ALIQ-SN TO W-ALIQ
               MOVE DEDUCAO-SN TO W-DEDUZ
           ELSE
               MOVE "S" TO W-NOVAFAIXA
               MOVE ZEROS TO W-LIMITE W-ALIQ W-DEDUZ.
       TAB-LIMITE.
           DISPLAY (18, 01) "   RBT12 ATE (LIMITE)......: ".
           ACCEPT (18, 30) W-LIMITE WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO TAB-FAIXA.
           IF W-LIMITE = ZEROS
               MOVE "* LIMITE NAO PODE SER ZERO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO TAB-LIMITE.
       TAB-ALIQ.
           DISPLAY (19, 01) "   ALIQUOTA NOMINAL (%)....: ".
           ACCEPT (19, 30) W-ALIQ WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO TAB-LIMITE.
           IF W-ALIQ = ZEROS
               MOVE "* ALIQUOTA NAO PODE SER ZERO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO TAB-ALIQ.
       TAB-DEDUZ.
           DISPLAY (20, 01) "   PARCELA A DEDUZIR.......: ".
           ACCEPT (20, 30) W-DEDUZ WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO TAB-ALIQ.
       TAB-CONF.
           MOVE SPACES TO W-OPCAO
           DISPLAY (22, 01) "   GRAVA A FAIXA (S/N)? ".
           ACCEPT (22, 26) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO TAB-DEDUZ.
           IF W-OPCAO NOT = "S" AND NOT = "s"
               GO TO TAB-MOSTRA.
           MOVE W-ANEXO TO ANEXO-SN
           MOVE W-FAIXA TO FAIXA-SN
           MOVE W-LIMITE TO LIMITE-SN
           MOVE W-ALIQ TO ALIQ-SN
           MOVE W-DEDUZ TO DEDUCAO-SN
           MOVE W-DATAHOJE TO DTALT-SN
           IF W-NOVAFAIXA = "S"
               WRITE REGSIMPLES
           ELSE
               REWRITE REGSIMPLES.
           IF ST-SN NOT = "00"
               MOVE "* ERRO AO GRAVAR A FAIXA *" TO MENS
           ELSE
               MOVE "* FAIXA GRAVADA *" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO TAB-MOSTRA.
      *
       ENCERRA.
           CLOSE CADFECHA CADSIMPLES CADPAGAR CADCONTROLE
           GO TO ROT-FIM.
      *
      *--------------------------------------------------------------
      * SEMEIA O CADSIMPLES.DAT NA PRIMEIRA VEZ QUE O ARQUIVO E
      * CRIADO, COM AS FAIXAS DOS ANEXOS I E III
      *--------------------------------------------------------------
      *
       GRAVA-SEED-SN.
           ACCEPT DTALT-SN FROM DATE YYYYMMDD
           MOVE 1 TO W-NUM.
       GRAVA-SEED-SN-PROX.
           MOVE W-SEEDANEXO (W-NUM) TO ANEXO-SN
           MOVE W-SEEDFAIXA (W-NUM) TO FAIXA-SN
           MOVE W-SEEDLIMITE (W-NUM) TO LIMITE-SN
           MOVE W-SEEDALIQ (W-NUM) TO ALIQ-SN
           MOVE W-SEEDDEDUZ (W-NUM) TO DEDUCAO-SN
           WRITE REGSIMPLES
           IF W-NUM < 12
               ADD 1 TO W-NUM
               GO TO GRAVA-SEED-SN-PROX.
       GRAVA-SEED-SN-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * ABERTURA DO SPOOL DO RELATORIO (MESMA ROTINA DO SGB161)
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
           MOVE "SPOOL   " TO TIPOCTRL
           READ CADCONTROLE
           IF ST-CTRL NOT = "00"
               MOVE "SPOOL   " TO TIPOCTRL
               MOVE 1 TO PROXNUM
               WRITE REGCTRL.
           MOVE PROXNUM TO W-NUMSPOOL
           ADD 1 TO PROXNUM
           REWRITE REGCTRL
           MOVE W-NUMSPOOL TO NUMSPOOL
           MOVE W-NUMSPOOL TO W-ARQSPOOLNUM
           MOVE "SGB169" TO PROGSPOOL
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
       MOSTRA-SPOOL.
           DISPLAY W-LINSPOOL
           IF W-SPOOLOK = "S"
               MOVE W-LINSPOOL TO SPOOLREG
               WRITE SPOOLREG.
           MOVE SPACES TO W-LINSPOOL.
       MOSTRA-SPOOL-FIM.
           EXIT.
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
