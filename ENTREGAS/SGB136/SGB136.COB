       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGB136.
       AUTHOR. VINICIUS ESCAME DOS SANTOS.
      *--------------------------------------------------------------
      * SUGESTAO DE TARIFAS POR MARCA/MODELO E FILIAL -- AGRUPA O
      * CADBIKE POR MARCA/MODELO/FILIAL E APURA A OCUPACAO DE CADA
      * GRUPO NOS ULTIMOS N DIAS, POR DIA DA SEMANA E FAIXA DE
      * HORARIO, A PARTIR DA HORA DE RETIRADA E DAS HORAS DE USO DAS
      * LOCACOES (CADLOC E CADHISTLOC). COM AS FAIXAS DE OCUPACAO E
      * O AJUSTE MAXIMO INFORMADOS PELO GERENTE, SUGERE SUBIR OU
      * BAIXAR VALHORA/VALDIA/VALSEMANA DO GRUPO. MODELOS COM FILA
      * DE RESERVA EM ABERTO (SGB011) SAEM MARCADOS *FILA* E OS
      * PARADOS *OCIOSO*. NADA E ALTERADO SEM APROVACAO: DEPOIS DO
      * RELATORIO CADA SUGESTAO E MOSTRADA NA TELA E SO A APROVADA E
      * GRAVADA NAS BIKES DO GRUPO, COM CADAUDIT E CADPRECO COMO NA
      * MANUTENCAO DE BIKES (SGB002)
      *--------------------------------------------------------------
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT CADBIKE
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMERO
                    FILE STATUS  IS ST-ERRO.

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

            SELECT CADRESERVA
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYRESERVA
                    FILE STATUS  IS ST-RES
                    ALTERNATE RECORD KEY IS KEYMODRESERVA
                                            WITH DUPLICATES.

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

            SELECT CADTARTMP
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYTAR
                    FILE STATUS  IS ST-TAR.

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
           03 FILLER           PIC X(24).
           03 HRUSO            PIC 9(02).
           03 MINUSO           PIC 9(02).
           03 FILLER           PIC X(94).
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
           03 FILLER            PIC X(24).
           03 HHRUSO            PIC 9(02).
           03 HMINUSO           PIC 9(02).
           03 FILLER            PIC X(94).
      *
       FD CADRESERVA LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADRESERVA.DAT".
       01 REGRESERVA.
           03 KEYRESERVA.
               05 CPF-CLI-RESERVA     PIC 9(11).
               05 SEQ-RESERVA         PIC 9(04).
           03 KEYMODRESERVA.
               05 MARCA-RESERVA       PIC X(20).
               05 MODELO-RESERVA      PIC X(20).
           03 DTRESERVA               PIC 9(08).
           03 SITRESERVA              PIC X(01).
           03 SITRESERVADESC          PIC X(10).
           03 NUM-BIKE-ATENDIDA       PIC 9(04).
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
      * ARQUIVO DE TRABALHO, RECRIADO A CADA EXECUCAO: UM REGISTRO
      * POR GRUPO MARCA/MODELO/FILIAL, COM AS HORAS OCUPADAS POR DIA
      * DA SEMANA (1=DOMINGO ... 7=SABADO) E FAIXA DE HORARIO
      * (1=00-05H 2=06-11H 3=12-17H 4=18-23H) E A SUGESTAO APURADA
      *--------------------------------------------------------------
      *
       FD CADTARTMP
           VALUE OF FILE-ID IS "CADTARTMP.DAT".
       01 REGTARTMP.
           03 KEYTAR.
               05 MARCA-TT      PIC X(20).
               05 MODELO-TT     PIC X(20).
               05 FILIAL-TT     PIC 9(02).
           03 QTDBIKE-TT        PIC 9(04).
           03 SOMAHORA-TT       PIC 9(08)V99.
           03 SOMADIA-TT        PIC 9(08)V99.
           03 SOMASEM-TT        PIC 9(08)V99.
           03 QTDFILA-TT        PIC 9(04).
           03 TOTHRS-TT         PIC 9(08).
           03 OCUP-TT.
               05 DIA-TT OCCURS 7 TIMES.
                   07 HRS-TT OCCURS 4 TIMES PIC 9(06).
           03 PCTSUG-TT         PIC S9(03).
           03 OCIOSO-TT         PIC X(01).
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
       77 ST-RES        PIC X(02) VALUE "00".
       77 ST-AUD        PIC X(02) VALUE "00".
       77 ST-PRC        PIC X(02) VALUE "00".
       77 ST-TAR        PIC X(02) VALUE "00".
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
      * PARAMETROS DO GERENTE
       77 W-SEMANAS     PIC 9(02) VALUE 12.
       77 W-DIAS        PIC 9(03) VALUE ZEROS.
       77 W-PCTALTA     PIC 9(03) VALUE 70.
       77 W-PCTBAIXA    PIC 9(03) VALUE 20.
       77 W-AJUSTE      PIC 9(02) VALUE 10.
      *
       01 W-DATAHOJE    PIC 9(08) VALUE ZEROS.
       01 W-DATAHOJE-R REDEFINES W-DATAHOJE.
           03 W-ANOHOJE     PIC 9(04).
           03 W-MESHOJE     PIC 9(02).
           03 W-DIAHOJE     PIC 9(02).
       77 W-ORDHOJE     PIC 9(07) VALUE ZEROS.
       77 W-ORDINI      PIC 9(07) VALUE ZEROS.
       77 W-ORDLOC      PIC 9(07) VALUE ZEROS.
      *
      * LOCACAO CORRENTE (VIVA OU ARQUIVADA)
       77 W-NUMBIKE     PIC 9(04) VALUE ZEROS.
       77 W-DIALOC      PIC 9(02) VALUE ZEROS.
       77 W-MESLOC      PIC 9(02) VALUE ZEROS.
       77 W-ANOLOC      PIC 9(04) VALUE ZEROS.
       77 W-HR          PIC 9(02) VALUE ZEROS.
       77 W-USO         PIC 9(03) VALUE ZEROS.
       77 W-MINUSO      PIC 9(02) VALUE ZEROS.
       77 W-DIASEM      PIC 9(01) VALUE ZEROS.
       77 W-FAIXA       PIC 9(01) VALUE ZEROS.
      *
      * DIA DA SEMANA (CONGRUENCIA DE ZELLER, COMO NO SGB010)
       77 W-ZQ          PIC 9(02) VALUE ZEROS.
       77 W-ZM          PIC 9(02) VALUE ZEROS.
       77 W-ZANO        PIC 9(04) VALUE ZEROS.
       77 W-ZK          PIC 9(02) VALUE ZEROS.
       77 W-ZJ          PIC 9(02) VALUE ZEROS.
       77 W-ZH          PIC 9(02) VALUE ZEROS.
       77 W-ZSOMA       PIC 9(06) VALUE ZEROS.
       77 W-ZT0         PIC 9(04) VALUE ZEROS.
       77 W-ZT1         PIC 9(04) VALUE ZEROS.
       77 W-ZT2         PIC 9(02) VALUE ZEROS.
       77 W-ZT3         PIC 9(02) VALUE ZEROS.
      *
      * APURACAO DO GRUPO
       77 W-CAPAC       PIC 9(09) VALUE ZEROS.
       77 W-CAPCEL      PIC 9(07) VALUE ZEROS.
       77 W-PCTOCUP     PIC 9(03) VALUE ZEROS.
       77 W-PCTCEL      PIC 9(03) VALUE ZEROS.
       77 W-MEDHORA     PIC 9(06)V99 VALUE ZEROS.
       77 W-MEDDIA      PIC 9(06)V99 VALUE ZEROS.
       77 W-MEDSEM      PIC 9(06)V99 VALUE ZEROS.
       77 W-SUGHORA     PIC 9(06)V99 VALUE ZEROS.
       77 W-SUGDIA      PIC 9(06)V99 VALUE ZEROS.
       77 W-SUGSEM      PIC 9(06)V99 VALUE ZEROS.
       77 W-TOTGRUPOS   PIC 9(04) VALUE ZEROS.
       77 W-TOTSUG      PIC 9(04) VALUE ZEROS.
       77 W-TOTOCIOSO   PIC 9(04) VALUE ZEROS.
       77 W-TOTFILA     PIC 9(04) VALUE ZEROS.
       77 W-FILASEMFROTA PIC 9(04) VALUE ZEROS.
       77 W-ACHOUMOD    PIC X(01) VALUE "N".
       77 W-PONT        PIC 9(03) VALUE ZEROS.
       77 W-TOTAPROV    PIC 9(04) VALUE ZEROS.
       77 W-TOTBIKEALT  PIC 9(04) VALUE ZEROS.
       77 W-MARCARES    PIC X(20) VALUE SPACES.
       77 W-MODELORES   PIC X(20) VALUE SPACES.
      *
       77 W-ED-VAL1     PIC ZZZ.ZZ9,99.
       77 W-ED-VAL2     PIC ZZZ.ZZ9,99.
       77 W-ED-VAL3     PIC ZZZ.ZZ9,99.
       77 W-ED-PCT      PIC ZZ9.
       77 W-ED-SUG      PIC +ZZ9.
       77 W-ED-QTD      PIC ZZZ9.
       77 W-ED-FILA     PIC ZZZ9.
      *
       01 TTFAIXA.
           03 FILLER PIC X(32) VALUE "00-05H  06-11H  12-17H  18-23H  ".
       01 TTABFAIXA REDEFINES TTFAIXA.
           03 TABFAIXA PIC X(08) OCCURS 4 TIMES.
      *
       01 W-LINGRADE.
           03 FILLER        PIC X(02).
           03 W-LGFAIXA     PIC X(08).
           03 W-LGITEM OCCURS 7 TIMES.
               05 FILLER    PIC X(01).
               05 W-LGPCT   PIC ZZ9.
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
           OPEN I-O CADBIKE
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO AO ABRIR O ARQUIVO CADBIKE.DAT *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           OPEN INPUT CADLOC
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO AO ABRIR O ARQUIVO CADLOC.DAT *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADBIKE
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
                   CLOSE CADBIKE CADLOC
                   GO TO ROT-FIM.
           OPEN INPUT CADRESERVA
           IF ST-RES NOT = "00"
               IF ST-RES = "30" OR "35"
                   OPEN OUTPUT CADRESERVA
                   CLOSE CADRESERVA
                   OPEN INPUT CADRESERVA
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQUIVO CADRESERVA *"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADBIKE CADLOC CADHISTLOC
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
                   CLOSE CADBIKE CADLOC CADHISTLOC CADRESERVA
                       CADAUDIT
                   GO TO ROT-FIM.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           COMPUTE W-ORDHOJE = (W-ANOHOJE * 360) + (W-MESHOJE * 30)
               + W-DIAHOJE.
      *
       ACC-SEMANAS.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 01) "  * SUGESTAO DE TARIFAS POR MARCA/MODELO *"
           DISPLAY (03, 01) "   SEMANAS DE ANALISE (01-52)   : ".
           ACCEPT (03, 36) W-SEMANAS WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR 01
               GO TO FECHA-SAI.
           IF W-SEMANAS < 1 OR W-SEMANAS > 52
               MOVE "* INFORME DE 01 A 52 SEMANAS *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-SEMANAS.
       ACC-ALTA.
           DISPLAY (04, 01) "   OCUPACAO ALTA (% P/ SUBIR)   : ".
           ACCEPT (04, 36) W-PCTALTA WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-SEMANAS.
           IF W-PCTALTA < 1 OR W-PCTALTA > 100
               MOVE "* PERCENTUAL INVALIDO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-ALTA.
       ACC-BAIXA.
           DISPLAY (05, 01) "   OCUPACAO BAIXA (% P/ BAIXAR) : ".
           ACCEPT (05, 36) W-PCTBAIXA WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-ALTA.
           IF W-PCTBAIXA NOT < W-PCTALTA
               MOVE "* A FAIXA BAIXA DEVE FICAR ABAIXO DA ALTA *"
                                                          TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-BAIXA.
       ACC-AJUSTE.
           DISPLAY (06, 01) "   AJUSTE MAXIMO DE PRECO (%)   : ".
           ACCEPT (06, 36) W-AJUSTE WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-BAIXA.
           IF W-AJUSTE < 1 OR W-AJUSTE > 50
               MOVE "* INFORME DE 01 A 50 POR CENTO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-AJUSTE.
      *
       CONFIRMA-001.
           MOVE "S" TO W-OPCAO
           DISPLAY (08, 01) "   GERAR AS SUGESTOES (S/N)? : ".
           ACCEPT (08, 33) W-OPCAO WITH UPDATE
           IF W-OPCAO NOT = "S" AND "s"
               GO TO ACC-SEMANAS.
           COMPUTE W-DIAS = W-SEMANAS * 7
           COMPUTE W-ORDINI = W-ORDHOJE - W-DIAS + 1
           OPEN OUTPUT CADTARTMP
           CLOSE CADTARTMP
           OPEN I-O CADTARTMP
           IF ST-TAR NOT = "00"
               MOVE "* ERRO AO ABRIR O ARQUIVO DE TRABALHO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO FECHA-SAI.
      *
      *--------------------------------------------------------------
      * PASSO 1: FORMA OS GRUPOS MARCA/MODELO/FILIAL COM A FROTA
      * ATIVA (BAIXADAS E ROUBADAS FICAM DE FORA) E SOMA AS TARIFAS
      * ATUAIS PARA A MEDIA DO GRUPO
      *--------------------------------------------------------------
      *
       P1-BIKE.
           READ CADBIKE NEXT RECORD
               AT END
                   GO TO P2-LOC
           END-READ
           IF SITUAC = "B" OR "b" OR "R" OR "r"
               GO TO P1-BIKE.
           MOVE MARCA TO MARCA-TT
           MOVE MODELO TO MODELO-TT
           MOVE CODFILIAL TO FILIAL-TT
           READ CADTARTMP
           IF ST-TAR NOT = "00"
               MOVE ZEROS TO QTDBIKE-TT SOMAHORA-TT SOMADIA-TT
                   SOMASEM-TT QTDFILA-TT TOTHRS-TT OCUP-TT PCTSUG-TT
               MOVE SPACES TO OCIOSO-TT
               ADD 1 TO QTDBIKE-TT
               ADD VALHORA TO SOMAHORA-TT
               ADD VALDIA TO SOMADIA-TT
               ADD VALSEMANA TO SOMASEM-TT
               WRITE REGTARTMP
               ADD 1 TO W-TOTGRUPOS
               GO TO P1-BIKE.
           ADD 1 TO QTDBIKE-TT
           ADD VALHORA TO SOMAHORA-TT
           ADD VALDIA TO SOMADIA-TT
           ADD VALSEMANA TO SOMASEM-TT
           REWRITE REGTARTMP
           GO TO P1-BIKE.
      *
      *--------------------------------------------------------------
      * PASSO 2: HORAS OCUPADAS -- CADA LOCACAO DO PERIODO OCUPA, A
      * PARTIR DA HORA DA RETIRADA, AS HORAS DE USO (MINUTOS
      * ARREDONDADOS PARA CIMA), DISTRIBUIDAS HORA A HORA PELO DIA DA
      * SEMANA E PELA FAIXA DE HORARIO EM QUE CAEM
      *--------------------------------------------------------------
      *
       P2-LOC.
           READ CADLOC NEXT RECORD
               AT END
                   GO TO P2-HIST
           END-READ
           MOVE FKNUM-BIKE TO W-NUMBIKE
           MOVE DIA-LOCA TO W-DIALOC
           MOVE MES-LOCA TO W-MESLOC
           MOVE ANO-LOCA TO W-ANOLOC
           MOVE HRLOCACAO TO W-HR
           MOVE HRUSO TO W-USO
           MOVE MINUSO TO W-MINUSO
           PERFORM OCUPA THRU OCUPA-FIM
           GO TO P2-LOC.
       P2-HIST.
           READ CADHISTLOC NEXT RECORD
               AT END
                   GO TO P3-RES
           END-READ
           MOVE HFKNUM-BIKE TO W-NUMBIKE
           MOVE HDIA-LOCA TO W-DIALOC
           MOVE HMES-LOCA TO W-MESLOC
           MOVE HANO-LOCA TO W-ANOLOC
           MOVE HHRLOCACAO TO W-HR
           MOVE HHRUSO TO W-USO
           MOVE HMINUSO TO W-MINUSO
           PERFORM OCUPA THRU OCUPA-FIM
           GO TO P2-HIST.
      *
       OCUPA.
           COMPUTE W-ORDLOC = (W-ANOLOC * 360) + (W-MESLOC * 30)
               + W-DIALOC
           IF W-ORDLOC < W-ORDINI OR W-ORDLOC > W-ORDHOJE
               GO TO OCUPA-FIM.
           IF W-MINUSO > ZEROS
               ADD 1 TO W-USO.
           IF W-USO = ZEROS
               GO TO OCUPA-FIM.
           MOVE W-NUMBIKE TO NUMERO
           READ CADBIKE
           IF ST-ERRO NOT = "00"
               GO TO OCUPA-FIM.
           MOVE MARCA TO MARCA-TT
           MOVE MODELO TO MODELO-TT
           MOVE CODFILIAL TO FILIAL-TT
           READ CADTARTMP
           IF ST-TAR NOT = "00"
               GO TO OCUPA-FIM.
           PERFORM CALCULA-DIASEM THRU CALCULA-DIASEM-FIM
           IF W-HR > 23
               MOVE ZEROS TO W-HR.
       OCUPA-HORA.
           COMPUTE W-FAIXA = (W-HR / 6) + 1
           ADD 1 TO HRS-TT (W-DIASEM, W-FAIXA)
           ADD 1 TO TOTHRS-TT
           ADD 1 TO W-HR
           IF W-HR > 23
               MOVE ZEROS TO W-HR
               ADD 1 TO W-DIASEM
               IF W-DIASEM > 7
                   MOVE 1 TO W-DIASEM.
           SUBTRACT 1 FROM W-USO
           IF W-USO > ZEROS
               GO TO OCUPA-HORA.
           REWRITE REGTARTMP.
       OCUPA-FIM.
           EXIT.
      *
      * DIA DA SEMANA DA RETIRADA (CONGRUENCIA DE ZELLER,
      * 1=DOMINGO ... 7=SABADO)
       CALCULA-DIASEM.
           MOVE W-DIALOC TO W-ZQ
           MOVE W-MESLOC TO W-ZM
           MOVE W-ANOLOC TO W-ZANO
           IF W-ZM < 3
               ADD 12 TO W-ZM
               SUBTRACT 1 FROM W-ZANO.
           DIVIDE W-ZANO BY 100 GIVING W-ZJ REMAINDER W-ZK
      * CADA PARCELA DE ZELLER USA DIVISAO INTEIRA (TRUNCADA)
           COMPUTE W-ZT0 = 13 * (W-ZM + 1)
           DIVIDE W-ZT0 BY 5 GIVING W-ZT1
           DIVIDE W-ZK BY 4 GIVING W-ZT2
           DIVIDE W-ZJ BY 4 GIVING W-ZT3
           COMPUTE W-ZSOMA = W-ZQ + W-ZT1 + W-ZK + W-ZT2 + W-ZT3
               + (5 * W-ZJ)
           DIVIDE W-ZSOMA BY 7 GIVING W-ZSOMA REMAINDER W-ZH
           IF W-ZH = ZEROS
               MOVE 7 TO W-DIASEM
           ELSE
               MOVE W-ZH TO W-DIASEM.
       CALCULA-DIASEM-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * PASSO 3: FILA DE RESERVA EM ABERTO (SGB011) -- A RESERVA E
      * POR MARCA/MODELO, ENTAO CONTA EM TODOS OS GRUPOS DO MODELO,
      * EM QUALQUER FILIAL
      *--------------------------------------------------------------
      *
       P3-RES.
           READ CADRESERVA NEXT RECORD
               AT END
                   GO TO REL-INICIO
           END-READ
           IF SITRESERVA NOT = "A" AND "a"
               GO TO P3-RES.
           MOVE MARCA-RESERVA TO W-MARCARES MARCA-TT
           MOVE MODELO-RESERVA TO W-MODELORES MODELO-TT
           MOVE ZEROS TO FILIAL-TT
           MOVE "N" TO W-ACHOUMOD
           START CADTARTMP KEY IS >= KEYTAR
           IF ST-TAR NOT = "00"
               GO TO P3-RES-FIM.
       P3-RES-PROX.
           READ CADTARTMP NEXT RECORD
           IF ST-TAR NOT = "00"
               GO TO P3-RES-FIM.
           IF MARCA-TT NOT = W-MARCARES OR MODELO-TT NOT = W-MODELORES
               GO TO P3-RES-FIM.
           ADD 1 TO QTDFILA-TT
           REWRITE REGTARTMP
           MOVE "S" TO W-ACHOUMOD
           GO TO P3-RES-PROX.
       P3-RES-FIM.
           IF W-ACHOUMOD = "N"
               ADD 1 TO W-FILASEMFROTA.
           GO TO P3-RES.
      *
      *--------------------------------------------------------------
      * RELATORIO: POR GRUPO, A OCUPACAO GERAL E A GRADE DIA DA
      * SEMANA X FAIXA DE HORARIO (% DAS HORAS DISPONIVEIS), AS
      * TARIFAS MEDIAS ATUAIS E A SUGESTAO:
      *   OCUPACAO >= ALTA            -> SOBE O AJUSTE MAXIMO
      *   OCUPACAO <= BAIXA, SEM FILA -> BAIXA O AJUSTE MAXIMO
      *   OCUPACAO <= BAIXA, COM FILA -> MANTEM (*OCIOSO* E *FILA*)
      *   ENTRE AS FAIXAS, COM FILA   -> SOBE METADE DO AJUSTE
      *--------------------------------------------------------------
      *
       REL-INICIO.
           PERFORM ABRE-SPOOL THRU ABRE-SPOOL-FIM.
           STRING " "
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "---- SUGESTAO DE TARIFAS POR MARCA/MODELO ----"
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           MOVE 1 TO W-PONT
           MOVE W-PCTALTA TO W-ED-PCT
           STRING "SEMANAS: " W-SEMANAS "  OCUPACAO ALTA: " W-ED-PCT
               "%" DELIMITED BY SIZE INTO W-LINSPOOL
               WITH POINTER W-PONT
           MOVE W-PCTBAIXA TO W-ED-PCT
           STRING "  BAIXA: " W-ED-PCT "%  AJUSTE MAX: " W-AJUSTE "%"
               DELIMITED BY SIZE INTO W-LINSPOOL WITH POINTER W-PONT
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           MOVE SPACES TO MARCA-TT MODELO-TT
           MOVE ZEROS TO FILIAL-TT
           START CADTARTMP KEY IS >= KEYTAR
           IF ST-TAR NOT = "00"
               GO TO REL-FIM.
       REL-PROX.
           READ CADTARTMP NEXT RECORD
           IF ST-TAR NOT = "00"
               GO TO REL-FIM.
           PERFORM APURA-GRUPO THRU APURA-GRUPO-FIM
           PERFORM IMPRIME-GRUPO THRU IMPRIME-GRUPO-FIM
           GO TO REL-PROX.
      *
       APURA-GRUPO.
           MOVE ZEROS TO PCTSUG-TT
           MOVE SPACES TO OCIOSO-TT
           COMPUTE W-CAPAC = QTDBIKE-TT * W-DIAS * 24
           COMPUTE W-CAPCEL = QTDBIKE-TT * W-SEMANAS * 6
           COMPUTE W-PCTOCUP ROUNDED = (TOTHRS-TT * 100) / W-CAPAC
           COMPUTE W-MEDHORA ROUNDED = SOMAHORA-TT / QTDBIKE-TT
           COMPUTE W-MEDDIA ROUNDED = SOMADIA-TT / QTDBIKE-TT
           COMPUTE W-MEDSEM ROUNDED = SOMASEM-TT / QTDBIKE-TT
           IF QTDFILA-TT > ZEROS
               ADD 1 TO W-TOTFILA.
           IF W-PCTOCUP NOT < W-PCTALTA
               MOVE W-AJUSTE TO PCTSUG-TT
               GO TO APURA-GRUPO-GRAVA.
           IF W-PCTOCUP NOT > W-PCTBAIXA
               MOVE "S" TO OCIOSO-TT
               ADD 1 TO W-TOTOCIOSO
               IF QTDFILA-TT = ZEROS
                   COMPUTE PCTSUG-TT = 0 - W-AJUSTE.
           IF W-PCTOCUP NOT > W-PCTBAIXA
               GO TO APURA-GRUPO-GRAVA.
           IF QTDFILA-TT > ZEROS
               COMPUTE PCTSUG-TT ROUNDED = W-AJUSTE / 2.
       APURA-GRUPO-GRAVA.
           IF PCTSUG-TT NOT = ZEROS
               ADD 1 TO W-TOTSUG.
           COMPUTE W-SUGHORA ROUNDED =
               W-MEDHORA * (100 + PCTSUG-TT) / 100
           COMPUTE W-SUGDIA ROUNDED =
               W-MEDDIA * (100 + PCTSUG-TT) / 100
           COMPUTE W-SUGSEM ROUNDED =
               W-MEDSEM * (100 + PCTSUG-TT) / 100
           REWRITE REGTARTMP.
       APURA-GRUPO-FIM.
           EXIT.
      *
       IMPRIME-GRUPO.
           STRING " "
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING MARCA-TT " " MODELO-TT "  FILIAL " FILIAL-TT
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           MOVE QTDBIKE-TT TO W-ED-QTD
           MOVE W-PCTOCUP TO W-ED-PCT
           MOVE QTDFILA-TT TO W-ED-FILA
           MOVE 1 TO W-PONT
           STRING "  BIKES: " W-ED-QTD "  OCUPACAO: " W-ED-PCT
               "%  FILA: " W-ED-FILA
               DELIMITED BY SIZE INTO W-LINSPOOL WITH POINTER W-PONT
           IF QTDFILA-TT > ZEROS
               STRING "  *FILA*"
                   DELIMITED BY SIZE INTO W-LINSPOOL
                   WITH POINTER W-PONT.
           IF OCIOSO-TT = "S"
               STRING "  *OCIOSO*"
                   DELIMITED BY SIZE INTO W-LINSPOOL
                   WITH POINTER W-PONT.
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           MOVE W-MEDHORA TO W-ED-VAL1
           MOVE W-MEDDIA TO W-ED-VAL2
           MOVE W-MEDSEM TO W-ED-VAL3
           STRING "  MEDIA ATUAL  HORA " W-ED-VAL1 "  DIA " W-ED-VAL2
               "  SEMANA " W-ED-VAL3
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "  FAIXA     DOM SEG TER QUA QUI SEX SAB"
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           MOVE ZEROS TO W-FAIXA.
       IMPRIME-GRADE.
           ADD 1 TO W-FAIXA
           IF W-FAIXA > 4
               GO TO IMPRIME-SUG.
           MOVE SPACES TO W-LINGRADE
           MOVE TABFAIXA (W-FAIXA) TO W-LGFAIXA
           MOVE ZEROS TO W-DIASEM.
       IMPRIME-CELULA.
           ADD 1 TO W-DIASEM
           IF W-DIASEM > 7
               MOVE W-LINGRADE TO W-LINSPOOL
               PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM
               GO TO IMPRIME-GRADE.
           COMPUTE W-PCTCEL ROUNDED =
               (HRS-TT (W-DIASEM, W-FAIXA) * 100) / W-CAPCEL
           MOVE W-PCTCEL TO W-LGPCT (W-DIASEM)
           GO TO IMPRIME-CELULA.
       IMPRIME-SUG.
           IF PCTSUG-TT = ZEROS
               STRING "  SUGESTAO: MANTER AS TARIFAS"
                   DELIMITED BY SIZE INTO W-LINSPOOL
               PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM
               GO TO IMPRIME-GRUPO-FIM.
           MOVE PCTSUG-TT TO W-ED-SUG
           STRING "  SUGESTAO: " W-ED-SUG "%"
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           MOVE W-SUGHORA TO W-ED-VAL1
           MOVE W-SUGDIA TO W-ED-VAL2
           MOVE W-SUGSEM TO W-ED-VAL3
           STRING "  SUGERIDO     HORA " W-ED-VAL1 "  DIA " W-ED-VAL2
               "  SEMANA " W-ED-VAL3
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
       IMPRIME-GRUPO-FIM.
           EXIT.
      *
       REL-FIM.
           STRING " "
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "GRUPOS ANALISADOS: " W-TOTGRUPOS
               "  COM SUGESTAO: " W-TOTSUG
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "GRUPOS OCIOSOS: " W-TOTOCIOSO
               "  COM FILA DE RESERVA: " W-TOTFILA
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           IF W-FILASEMFROTA > ZEROS
               STRING "RESERVAS DE MODELOS SEM FROTA ATIVA: "
                   W-FILASEMFROTA
                   DELIMITED BY SIZE INTO W-LINSPOOL
               PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "NENHUMA TARIFA FOI ALTERADA -- CADA SUGESTAO SERA"
               " APRESENTADA PARA APROVACAO"
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           PERFORM FECHA-SPOOL THRU FECHA-SPOOL-FIM.
           IF W-TOTSUG = ZEROS
               MOVE "* NENHUMA SUGESTAO DE TARIFA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO APR-FIM.
      *
      *--------------------------------------------------------------
      * APROVACAO: CADA GRUPO COM SUGESTAO E MOSTRADO NA TELA; SO O
      * APROVADO PELO GERENTE TEM AS TARIFAS DAS BIKES ALTERADAS
      *--------------------------------------------------------------
      *
           MOVE SPACES TO MARCA-TT MODELO-TT
           MOVE ZEROS TO FILIAL-TT
           START CADTARTMP KEY IS >= KEYTAR
           IF ST-TAR NOT = "00"
               GO TO APR-FIM.
       APR-PROX.
           READ CADTARTMP NEXT RECORD
           IF ST-TAR NOT = "00"
               GO TO APR-FIM.
           IF PCTSUG-TT = ZEROS
               GO TO APR-PROX.
           PERFORM APURA-GRUPO THRU APURA-GRUPO-FIM
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 01) "  * APROVACAO DE SUGESTAO DE TARIFA *"
           DISPLAY (03, 01) "   GRUPO   : " MARCA-TT " " MODELO-TT
           DISPLAY (04, 01) "   FILIAL  : " FILIAL-TT
           MOVE QTDBIKE-TT TO W-ED-QTD
           MOVE W-PCTOCUP TO W-ED-PCT
           MOVE QTDFILA-TT TO W-ED-FILA
           DISPLAY (05, 01) "   BIKES   : " W-ED-QTD
               "   OCUPACAO: " W-ED-PCT "%   FILA: " W-ED-FILA
           MOVE W-MEDHORA TO W-ED-VAL1
           MOVE W-MEDDIA TO W-ED-VAL2
           MOVE W-MEDSEM TO W-ED-VAL3
           DISPLAY (07, 01) "   MEDIA ATUAL  HORA " W-ED-VAL1
               "  DIA " W-ED-VAL2 "  SEMANA " W-ED-VAL3
           MOVE W-SUGHORA TO W-ED-VAL1
           MOVE W-SUGDIA TO W-ED-VAL2
           MOVE W-SUGSEM TO W-ED-VAL3
           DISPLAY (08, 01) "   SUGERIDO     HORA " W-ED-VAL1
               "  DIA " W-ED-VAL2 "  SEMANA " W-ED-VAL3
           MOVE PCTSUG-TT TO W-ED-SUG
           DISPLAY (10, 01) "   AJUSTE  : " W-ED-SUG
               "% SOBRE A TARIFA DE CADA BIKE DO GRUPO".
       APR-OPCAO.
           MOVE "N" TO W-OPCAO
           DISPLAY (12, 01) "   APROVA (S=SIM N=NAO F=FIM)? : ".
           ACCEPT (12, 35) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR 01
               GO TO APR-FIM.
           IF W-OPCAO = "F" OR "f"
               GO TO APR-FIM.
           IF W-OPCAO = "N" OR "n"
               GO TO APR-PROX.
           IF W-OPCAO NOT = "S" AND "s"
               MOVE "* RESPONDA S, N OU F *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO APR-OPCAO.
           ADD 1 TO W-TOTAPROV
           PERFORM APLICA-GRUPO THRU APLICA-GRUPO-FIM
           GO TO APR-PROX.
      *
       APR-FIM.
           IF W-TOTAPROV > ZEROS
               MOVE SPACES TO MENS
               STRING "* GRUPOS APROVADOS: " W-TOTAPROV
                   "  BIKES ALTERADAS: " W-TOTBIKEALT " *"
                   DELIMITED BY SIZE INTO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM.
           CLOSE CADTARTMP.
       FECHA-SAI.
           CLOSE CADBIKE CADLOC CADHISTLOC CADRESERVA CADAUDIT
               CADPRECO
           GO TO ROT-FIM.
      *
      *--------------------------------------------------------------
      * GRAVA A SUGESTAO APROVADA EM CADA BIKE ATIVA DO GRUPO, COM O
      * ANTES/DEPOIS NO CADAUDIT E A NOVA VIGENCIA NO CADPRECO
      *--------------------------------------------------------------
      *
       APLICA-GRUPO.
           MOVE ZEROS TO NUMERO
           START CADBIKE KEY IS >= NUMERO
           IF ST-ERRO NOT = "00"
               GO TO APLICA-GRUPO-FIM.
       APLICA-PROX.
           READ CADBIKE NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO APLICA-GRUPO-FIM.
           IF MARCA NOT = MARCA-TT OR MODELO NOT = MODELO-TT
                   OR CODFILIAL NOT = FILIAL-TT
               GO TO APLICA-PROX.
           IF SITUAC = "B" OR "b" OR "R" OR "r"
               GO TO APLICA-PROX.
           MOVE REGBIKE TO W-REGBIKE-ANTES
           COMPUTE VALHORA ROUNDED =
               VALHORA * (100 + PCTSUG-TT) / 100
           COMPUTE VALDIA ROUNDED =
               VALDIA * (100 + PCTSUG-TT) / 100
           COMPUTE VALSEMANA ROUNDED =
               VALSEMANA * (100 + PCTSUG-TT) / 100
           REWRITE REGBIKE
           IF ST-ERRO NOT = "00"
               GO TO APLICA-PROX.
           ADD 1 TO W-TOTBIKEALT
           PERFORM GRAVA-AUDITORIA THRU GRAVA-AUDITORIA-FIM
           PERFORM GRAVA-PRECO THRU GRAVA-PRECO-FIM
           GO TO APLICA-PROX.
       APLICA-GRUPO-FIM.
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
           MOVE "SGB136" TO PROGAUDIT
           MOVE "A" TO OPERAUDIT
           MOVE NUMERO TO CHAVEAUDIT
           MOVE W-REGBIKE-ANTES TO REGAUDIT-ANTES
           MOVE REGBIKE TO REGAUDIT-DEPOIS
           WRITE REGAUDIT.
       GRAVA-AUDITORIA-FIM.
           EXIT.
      *
       GRAVA-PRECO.
           MOVE NUMERO TO NUM-BIKE-PRECO
           MOVE W-DATAUDIT TO DTPRECO
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
           MOVE "SGB136" TO PROGSPOOL
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
