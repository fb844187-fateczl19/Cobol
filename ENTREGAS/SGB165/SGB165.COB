       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGB165.
       AUTHOR. VINICIUS ESCAME DOS SANTOS.
      *--------------------------------------------------------------
      * SUSPEITA DE FRAUDE CADASTRAL -- PASSO DA CADEIA NOTURNA
      * (SGB032). CONFERE O CADCLI INTEIRO E POE NA FILA DE REVISAO
      * (CADFRAUDE) O CPF QUE:
      *   T = TEM O MESMO TELEFONE DE OUTRO CPF
      *   E = TEM O MESMO E-MAIL DE OUTRO CPF
      *   D = TEM O MESMO CEP E COMPLEMENTO DE OUTRO CPF CADASTRADO
      *       ATE N DIAS ANTES OU DEPOIS (PARAMETRO 36, PADRAO 7; A
      *       DATA DO CADASTRO VEM DA INCLUSAO DO SGB003 NO CADAUDIT)
      *   P = CLIENTE NOVO: TODAS AS LOCACOES NUM DIA SO, DENTRO DOS
      *       ULTIMOS N DIAS, COM BIKE ELETRICA
      *   B = TEM O TELEFONE OU O E-MAIL DE UM CPF BLOQUEADO
      * CPF JA BLOQUEADO NAO ENTRA NA FILA. A SUSPEITA FICA PENDENTE
      * ATE O SUPERVISOR BLOQUEAR OU LIBERAR NO SGB085; A PENDENTE E
      * AVISADA NA ABERTURA DA LOCACAO (SGB004). SUSPEITA JA DECIDIDA
      * NAO VOLTA PARA A FILA
      *--------------------------------------------------------------
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT CADCLI
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF-CLI
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS RG-CLI
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

            SELECT CADBIKE
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUM-BIKE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS MARCA-BIKE
                                            WITH DUPLICATES.

            SELECT CADBLOQ
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF-BLOQ
                    FILE STATUS  IS ST-ERRO.

            SELECT CADAUDIT
                    ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-AUD.

            SELECT CADFRAUDE
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYFRAUDE
                    FILE STATUS  IS ST-FRD.

            SELECT CADPARAM
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-PARAM
                    FILE STATUS  IS ST-ERRO.
      *
      *--------------------------------------------------------------
      *
       DATA DIVISION.
       FILE SECTION.
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
       FD CADBIKE LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADBIKE.DAT".
       01 REGBIKE.
           03 NUM-BIKE      PIC 9(04).
           03 MARCA-BIKE    PIC X(20).
           03 MODELO-BIKE   PIC X(20).
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
           03 DATCOMPRA-BIKE.
               05 DIACOMPRA-BIKE    PIC 9(02).
               05 MESCOMPRA-BIKE    PIC 9(02).
               05 ANOCOMPRA-BIKE    PIC 9(04).
           03 DATULTUSO-BIKE.
               05 DIAULTUSO-BIKE    PIC 9(02).
               05 MESULTUSO-BIKE    PIC 9(02).
               05 ANOULTUSO-BIKE    PIC 9(04).
           03 HORASACUM     PIC 9(06).
           03 CODFILIAL     PIC 9(02).
           03 CODFILIALDESC PIC X(15).
           03 VALDIA        PIC 9(06)V99.
           03 VALSEMANA     PIC 9(06)V99.
           03 FOTOPATH      PIC X(60).
      *
       FD CADBLOQ
           VALUE OF FILE-ID IS "CADBLOQ.DAT".
       01 REGBLOQ.
           03 CPF-BLOQ        PIC 9(11).
           03 MOTIVOBLOQ      PIC X(01).
           03 DSCMOTIVOBLOQ   PIC X(20).
           03 OPERBLOQ        PIC 9(04).
           03 FILBLOQ         PIC 9(02).
           03 DTINCL-BLOQ     PIC 9(08).
           03 DTEXPIRA-BLOQ   PIC 9(08).
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
      *--------------------------------------------------------------
      * FILA DE REVISAO DE FRAUDE CADASTRAL -- UMA SUSPEITA POR CPF E
      * TIPO. SIT P = PENDENTE, L = LIBERADA, B = CPF BLOQUEADO (AS
      * DUAS ULTIMAS BAIXADAS NO SGB085)
      *--------------------------------------------------------------
      *
       FD CADFRAUDE
           VALUE OF FILE-ID IS "CADFRAUDE.DAT".
       01 REGFRAUDE.
           03 KEYFRAUDE.
               05 CPF-FRD          PIC 9(11).
               05 TIPO-FRD         PIC X(01).
           03 DSCTIPO-FRD      PIC X(20).
           03 CPFREL-FRD       PIC 9(11).
           03 DADO-FRD         PIC X(20).
           03 DTDET-FRD        PIC 9(08).
           03 DTULT-FRD        PIC 9(08).
           03 SIT-FRD          PIC X(01).
           03 DSCSIT-FRD       PIC X(10).
           03 OPER-FRD         PIC 9(04).
           03 DTBAIXA-FRD      PIC 9(08).
      *
       FD CADPARAM
           VALUE OF FILE-ID IS "CADPARAM.DAT".
       01 REGPARAM.
           03 COD-PARAM    PIC 9(02).
           03 DSC-PARAM    PIC X(25).
           03 VAL-PARAM    PIC 9(06)V9(06).
      *
      *--------------------------------------------------------------
      *
       WORKING-STORAGE SECTION.
      *
       77 ST-ERRO       PIC X(02) VALUE "00".
       77 ST-AUD        PIC X(02) VALUE "00".
       77 ST-FRD        PIC X(02) VALUE "00".
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       77 W-OKAUD       PIC X(01) VALUE "N".
       77 W-DATAHOJE    PIC 9(08) VALUE ZEROS.
       77 W-DIASJAN     PIC 9(03) VALUE 7.
       77 W-DIASREC     PIC 9(03) VALUE ZEROS.
       77 W-ULTDIAMES   PIC 9(02) VALUE ZEROS.
       77 W-ANORESTO    PIC 9(04) VALUE ZEROS.
       77 W-DTCORTE     PIC 9(08) VALUE ZEROS.
       77 W-DTLOCREF    PIC 9(08) VALUE ZEROS.
       77 W-DTVISITA    PIC 9(08) VALUE ZEROS.
       77 W-UMAVISITA   PIC X(01) VALUE "S".
       77 W-ELETRICA    PIC X(01) VALUE "N".
       77 W-BIKEELET    PIC 9(04) VALUE ZEROS.
       77 W-DTMAIOR     PIC 9(08) VALUE ZEROS.
       77 W-CPFACHA     PIC 9(11) VALUE ZEROS.
       77 W-IACHA       PIC 9(04) VALUE ZEROS.
       77 W-INI         PIC 9(04) VALUE ZEROS.
       77 W-FIM         PIC 9(04) VALUE ZEROS.
       77 W-MEIO        PIC 9(04) VALUE ZEROS.
       77 W-I           PIC 9(04) VALUE ZEROS.
       77 W-J           PIC 9(04) VALUE ZEROS.
       77 W-QTDCLI      PIC 9(04) VALUE ZEROS.
       77 W-FORA        PIC 9(06) VALUE ZEROS.
       77 W-CPFSUS      PIC 9(11) VALUE ZEROS.
       77 W-TIPOSUS     PIC X(01) VALUE SPACES.
       77 W-CPFREL      PIC 9(11) VALUE ZEROS.
       77 W-DADO        PIC X(20) VALUE SPACES.
       77 W-ITIPO       PIC 9(01) VALUE ZEROS.
       77 W-TOTNOVAS    PIC 9(06) VALUE ZEROS.
       77 W-TOTREPET    PIC 9(06) VALUE ZEROS.
       77 W-TOTDTCAD    PIC 9(06) VALUE ZEROS.
       77 W-TOTBLQ      PIC 9(06) VALUE ZEROS.
      *
      * DATA DE TRABALHO DO AVANCO/RECUO DE DIAS
       01 W-DTCAL.
           03 W-ANOCAL         PIC 9(04).
           03 W-MESCAL         PIC 9(02).
           03 W-DIACAL         PIC 9(02).
       01 W-TABDIASMES.
           03 FILLER PIC X(24) VALUE "312831303130313130313031".
       01 W-TABDIASMES-R REDEFINES W-TABDIASMES.
           03 W-DIASMES    PIC 9(02) OCCURS 12 TIMES.
      *
      * TIPOS DE SUSPEITA, NA ORDEM T E D P B
       01 TTTIPOSUS.
           03 FILLER PIC X(21) VALUE "TMESMO TELEFONE      ".
           03 FILLER PIC X(21) VALUE "EMESMO E-MAIL        ".
           03 FILLER PIC X(21) VALUE "DMESMO ENDERECO      ".
           03 FILLER PIC X(21) VALUE "PELETRICA 1A VISITA  ".
           03 FILLER PIC X(21) VALUE "BLIGADO A BLOQUEADO  ".
       01 TTABTIPOSUS REDEFINES TTTIPOSUS.
           03 TTS-ITEM OCCURS 5 TIMES.
               05 TTS-TIPO     PIC X(01).
               05 TTS-DSC      PIC X(20).
      *
      * CLIENTES DO CADCLI NA ORDEM DO CPF (VIDE ACHA-CPF). TC-BLQ S
      * = CPF COM BLOQUEIO ATIVO NO CADBLOQ
       01 TAB-CLI.
           03 TC-ITEM OCCURS 5000 TIMES.
               05 TC-CPF        PIC 9(11).
               05 TC-TEL        PIC 9(11).
               05 TC-EMAIL      PIC X(20).
               05 TC-CEP        PIC 9(08).
               05 TC-COMPL      PIC X(13).
               05 TC-DTCAD      PIC 9(08).
               05 TC-BLQ        PIC X(01).
      *
      *--------------------------------------------------------------
      *
       PROCEDURE DIVISION.
       INICIO.
       INC-OP0.
           PERFORM LE-PARAMETROS THRU LE-PARAMETROS-FIM
           OPEN INPUT CADCLI
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO AO ABRIR O ARQUIVO CADCLI.DAT *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIMP.
           OPEN INPUT CADLOC
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO AO ABRIR O ARQUIVO CADLOC.DAT *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADCLI
               GO TO ROT-FIMP.
           OPEN INPUT CADBIKE
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO AO ABRIR O ARQUIVO CADBIKE.DAT *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADCLI CADLOC
               GO TO ROT-FIMP.
           OPEN INPUT CADBLOQ
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                   OPEN OUTPUT CADBLOQ
                   CLOSE CADBLOQ
                   OPEN INPUT CADBLOQ
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQUIVO CADBLOQ.DAT *"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADCLI CADLOC CADBIKE
                   GO TO ROT-FIMP.
           OPEN I-O CADFRAUDE
           IF ST-FRD NOT = "00"
               IF ST-FRD = "30" OR "35"
                   OPEN OUTPUT CADFRAUDE
                   CLOSE CADFRAUDE
                   OPEN I-O CADFRAUDE
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQ CADFRAUDE.DAT *"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADCLI CADLOC CADBIKE CADBLOQ
                   GO TO ROT-FIMP.
           MOVE "N" TO W-OKAUD
           OPEN INPUT CADAUDIT
           IF ST-AUD = "00"
               MOVE "S" TO W-OKAUD.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           MOVE W-DATAHOJE TO W-DTCAL
           MOVE W-DIASJAN TO W-DIASREC.
       INC-CORTE.
           IF W-DIASREC NOT = ZEROS
               PERFORM RECUA-DIA THRU RECUA-DIA-FIM
               SUBTRACT 1 FROM W-DIASREC
               GO TO INC-CORTE.
           MOVE W-DTCAL TO W-DTCORTE
           PERFORM CARREGA-CLI THRU CARREGA-CLI-FIM
           PERFORM CARREGA-DTCAD THRU CARREGA-DTCAD-FIM
           PERFORM MARCA-BLOQ THRU MARCA-BLOQ-FIM
           MOVE ZEROS TO W-TOTNOVAS W-TOTREPET
           DISPLAY " ".
           DISPLAY "---- SUSPEITA DE FRAUDE CADASTRAL - " W-DATAHOJE
               " ----".
           DISPLAY "JANELA DE DIAS: " W-DIASJAN "  CLIENTES: " W-QTDCLI
               "  FORA DA TABELA: " W-FORA.
           DISPLAY "CPF         TIPO                 CPF LIGADO  DADO".
           IF W-QTDCLI < 2
               GO TO VISITAS-INI.
           MOVE 1 TO W-I.
      *
      *--------------------------------------------------------------
      * PARES DE CLIENTES (CADA PAR UMA VEZ SO): TELEFONE, E-MAIL E
      * ENDERECO. COM UM LADO BLOQUEADO, O OUTRO VIRA TIPO B
      *--------------------------------------------------------------
      *
       PARES-I.
           COMPUTE W-J = W-I + 1.
       PARES-J.
           PERFORM COMPARA-PAR THRU COMPARA-PAR-FIM
           IF W-J < W-QTDCLI
               ADD 1 TO W-J
               GO TO PARES-J.
           ADD 1 TO W-I
           IF W-I < W-QTDCLI
               GO TO PARES-I.
      *
      *--------------------------------------------------------------
      * CLIENTE NOVO COM ELETRICA: TODAS AS LOCACOES DO CPF NO MESMO
      * DIA, A PARTIR DO CORTE, E AO MENOS UMA BIKE DE CATEGORIA E
      *--------------------------------------------------------------
      *
       VISITAS-INI.
           IF W-QTDCLI = ZEROS
               GO TO REL-FIM.
           MOVE 1 TO W-I.
       VISITAS-PROX.
           IF TC-BLQ (W-I) = "N"
               PERFORM PRIMEIRA-VISITA THRU PRIMEIRA-VISITA-FIM.
           IF W-I < W-QTDCLI
               ADD 1 TO W-I
               GO TO VISITAS-PROX.
      *
       REL-FIM.
           DISPLAY " ".
           DISPLAY "CLIENTES CONFERIDOS..........: " W-QTDCLI.
           DISPLAY "CLIENTES COM DATA DE CADASTRO: " W-TOTDTCAD.
           DISPLAY "CPFS BLOQUEADOS..............: " W-TOTBLQ.
           DISPLAY "SUSPEITAS NOVAS NA FILA......: " W-TOTNOVAS.
           DISPLAY "SUSPEITAS PENDENTES REVISTAS.: " W-TOTREPET.
           CLOSE CADCLI CADLOC CADBIKE CADBLOQ CADFRAUDE
           IF W-OKAUD = "S"
               CLOSE CADAUDIT.
           GO TO ROT-FIMP.
      *
      *--------------------------------------------------------------
      * CARGA DO CADCLI NA TABELA (ATE 5000 CLIENTES, O RESTO E SO
      * CONTADO)
      *--------------------------------------------------------------
      *
       CARREGA-CLI.
           MOVE ZEROS TO W-QTDCLI W-FORA CPF-CLI
           START CADCLI KEY IS >= CPF-CLI
           IF ST-ERRO NOT = "00"
               GO TO CARREGA-CLI-FIM.
       CARREGA-CLI-PROX.
           READ CADCLI NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO CARREGA-CLI-FIM.
           IF W-QTDCLI NOT < 5000
               ADD 1 TO W-FORA
               GO TO CARREGA-CLI-PROX.
           ADD 1 TO W-QTDCLI
           MOVE CPF-CLI TO TC-CPF (W-QTDCLI)
           MOVE TEL-CLI TO TC-TEL (W-QTDCLI)
           MOVE EMAIL-CLI TO TC-EMAIL (W-QTDCLI)
           MOVE FKCEP TO TC-CEP (W-QTDCLI)
           MOVE COMPLEM-CLI TO TC-COMPL (W-QTDCLI)
           MOVE ZEROS TO TC-DTCAD (W-QTDCLI)
           MOVE "N" TO TC-BLQ (W-QTDCLI)
           GO TO CARREGA-CLI-PROX.
       CARREGA-CLI-FIM.
           EXIT.
      *
      * DATA DO CADASTRO: INCLUSAO DO CLIENTE NO SGB003 (A ULTIMA, SE
      * O CPF FOI EXCLUIDO E INCLUIDO DE NOVO). CLIENTE ANTERIOR A
      * TRILHA FICA SEM DATA E NAO ENTRA NA REGRA DO ENDERECO
       CARREGA-DTCAD.
           MOVE ZEROS TO W-TOTDTCAD
           IF W-OKAUD NOT = "S"
               GO TO CARREGA-DTCAD-FIM.
       CARREGA-DTCAD-PROX.
           READ CADAUDIT
           IF ST-AUD NOT = "00"
               GO TO CARREGA-DTCAD-FIM.
           IF PROGAUDIT NOT = "SGB003" OR OPERAUDIT NOT = "I"
               GO TO CARREGA-DTCAD-PROX.
           IF CHAVEAUDIT (1:11) NOT NUMERIC
               GO TO CARREGA-DTCAD-PROX.
           MOVE CHAVEAUDIT (1:11) TO W-CPFACHA
           PERFORM ACHA-CPF THRU ACHA-CPF-FIM
           IF W-IACHA = ZEROS
               GO TO CARREGA-DTCAD-PROX.
           IF TC-DTCAD (W-IACHA) = ZEROS
               ADD 1 TO W-TOTDTCAD.
           MOVE DTAUDIT TO TC-DTCAD (W-IACHA)
           GO TO CARREGA-DTCAD-PROX.
       CARREGA-DTCAD-FIM.
           EXIT.
      *
      * BLOQUEIOS ATIVOS DO CADBLOQ (VALIDADE VENCIDA NAO CONTA)
       MARCA-BLOQ.
           MOVE ZEROS TO W-TOTBLQ CPF-BLOQ
           START CADBLOQ KEY IS >= CPF-BLOQ
           IF ST-ERRO NOT = "00"
               GO TO MARCA-BLOQ-FIM.
       MARCA-BLOQ-PROX.
           READ CADBLOQ NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO MARCA-BLOQ-FIM.
           IF DTEXPIRA-BLOQ NOT = ZEROS
                   AND DTEXPIRA-BLOQ < W-DATAHOJE
               GO TO MARCA-BLOQ-PROX.
           MOVE CPF-BLOQ TO W-CPFACHA
           PERFORM ACHA-CPF THRU ACHA-CPF-FIM
           IF W-IACHA NOT = ZEROS
               MOVE "S" TO TC-BLQ (W-IACHA)
               ADD 1 TO W-TOTBLQ.
           GO TO MARCA-BLOQ-PROX.
       MARCA-BLOQ-FIM.
           EXIT.
      *
      * BUSCA BINARIA DE W-CPFACHA NA TABELA; W-IACHA ZERO = NAO ACHOU
       ACHA-CPF.
           MOVE ZEROS TO W-IACHA
           IF W-QTDCLI = ZEROS
               GO TO ACHA-CPF-FIM.
           MOVE 1 TO W-INI
           MOVE W-QTDCLI TO W-FIM.
       ACHA-CPF-PROX.
           IF W-INI > W-FIM
               GO TO ACHA-CPF-FIM.
           COMPUTE W-MEIO = (W-INI + W-FIM) / 2
           IF TC-CPF (W-MEIO) = W-CPFACHA
               MOVE W-MEIO TO W-IACHA
               GO TO ACHA-CPF-FIM.
           IF TC-CPF (W-MEIO) < W-CPFACHA
               COMPUTE W-INI = W-MEIO + 1
           ELSE
               IF W-MEIO = 1
                   GO TO ACHA-CPF-FIM
               ELSE
                   COMPUTE W-FIM = W-MEIO - 1.
           GO TO ACHA-CPF-PROX.
       ACHA-CPF-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * PAR W-I / W-J
      *--------------------------------------------------------------
      *
       COMPARA-PAR.
           IF TC-BLQ (W-I) = "S" AND TC-BLQ (W-J) = "S"
               GO TO COMPARA-PAR-FIM.
           IF TC-TEL (W-I) = ZEROS OR TC-TEL (W-I) NOT = TC-TEL (W-J)
               GO TO COMPARA-PAR-EMAIL.
           MOVE TC-TEL (W-I) TO W-DADO
           MOVE "T" TO W-TIPOSUS
           PERFORM MARCA-PAR THRU MARCA-PAR-FIM.
       COMPARA-PAR-EMAIL.
           IF TC-EMAIL (W-I) = SPACES
                   OR TC-EMAIL (W-I) NOT = TC-EMAIL (W-J)
               GO TO COMPARA-PAR-ENDER.
           MOVE TC-EMAIL (W-I) TO W-DADO
           MOVE "E" TO W-TIPOSUS
           PERFORM MARCA-PAR THRU MARCA-PAR-FIM.
       COMPARA-PAR-ENDER.
           IF TC-BLQ (W-I) = "S" OR TC-BLQ (W-J) = "S"
               GO TO COMPARA-PAR-FIM.
           IF TC-CEP (W-I) = ZEROS OR TC-CEP (W-I) NOT = TC-CEP (W-J)
               GO TO COMPARA-PAR-FIM.
           IF TC-COMPL (W-I) NOT = TC-COMPL (W-J)
               GO TO COMPARA-PAR-FIM.
           IF TC-DTCAD (W-I) = ZEROS OR TC-DTCAD (W-J) = ZEROS
               GO TO COMPARA-PAR-FIM.
           IF TC-DTCAD (W-I) < TC-DTCAD (W-J)
               MOVE TC-DTCAD (W-I) TO W-DTCAL
               MOVE TC-DTCAD (W-J) TO W-DTMAIOR
           ELSE
               MOVE TC-DTCAD (W-J) TO W-DTCAL
               MOVE TC-DTCAD (W-I) TO W-DTMAIOR.
           MOVE W-DIASJAN TO W-DIASREC.
       COMPARA-PAR-JANELA.
           IF W-DIASREC NOT = ZEROS
               PERFORM AVANCA-DIA THRU AVANCA-DIA-FIM
               SUBTRACT 1 FROM W-DIASREC
               GO TO COMPARA-PAR-JANELA.
           IF W-DTMAIOR > W-DTCAL
               GO TO COMPARA-PAR-FIM.
           MOVE SPACES TO W-DADO
           MOVE TC-CEP (W-I) TO W-DADO (1:8)
           MOVE TC-COMPL (W-I) TO W-DADO (10:11)
           MOVE "D" TO W-TIPOSUS
           PERFORM MARCA-PAR THRU MARCA-PAR-FIM.
       COMPARA-PAR-FIM.
           EXIT.
      *
      * GRAVA A SUSPEITA W-TIPOSUS NOS DOIS LADOS DO PAR; SE UM LADO
      * ESTA BLOQUEADO, SO O OUTRO, COMO TIPO B
       MARCA-PAR.
           IF TC-BLQ (W-I) = "S"
               MOVE "B" TO W-TIPOSUS
               MOVE TC-CPF (W-J) TO W-CPFSUS
               MOVE TC-CPF (W-I) TO W-CPFREL
               PERFORM GRAVA-SUSPEITA THRU GRAVA-SUSPEITA-FIM
               GO TO MARCA-PAR-FIM.
           IF TC-BLQ (W-J) = "S"
               MOVE "B" TO W-TIPOSUS
               MOVE TC-CPF (W-I) TO W-CPFSUS
               MOVE TC-CPF (W-J) TO W-CPFREL
               PERFORM GRAVA-SUSPEITA THRU GRAVA-SUSPEITA-FIM
               GO TO MARCA-PAR-FIM.
           MOVE TC-CPF (W-I) TO W-CPFSUS
           MOVE TC-CPF (W-J) TO W-CPFREL
           PERFORM GRAVA-SUSPEITA THRU GRAVA-SUSPEITA-FIM
           MOVE TC-CPF (W-J) TO W-CPFSUS
           MOVE TC-CPF (W-I) TO W-CPFREL
           PERFORM GRAVA-SUSPEITA THRU GRAVA-SUSPEITA-FIM.
       MARCA-PAR-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * LOCACOES DO CLIENTE W-I PELO CPF: UM DIA SO (A PRIMEIRA
      * VISITA), NAO ANTERIOR AO CORTE, COM ALGUMA ELETRICA
      *--------------------------------------------------------------
      *
       PRIMEIRA-VISITA.
           MOVE "S" TO W-UMAVISITA
           MOVE "N" TO W-ELETRICA
           MOVE ZEROS TO W-DTVISITA W-BIKEELET
           MOVE TC-CPF (W-I) TO FKCPF-CLI
           START CADLOC KEY IS = FKCPF-CLI
           IF ST-ERRO NOT = "00"
               GO TO PRIMEIRA-VISITA-FIM.
       PRIMEIRA-VISITA-PROX.
           READ CADLOC NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO PRIMEIRA-VISITA-FECHA.
           IF FKCPF-CLI NOT = TC-CPF (W-I)
               GO TO PRIMEIRA-VISITA-FECHA.
           MOVE ANO-LOCA TO W-DTLOCREF (1:4)
           MOVE MES-LOCA TO W-DTLOCREF (5:2)
           MOVE DIA-LOCA TO W-DTLOCREF (7:2)
           IF W-DTLOCREF < W-DTCORTE
               GO TO PRIMEIRA-VISITA-FIM.
           IF W-DTVISITA = ZEROS
               MOVE W-DTLOCREF TO W-DTVISITA.
           IF W-DTLOCREF NOT = W-DTVISITA
               GO TO PRIMEIRA-VISITA-FIM.
           IF W-ELETRICA = "S"
               GO TO PRIMEIRA-VISITA-PROX.
           MOVE FKNUM-BIKE TO NUM-BIKE
           READ CADBIKE
           IF ST-ERRO = "00" AND (CATEG = "E" OR "e")
               MOVE "S" TO W-ELETRICA
               MOVE FKNUM-BIKE TO W-BIKEELET.
           GO TO PRIMEIRA-VISITA-PROX.
       PRIMEIRA-VISITA-FECHA.
           IF W-DTVISITA = ZEROS OR W-ELETRICA NOT = "S"
               GO TO PRIMEIRA-VISITA-FIM.
           MOVE SPACES TO W-DADO
           MOVE W-DTVISITA TO W-DADO (1:8)
           MOVE "BIKE" TO W-DADO (10:4)
           MOVE W-BIKEELET TO W-DADO (15:4)
           MOVE "P" TO W-TIPOSUS
           MOVE TC-CPF (W-I) TO W-CPFSUS
           MOVE ZEROS TO W-CPFREL
           PERFORM GRAVA-SUSPEITA THRU GRAVA-SUSPEITA-FIM.
       PRIMEIRA-VISITA-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * GRAVACAO NA FILA: SUSPEITA NOVA ENTRA PENDENTE; PENDENTE JA
      * NA FILA SO TEM A DATA DA ULTIMA DETECCAO ATUALIZADA; JA
      * LIBERADA OU BLOQUEADA NAO E MEXIDA
      *--------------------------------------------------------------
      *
       GRAVA-SUSPEITA.
           MOVE W-CPFSUS TO CPF-FRD
           MOVE W-TIPOSUS TO TIPO-FRD
           READ CADFRAUDE
           IF ST-FRD = "00"
               IF SIT-FRD NOT = "P" OR DTULT-FRD = W-DATAHOJE
                   GO TO GRAVA-SUSPEITA-FIM
               ELSE
                   MOVE W-DATAHOJE TO DTULT-FRD
                   REWRITE REGFRAUDE
                   ADD 1 TO W-TOTREPET
                   GO TO GRAVA-SUSPEITA-FIM.
           MOVE 1 TO W-ITIPO.
       GRAVA-SUSPEITA-TIPO.
           IF TTS-TIPO (W-ITIPO) NOT = W-TIPOSUS AND W-ITIPO < 5
               ADD 1 TO W-ITIPO
               GO TO GRAVA-SUSPEITA-TIPO.
           MOVE W-CPFSUS TO CPF-FRD
           MOVE W-TIPOSUS TO TIPO-FRD
           MOVE TTS-DSC (W-ITIPO) TO DSCTIPO-FRD
           MOVE W-CPFREL TO CPFREL-FRD
           MOVE W-DADO TO DADO-FRD
           MOVE W-DATAHOJE TO DTDET-FRD DTULT-FRD
           MOVE "P" TO SIT-FRD
           MOVE "PENDENTE  " TO DSCSIT-FRD
           MOVE ZEROS TO OPER-FRD DTBAIXA-FRD
           WRITE REGFRAUDE
           IF ST-FRD NOT = "00"
               GO TO GRAVA-SUSPEITA-FIM.
           ADD 1 TO W-TOTNOVAS
           DISPLAY CPF-FRD " " DSCTIPO-FRD " " CPFREL-FRD " "
               DADO-FRD.
       GRAVA-SUSPEITA-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * AVANCO E RECUO DE UM DIA EM W-DTCAL (MESMA CONTA DO SGB055)
      *--------------------------------------------------------------
      *
       AVANCA-DIA.
           MOVE W-DIASMES (W-MESCAL) TO W-ULTDIAMES
           IF W-MESCAL = 02
               DIVIDE W-ANOCAL BY 4 GIVING W-ANORESTO
               COMPUTE W-ANORESTO = W-ANOCAL - (W-ANORESTO * 4)
               IF W-ANORESTO = ZEROS
                   MOVE 29 TO W-ULTDIAMES.
           IF W-DIACAL < W-ULTDIAMES
               ADD 1 TO W-DIACAL
               GO TO AVANCA-DIA-FIM.
           MOVE 01 TO W-DIACAL
           IF W-MESCAL < 12
               ADD 1 TO W-MESCAL
           ELSE
               MOVE 01 TO W-MESCAL
               ADD 1 TO W-ANOCAL.
       AVANCA-DIA-FIM.
           EXIT.
      *
       RECUA-DIA.
           IF W-DIACAL > 01
               SUBTRACT 1 FROM W-DIACAL
               GO TO RECUA-DIA-FIM.
           IF W-MESCAL > 01
               SUBTRACT 1 FROM W-MESCAL
           ELSE
               MOVE 12 TO W-MESCAL
               SUBTRACT 1 FROM W-ANOCAL.
           MOVE W-DIASMES (W-MESCAL) TO W-ULTDIAMES
           IF W-MESCAL = 02
               DIVIDE W-ANOCAL BY 4 GIVING W-ANORESTO
               COMPUTE W-ANORESTO = W-ANOCAL - (W-ANORESTO * 4)
               IF W-ANORESTO = ZEROS
                   MOVE 29 TO W-ULTDIAMES.
           MOVE W-ULTDIAMES TO W-DIACAL.
       RECUA-DIA-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * PARAMETRO 36 DO CADPARAM (SGB036): JANELA EM DIAS. AUSENTE OU
      * ZERADO MANTEM O PADRAO
      *--------------------------------------------------------------
      *
       LE-PARAMETROS.
           OPEN INPUT CADPARAM
           IF ST-ERRO NOT = "00"
               GO TO LE-PARAMETROS-FIM.
           MOVE 36 TO COD-PARAM
           READ CADPARAM
           IF ST-ERRO = "00" AND VAL-PARAM NOT = ZEROS
                   AND VAL-PARAM NOT > 365
               MOVE VAL-PARAM TO W-DIASJAN.
           CLOSE CADPARAM.
       LE-PARAMETROS-FIM.
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
