       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGB159.
       AUTHOR. VINICIUS ESCAME DOS SANTOS.
      *--------------------------------------------------------------
      * GUARDA DE BIKE DE CLIENTE (CADGUARDA.DAT) -- O CLIENTE DEIXA
      * A BIKE DELE ESTACIONADA NO RACK DA FILIAL, EM VAGA PROPRIA DA
      * GUARDA (PARAMETRO 31 = VAGAS POR FILIAL), SEPARADAS DAS VAGAS
      * DA FROTA (VAGASRACK-FIL). NUMERACAO DA SERIE "GUARDA" DO
      * CADCONTROLE; CADA ENTRADA E SAIDA GANHA UM TICKET NUMERADO DA
      * SERIE "TKGUARDA", IMPRESSO NO SPOOL (SGB038):
      *   E = ENTRADA: CLIENTE DO CADCLI, FILIAL, DESCRICAO E FOTO DA
      *       BIKE, VAGA E PLANO. D = DIARIA (PAGA NA SAIDA PELOS DIAS
      *       GUARDADOS), M = MENSAL (FATURADA MES A MES), P = PRE-PAGO
      *       (OS DIAS CONTRATADOS SAO PAGOS NA ENTRADA)
      *   S = SAIDA: DIARIA COBRA OS DIAS; PRE-PAGO COBRA OS DIAS QUE
      *       PASSARAM DO CONTRATADO; MENSAL FATURA O MES DA SAIDA SE
      *       AINDA NAO FOI FATURADO
      *   F = FATURAMENTO MENSAL: PARA CADA GUARDA MENSAL ATIVA GRAVA
      *       A MENSALIDADE DO MES COMO PARCELA ABERTA NO CADPAG (UMA
      *       POR GUARDA/MES, RERODAVEL SEM DUPLICAR, COMO O SGB052)
      *   O = OCUPACAO DA FILIAL: VAGAS OCUPADAS E LIVRES E AS BIKES
      *       QUE PASSARAM DO PRAZO DO PLANO
      * VALORES: PARAMETRO 32 = DIARIA, 33 = MENSALIDADE
      * NO CADPAG A GUARDA E ANCORADA NA CHAVE DE LOCACAO CPF + BIKE
      * 0000 + DATA/HORA DA ENTRADA, COMO A OFICINA DO SGB152
      *--------------------------------------------------------------
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT CADGUARDA
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMGUARDA
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CPF-GUA
                                            WITH DUPLICATES.

            SELECT CADCLI
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF-CLI
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS RG-CLI
                                            WITH DUPLICATES.

            SELECT CADFUNC
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-FUNC
                    FILE STATUS  IS ST-ERRO.

            SELECT CADFILIAL
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-FILIAL
                    FILE STATUS  IS ST-ERRO.

            SELECT CADPAG
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPAG
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS KEYLOCACAO-PAG
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
      *
      *--------------------------------------------------------------
      * BIKE DE CLIENTE GUARDADA. PLANO-GUA D = DIARIA, M = MENSAL,
      * P = PRE-PAGO; QTDPER-GUA = DIAS (D/P) OU MESES (M)
      * CONTRATADOS; VALPLANO-GUA = DIARIA (D/P) OU MENSALIDADE (M)
      * DA ENTRADA; DTLIMITE-GUA = FIM DO PERIODO CONTRATADO (MES DE
      * 30 DIAS); VALCOBR-GUA = TOTAL JA LANCADO NO CADPAG;
      * ULTFAT-GUA = ULTIMO MES FATURADO (AAAAMM). SITGUA G = GUARDADA,
      * R = RETIRADA
      *--------------------------------------------------------------
      *
       FD CADGUARDA
           VALUE OF FILE-ID IS "CADGUARDA.DAT".
       01 REGGUARDA.
           03 NUMGUARDA        PIC 9(06).
           03 CPF-GUA          PIC 9(11).
           03 CODFIL-GUA       PIC 9(02).
           03 VAGA-GUA         PIC 9(04).
           03 DSCBIKE-GUA      PIC X(40).
           03 FOTO-GUA         PIC X(60).
           03 PLANO-GUA        PIC X(01).
           03 DSCPLANO-GUA     PIC X(10).
           03 QTDPER-GUA       PIC 9(03).
           03 VALPLANO-GUA     PIC 9(06)V99.
           03 FORMA-GUA        PIC X(01).
           03 DTENT-GUA        PIC 9(08).
           03 HRENT-GUA        PIC 9(04).
           03 DTLIMITE-GUA     PIC 9(08).
           03 DTSAI-GUA        PIC 9(08).
           03 HRSAI-GUA        PIC 9(04).
           03 DIAS-GUA         PIC 9(04).
           03 VALCOBR-GUA      PIC 9(06)V99.
           03 QTDFAT-GUA       PIC 9(02).
           03 ULTFAT-GUA       PIC 9(06).
           03 TKTENT-GUA       PIC 9(06).
           03 TKTSAI-GUA       PIC 9(06).
           03 OPERENT-GUA      PIC 9(04).
           03 OPERSAI-GUA      PIC 9(04).
           03 SITGUA           PIC X(01).
           03 DSCSITGUA        PIC X(10).
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
       FD CADFUNC
               VALUE OF FILE-ID IS "CADFUNC.DAT".
       01 REGFUNC.
                03 COD-FUNC        PIC 9(04).
                03 NOME-FUNC       PIC X(30).
                03 SITUAC-FUNC     PIC X(01).
                03 DSCSITUAC-FUNC  PIC X(08).
                03 SENHA-FUNC      PIC X(08).
                03 PERFIL-FUNC     PIC X(01).
                03 DTVALSENHA      PIC 9(08).
      *
       FD CADFILIAL
           VALUE OF FILE-ID IS "CADFILIAL.DAT".
       01 REGFILIAL.
           03 COD-FILIAL      PIC 9(02).
           03 NOME-FILIAL     PIC X(15).
           03 FKCEP-FIL       PIC 9(08).
           03 NUM-FIL         PIC 9(05).
           03 COMPLEM-FIL     PIC X(13).
           03 TEL-FIL         PIC 9(11).
           03 HORARIO-FIL OCCURS 7 TIMES.
               05 HRABRE-FIL  PIC 9(04).
               05 HRFECHA-FIL PIC 9(04).
           03 GERENTE-FIL     PIC 9(04).
           03 VAGASRACK-FIL   PIC 9(04).
           03 SITUAC-FIL      PIC X(01).
      *
       FD CADPAG LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADPAG.DAT".
       01 REGPAG.
           03 KEYPAG.
               05 KEYLOCACAO-PAG.
                   07 FKCPF-CLI-PAG    PIC 9(11).
                   07 FKNUM-BIKE-PAG   PIC 9(04).
                   07 DTLOCACAO-PAG.
                       09 DIA-LOCA-PAG     PIC 9(02).
                       09 MES-LOCA-PAG     PIC 9(02).
                       09 ANO-LOCA-PAG     PIC 9(04).
                   07 HRLOCACAO-PAG    PIC 9(02).
                   07 MINLOCACAO-PAG   PIC 9(02).
               05 SEQ-PAG          PIC 9(04).
           03 FORMAPAG         PIC X(01).
           03 FORMAPAGDESC     PIC X(10).
           03 VALORPAG         PIC 9(06)V99.
           03 NUMPARCELA       PIC 9(02).
           03 TOTPARCELAS      PIC 9(02).
           03 DTVENCTO         PIC 9(08).
           03 SITPARC          PIC X(01).
           03 DSCSITPARC       PIC X(08).
           03 DTPAGTO          PIC 9(08).
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
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-CONF        PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 W-OPER        PIC 9(04) VALUE ZEROS.
       77 W-DTHOJE      PIC 9(08) VALUE ZEROS.
       77 W-ACHOU       PIC X(01) VALUE "N".
       77 W-NUMGUA      PIC 9(06) VALUE ZEROS.
       77 W-TICKET      PIC 9(06) VALUE ZEROS.
       77 W-DSCTKT      PIC X(07) VALUE SPACES.
       77 W-FLAG        PIC X(09) VALUE SPACES.
       77 W-ED-VAL      PIC ZZZ.ZZ9,99.
       77 W-ED-VAL2     PIC ZZZ.ZZ9,99.
       77 W-QTDOCUP     PIC 9(04) VALUE ZEROS.
       77 W-QTDLIVRE    PIC 9(04) VALUE ZEROS.
       77 W-QTDEXC      PIC 9(04) VALUE ZEROS.
       77 W-TOTFAT      PIC 9(06) VALUE ZEROS.
       77 W-VALTOTAL    PIC 9(08)V99 VALUE ZEROS.
      *
      * DADOS DA ENTRADA, GUARDADOS FORA DO REGISTRO PORQUE A
      * CONFERENCIA DA VAGA PERCORRE O CADGUARDA
       77 W-CPFGUA      PIC 9(11) VALUE ZEROS.
       77 W-CODFIL      PIC 9(02) VALUE ZEROS.
       77 W-VAGA        PIC 9(04) VALUE ZEROS.
       77 W-DSCBIKE     PIC X(40) VALUE SPACES.
       77 W-FOTO        PIC X(60) VALUE SPACES.
       77 W-PLANO       PIC X(01) VALUE SPACES.
       77 W-DSCPLANO    PIC X(10) VALUE SPACES.
       77 W-QTDPER      PIC 9(03) VALUE ZEROS.
       77 W-VALPLANO    PIC 9(06)V99 VALUE ZEROS.
       77 W-FORMA       PIC X(01) VALUE SPACES.
      *
      * COBRANCA LANCADA NO CADPAG (VIDE GRAVA-PAGAMENTO)
       77 W-VALCOBR     PIC 9(06)V99 VALUE ZEROS.
       77 W-SITPAG      PIC X(01) VALUE SPACES.
       77 W-DTVENC      PIC 9(08) VALUE ZEROS.
       77 W-NUMPARC     PIC 9(02) VALUE ZEROS.
       77 W-TOTPARC     PIC 9(02) VALUE ZEROS.
       77 W-DIASEXC     PIC 9(04) VALUE ZEROS.
      *
      * PARAMETROS DO CADPARAM: 31 = VAGAS DA GUARDA POR FILIAL,
      * 32 = VALOR DA DIARIA, 33 = VALOR DA MENSALIDADE
       77 W-VAGAS       PIC 9(04) VALUE 20.
       77 W-VALDIARIA   PIC 9(06)V99 VALUE 15,00.
       77 W-VALMENSAL   PIC 9(06)V99 VALUE 200,00.
      *
       01 W-HORAATU     PIC 9(08) VALUE ZEROS.
       01 W-HORAATU-R REDEFINES W-HORAATU.
           03 W-HHMMATU     PIC 9(04).
           03 FILLER        PIC 9(04).
       01 W-ANOMES      PIC 9(06) VALUE ZEROS.
       01 W-ANOMES-R REDEFINES W-ANOMES.
           03 W-ANOFAT     PIC 9(04).
           03 W-MESFAT     PIC 9(02).
      *
      * CHAVE DE ANCORAGEM DA GUARDA NO CADPAG, NO FORMATO DA CHAVE
      * DE LOCACAO (DATA DDMMAAAA)
       01 W-CHAVEGUA.
           03 W-CPFCHAVE    PIC 9(11).
           03 W-BIKECHAVE   PIC 9(04).
           03 W-DIACHAVE    PIC 9(02).
           03 W-MESCHAVE    PIC 9(02).
           03 W-ANOCHAVE    PIC 9(04).
           03 W-HHMMCHAVE   PIC 9(04).
       01 W-DTENT-R     PIC 9(08) VALUE ZEROS.
       01 W-DTENT-RR REDEFINES W-DTENT-R.
           03 W-ANOENT      PIC 9(04).
           03 W-MESENT      PIC 9(02).
           03 W-DIAENT      PIC 9(02).
      *
      * CONVERSAO 30/360 PARA OS DIAS GUARDADOS (MESMA TECNICA DO
      * SGB152)
       01 W-DTCALC      PIC 9(08) VALUE ZEROS.
       01 W-DTCALC-R REDEFINES W-DTCALC.
           03 W-ANOCALC     PIC 9(04).
           03 W-MESCALC     PIC 9(02).
           03 W-DIACALC     PIC 9(02).
       77 W-ORDCALC     PIC 9(08) VALUE ZEROS.
       77 W-ORDENT      PIC 9(08) VALUE ZEROS.
       77 W-DIAS        PIC S9(06) VALUE ZEROS.
      *
      * FIM DO PERIODO CONTRATADO EM DIAS CORRIDOS DO CALENDARIO
      * (VIDE AVANCA-PRAZO DO SGB156), A PARTIR DA ENTRADA
       77 W-NDIAS       PIC 9(05) VALUE ZEROS.
       77 W-IXDIA       PIC 9(05) VALUE ZEROS.
       77 W-ULTDIAMES   PIC 9(02) VALUE ZEROS.
       77 W-ANORESTO    PIC 9(04) VALUE ZEROS.
       01 W-DTPRAZO     PIC 9(08) VALUE ZEROS.
       01 W-DTPRAZO-R REDEFINES W-DTPRAZO.
           03 W-ANOPRAZO    PIC 9(04).
           03 W-MESPRAZO    PIC 9(02).
           03 W-DIAPRAZO    PIC 9(02).
       01 W-TABDIASMES.
           03 FILLER PIC X(24) VALUE "312831303130313130313031".
       01 W-TABDIASMES-R REDEFINES W-TABDIASMES.
           03 W-DIASMES    PIC 9(02) OCCURS 12 TIMES.
      *
      * APOIO AO SPOOL DE RELATORIOS (MESMA ROTINA DO SGB152)
       77 ST-SPOOL      PIC X(02) VALUE "00".
       77 ST-SPL        PIC X(02) VALUE "00".
       77 ST-CTRL       PIC X(02) VALUE "00".
       77 W-SPOOLOK     PIC X(01) VALUE "N".
       77 W-NUMSPOOL    PIC 9(06) VALUE ZEROS.
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
           OPEN I-O CADGUARDA
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                   OPEN OUTPUT CADGUARDA
                   CLOSE CADGUARDA
                   OPEN I-O CADGUARDA
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQUIVO CADGUARDA.DAT *"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
           OPEN INPUT CADCLI
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO AO ABRIR O ARQUIVO CADCLI.DAT *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADGUARDA
               GO TO ROT-FIM.
           OPEN INPUT CADFUNC
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO AO ABRIR O ARQUIVO CADFUNC.DAT *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADGUARDA CADCLI
               GO TO ROT-FIM.
           OPEN INPUT CADFILIAL
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO AO ABRIR O ARQUIVO CADFILIAL.DAT *"
                                                          TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADGUARDA CADCLI CADFUNC
               GO TO ROT-FIM.
           OPEN I-O CADPAG
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                   OPEN OUTPUT CADPAG
                   CLOSE CADPAG
                   OPEN I-O CADPAG
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQUIVO CADPAG.DAT *"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADGUARDA CADCLI CADFUNC CADFILIAL
                   GO TO ROT-FIM.
           OPEN I-O CADCONTROLE
           IF ST-CTRL NOT = "00"
               IF ST-CTRL = "30" OR "35"
                   OPEN OUTPUT CADCONTROLE
                   CLOSE CADCONTROLE
                   OPEN I-O CADCONTROLE.
           ACCEPT W-DTHOJE FROM DATE YYYYMMDD
           PERFORM LE-PARAMETROS THRU LE-PARAMETROS-FIM.
      *
       ACC-OPER.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 01) "  * GUARDA DE BIKE DE CLIENTE *"
           MOVE ZEROS TO W-OPER
           DISPLAY (03, 01) "   MATRICULA DO OPERADOR: ".
           ACCEPT (03, 28) W-OPER WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR 01
               GO TO ENCERRA.
           MOVE W-OPER TO COD-FUNC
           READ CADFUNC
           IF ST-ERRO NOT = "00" OR SITUAC-FUNC NOT = "A"
               MOVE "* OPERADOR INVALIDO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-OPER.
      *
       ACC-MODO.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 01) "  * GUARDA DE BIKE DE CLIENTE *"
           MOVE SPACES TO W-OPCAO
           DISPLAY (03, 01)
               "   E=ENTRADA S=SAIDA F=FATURA O=OCUPACAO X=FIM : ".
           ACCEPT (03, 50) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR 01
               GO TO ENCERRA.
           IF W-OPCAO = "e" MOVE "E" TO W-OPCAO.
           IF W-OPCAO = "s" MOVE "S" TO W-OPCAO.
           IF W-OPCAO = "f" MOVE "F" TO W-OPCAO.
           IF W-OPCAO = "o" MOVE "O" TO W-OPCAO.
           IF W-OPCAO = "x" OR "X"
               GO TO ENCERRA.
           IF W-OPCAO = "E"
               GO TO GUA-ENTRADA.
           IF W-OPCAO = "S"
               GO TO GUA-SAIDA.
           IF W-OPCAO = "F"
               GO TO GUA-FATURA.
           IF W-OPCAO = "O"
               GO TO GUA-OCUPACAO.
           MOVE "* DIGITE E, S, F, O OU X *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ACC-MODO.
      *
      *--------------------------------------------------------------
      * ENTRADA (CHECK-IN): CLIENTE, FILIAL, BIKE, VAGA LIVRE E
      * PLANO. O TICKET DE ENTRADA SAI NO SPOOL PARA O CLIENTE
      *--------------------------------------------------------------
      *
       GUA-ENTRADA.
           MOVE ZEROS TO W-CPFGUA
           DISPLAY (05, 01) "   CPF DO CLIENTE (0=VOLTAR).: ".
           ACCEPT (05, 33) W-CPFGUA WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR W-CPFGUA = ZEROS
               GO TO ACC-MODO.
           MOVE W-CPFGUA TO CPF-CLI
           READ CADCLI
           IF ST-ERRO NOT = "00"
               MOVE "* CLIENTE NAO CADASTRADO (SGB003) *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO GUA-ENTRADA.
           IF SITUAC-CLI NOT = "A" AND NOT = "a"
               MOVE "* CLIENTE NAO ESTA ATIVO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO GUA-ENTRADA.
           DISPLAY (05, 46) NOME-CLI
           MOVE CODFILIAL-CLI TO W-CODFIL
           MOVE SPACES TO W-DSCBIKE W-FOTO W-PLANO W-FORMA
           MOVE ZEROS TO W-VAGA W-QTDPER.
       GUA-ENT-FIL.
           DISPLAY (06, 01) "   FILIAL DA GUARDA..........: ".
           ACCEPT (06, 33) W-CODFIL WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO GUA-ENTRADA.
           MOVE W-CODFIL TO COD-FILIAL
           READ CADFILIAL
           IF ST-ERRO NOT = "00"
               MOVE "* FILIAL NAO CADASTRADA (SGB118) *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO GUA-ENT-FIL.
           IF SITUAC-FIL NOT = "A"
               MOVE "* FILIAL NAO ESTA ATIVA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO GUA-ENT-FIL.
           DISPLAY (06, 46) NOME-FILIAL.
       GUA-ENT-BIKE.
           DISPLAY (07, 01) "   BIKE (MARCA/MODELO/COR)...: ".
           ACCEPT (08, 04) W-DSCBIKE WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO GUA-ENT-FIL.
           IF W-DSCBIKE = SPACES
               MOVE "* DESCREVA A BIKE DO CLIENTE *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO GUA-ENT-BIKE.
       GUA-ENT-FOTO.
           DISPLAY (09, 01) "   FOTO DA BIKE (ARQUIVO)....: ".
           ACCEPT (10, 04) W-FOTO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO GUA-ENT-BIKE.
           IF W-FOTO = SPACES
               MOVE "* INFORME A FOTO DA BIKE NA ENTRADA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO GUA-ENT-FOTO.
       GUA-ENT-VAGA.
           DISPLAY (11, 01) "   VAGA NO RACK DA GUARDA....: ".
           DISPLAY (11, 40) "(1 A " W-VAGAS ")".
           ACCEPT (11, 33) W-VAGA WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO GUA-ENT-FOTO.
           IF W-VAGA = ZEROS OR W-VAGA > W-VAGAS
               MOVE "* VAGA FORA DO RACK DA GUARDA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO GUA-ENT-VAGA.
           PERFORM ACHA-VAGA THRU ACHA-VAGA-FIM
           IF W-ACHOU = "S"
               MOVE "* VAGA JA OCUPADA NESTA FILIAL *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO GUA-ENT-VAGA.
       GUA-ENT-PLANO.
           DISPLAY (12, 01) "   PLANO.....................: ".
           DISPLAY (12, 40) "D=DIARIA M=MENSAL P=PRE-PAGO".
           ACCEPT (12, 33) W-PLANO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO GUA-ENT-VAGA.
           IF W-PLANO = "d" MOVE "D" TO W-PLANO.
           IF W-PLANO = "m" MOVE "M" TO W-PLANO.
           IF W-PLANO = "p" MOVE "P" TO W-PLANO.
           IF W-PLANO = "D"
               MOVE "DIARIA    " TO W-DSCPLANO
               MOVE W-VALDIARIA TO W-VALPLANO
               GO TO GUA-ENT-QTD.
           IF W-PLANO = "M"
               MOVE "MENSAL    " TO W-DSCPLANO
               MOVE W-VALMENSAL TO W-VALPLANO
               GO TO GUA-ENT-QTD.
           IF W-PLANO = "P"
               MOVE "PRE-PAGO  " TO W-DSCPLANO
               MOVE W-VALDIARIA TO W-VALPLANO
               GO TO GUA-ENT-QTD.
           MOVE "* PLANO D, M OU P *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO GUA-ENT-PLANO.
       GUA-ENT-QTD.
           DISPLAY (12, 40) "                            ".
           DISPLAY (12, 40) W-DSCPLANO
           DISPLAY (13, 01) "   DIAS (D/P) OU MESES (M)...: ".
           ACCEPT (13, 33) W-QTDPER WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO GUA-ENT-PLANO.
           IF W-QTDPER = ZEROS
               MOVE "* INFORME O PERIODO CONTRATADO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO GUA-ENT-QTD.
           IF W-PLANO = "M" AND W-QTDPER > 99
               MOVE "* PLANO MENSAL DE NO MAXIMO 99 MESES *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO GUA-ENT-QTD.
           MOVE W-VALPLANO TO W-ED-VAL
           IF W-PLANO = "M"
               DISPLAY (14, 01) "   MENSALIDADE...............: "
                   W-ED-VAL
           ELSE
               DISPLAY (14, 01) "   DIARIA....................: "
                   W-ED-VAL.
           IF W-PLANO = "P"
               COMPUTE W-VALCOBR = W-QTDPER * W-VALPLANO
               MOVE W-VALCOBR TO W-ED-VAL
               DISPLAY (15, 01) "   A PAGAR NA ENTRADA........: "
                   W-ED-VAL.
       GUA-ENT-FORMA.
           DISPLAY (16, 01)
               "   FORMA DE PAGAMENTO (D=DINHEIRO C=CARTAO P=PIX): ".
           ACCEPT (16, 53) W-FORMA WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO GUA-ENT-QTD.
           IF W-FORMA = "d" MOVE "D" TO W-FORMA.
           IF W-FORMA = "c" MOVE "C" TO W-FORMA.
           IF W-FORMA = "p" MOVE "P" TO W-FORMA.
           IF W-FORMA NOT = "D" AND NOT = "C" AND NOT = "P"
               MOVE "* FORMA DE PAGAMENTO INVALIDA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO GUA-ENT-FORMA.
           MOVE SPACES TO W-CONF
           DISPLAY (18, 01) "   CONFIRMA A ENTRADA (S/N): ".
           ACCEPT (18, 30) W-CONF WITH UPDATE
           IF W-CONF NOT = "S" AND NOT = "s"
               MOVE "* ENTRADA NAO GRAVADA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-MODO.
           MOVE SPACES TO REGGUARDA
           MOVE "GUARDA  " TO TIPOCTRL
           READ CADCONTROLE
           IF ST-CTRL NOT = "00"
               MOVE "GUARDA  " TO TIPOCTRL
               MOVE 1 TO PROXNUM
               WRITE REGCTRL.
           MOVE PROXNUM TO NUMGUARDA
           ADD 1 TO PROXNUM
           REWRITE REGCTRL
           MOVE W-CPFGUA TO CPF-GUA
           MOVE W-CODFIL TO CODFIL-GUA
           MOVE W-VAGA TO VAGA-GUA
           MOVE W-DSCBIKE TO DSCBIKE-GUA
           MOVE W-FOTO TO FOTO-GUA
           MOVE W-PLANO TO PLANO-GUA
           MOVE W-DSCPLANO TO DSCPLANO-GUA
           MOVE W-QTDPER TO QTDPER-GUA
           MOVE W-VALPLANO TO VALPLANO-GUA
           MOVE W-FORMA TO FORMA-GUA
           MOVE W-DTHOJE TO DTENT-GUA
           ACCEPT W-HORAATU FROM TIME
           MOVE W-HHMMATU TO HRENT-GUA
           MOVE ZEROS TO DTSAI-GUA HRSAI-GUA DIAS-GUA VALCOBR-GUA
           MOVE ZEROS TO QTDFAT-GUA ULTFAT-GUA TKTSAI-GUA OPERSAI-GUA
           PERFORM CALCULA-LIMITE THRU CALCULA-LIMITE-FIM
           MOVE W-DTPRAZO TO DTLIMITE-GUA
           PERFORM GERA-TICKET THRU GERA-TICKET-FIM
           MOVE W-TICKET TO TKTENT-GUA
           MOVE W-OPER TO OPERENT-GUA
           MOVE "G" TO SITGUA
           MOVE "GUARDADA  " TO DSCSITGUA
      * PRE-PAGO: OS DIAS CONTRATADOS SAO PAGOS NA ENTRADA
           IF W-PLANO = "P"
               PERFORM MONTA-CHAVEGUA THRU MONTA-CHAVEGUA-FIM
               COMPUTE W-VALCOBR = QTDPER-GUA * VALPLANO-GUA
               MOVE "P" TO W-SITPAG
               MOVE W-DTHOJE TO W-DTVENC
               MOVE 1 TO W-NUMPARC W-TOTPARC
               PERFORM GRAVA-PAGAMENTO THRU GRAVA-PAGAMENTO-FIM
               ADD W-VALCOBR TO VALCOBR-GUA.
           WRITE REGGUARDA
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
               MOVE "* ERRO AO GRAVAR A GUARDA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-MODO.
           MOVE "ENTRADA" TO W-DSCTKT
           PERFORM ABRE-SPOOL THRU ABRE-SPOOL-FIM.
           PERFORM IMPRIME-TICKET THRU IMPRIME-TICKET-FIM
           PERFORM FECHA-SPOOL THRU FECHA-SPOOL-FIM.
           DISPLAY "TECLE ENTER PARA VOLTAR".
           ACCEPT W-OPCAO
           GO TO ACC-MODO.
      *
      * VAGA W-VAGA JA OCUPADA (GUARDA 'G') NA FILIAL W-CODFIL
       ACHA-VAGA.
           MOVE "N" TO W-ACHOU
           MOVE ZEROS TO NUMGUARDA
           START CADGUARDA KEY IS >= NUMGUARDA
           IF ST-ERRO NOT = "00"
               GO TO ACHA-VAGA-FIM.
       ACHA-VAGA-PROX.
           READ CADGUARDA NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO ACHA-VAGA-FIM.
           IF SITGUA NOT = "G" OR CODFIL-GUA NOT = W-CODFIL
                   OR VAGA-GUA NOT = W-VAGA
               GO TO ACHA-VAGA-PROX.
           MOVE "S" TO W-ACHOU.
       ACHA-VAGA-FIM.
           EXIT.
      *
      * FIM DO PERIODO CONTRATADO: DIAS DO PLANO (MESES DE 30 DIAS NO
      * MENSAL) CONTADOS NO CALENDARIO A PARTIR DA ENTRADA
       CALCULA-LIMITE.
           MOVE DTENT-GUA TO W-DTPRAZO
           MOVE QTDPER-GUA TO W-NDIAS
           IF PLANO-GUA = "M"
               COMPUTE W-NDIAS = QTDPER-GUA * 30.
           MOVE ZEROS TO W-IXDIA.
       CALCULA-LIMITE-PROX.
           IF W-IXDIA NOT < W-NDIAS
               GO TO CALCULA-LIMITE-FIM.
           PERFORM AVANCA-PRAZO THRU AVANCA-PRAZO-FIM
           ADD 1 TO W-IXDIA
           GO TO CALCULA-LIMITE-PROX.
       CALCULA-LIMITE-FIM.
           EXIT.
      *
      * NUMERO DO TICKET DA SERIE "TKGUARDA" DO CADCONTROLE
       GERA-TICKET.
           MOVE "TKGUARDA" TO TIPOCTRL
           READ CADCONTROLE
           IF ST-CTRL NOT = "00"
               MOVE "TKGUARDA" TO TIPOCTRL
               MOVE 1 TO PROXNUM
               WRITE REGCTRL.
           MOVE PROXNUM TO W-TICKET
           ADD 1 TO PROXNUM
           REWRITE REGCTRL.
       GERA-TICKET-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * SAIDA (CHECK-OUT) PELO NUMERO DA GUARDA IMPRESSO NO TICKET DE
      * ENTRADA. OS DIAS GUARDADOS SAO CONTADOS NA CONVERSAO 30/360;
      * DIA INICIADO CONTA COMO DIA CHEIO
      *--------------------------------------------------------------
      *
       GUA-SAIDA.
           MOVE ZEROS TO W-NUMGUA
           DISPLAY (05, 01) "   No DA GUARDA (0=VOLTAR)....: ".
           ACCEPT (05, 33) W-NUMGUA WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR W-NUMGUA = ZEROS
               GO TO ACC-MODO.
           MOVE W-NUMGUA TO NUMGUARDA
           READ CADGUARDA
           IF ST-ERRO NOT = "00"
               MOVE "* GUARDA NAO CADASTRADA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO GUA-SAIDA.
           IF SITGUA NOT = "G"
               MOVE "* BIKE JA RETIRADA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO GUA-SAIDA.
           MOVE CPF-GUA TO CPF-CLI
           READ CADCLI
           IF ST-ERRO NOT = "00"
               MOVE SPACES TO NOME-CLI.
           DISPLAY (06, 01) "   CLIENTE " CPF-GUA " " NOME-CLI
           DISPLAY (07, 01) "   " DSCBIKE-GUA
           DISPLAY (08, 01) "   FILIAL " CODFIL-GUA "  VAGA " VAGA-GUA
               "  " DSCPLANO-GUA " " QTDPER-GUA
           DISPLAY (09, 01) "   ENTRADA " DTENT-GUA " " HRENT-GUA
               "  LIMITE " DTLIMITE-GUA.
       GUA-SAI-HORA.
           MOVE W-DTHOJE TO DTSAI-GUA
           ACCEPT W-HORAATU FROM TIME
           MOVE W-HHMMATU TO HRSAI-GUA
           DISPLAY (11, 01) "   DATA/HORA DA SAIDA........: ".
           ACCEPT (11, 33) DTSAI-GUA WITH UPDATE
           ACCEPT (11, 43) HRSAI-GUA WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO GUA-SAIDA.
           IF DTSAI-GUA = ZEROS OR DTSAI-GUA > W-DTHOJE
                   OR DTSAI-GUA < DTENT-GUA
               MOVE "* DATA DA SAIDA INVALIDA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO GUA-SAI-HORA.
           MOVE DTENT-GUA TO W-DTCALC
           PERFORM CALCULA-ORDEM THRU CALCULA-ORDEM-FIM
           MOVE W-ORDCALC TO W-ORDENT
           MOVE DTSAI-GUA TO W-DTCALC
           PERFORM CALCULA-ORDEM THRU CALCULA-ORDEM-FIM
           COMPUTE W-DIAS = W-ORDCALC - W-ORDENT
           IF W-DIAS < 1
               MOVE 1 TO W-DIAS.
           MOVE W-DIAS TO DIAS-GUA
           MOVE ZEROS TO W-VALCOBR W-DIASEXC
           IF PLANO-GUA = "D"
               COMPUTE W-VALCOBR = DIAS-GUA * VALPLANO-GUA.
           IF PLANO-GUA = "P" AND DIAS-GUA > QTDPER-GUA
               COMPUTE W-DIASEXC = DIAS-GUA - QTDPER-GUA
               COMPUTE W-VALCOBR = W-DIASEXC * VALPLANO-GUA.
           DISPLAY (12, 01) "   DIAS GUARDADOS............: " DIAS-GUA
           IF W-DIASEXC > ZEROS
               DISPLAY (12, 40) "EXCEDENTES: " W-DIASEXC.
           MOVE W-VALCOBR TO W-ED-VAL
           DISPLAY (13, 01) "   A PAGAR NA SAIDA..........: " W-ED-VAL
           IF PLANO-GUA = "M"
               DISPLAY (14, 01)
                   "   (MENSALIDADES FATURADAS NO CADPAG PELO MES)".
           MOVE FORMA-GUA TO W-FORMA
           IF W-VALCOBR = ZEROS
               GO TO GUA-SAI-CONF.
       GUA-SAI-FORMA.
           DISPLAY (16, 01)
               "   FORMA DE PAGAMENTO (D=DINHEIRO C=CARTAO P=PIX): ".
           ACCEPT (16, 53) W-FORMA WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO GUA-SAI-HORA.
           IF W-FORMA = "d" MOVE "D" TO W-FORMA.
           IF W-FORMA = "c" MOVE "C" TO W-FORMA.
           IF W-FORMA = "p" MOVE "P" TO W-FORMA.
           IF W-FORMA NOT = "D" AND NOT = "C" AND NOT = "P"
               MOVE "* FORMA DE PAGAMENTO INVALIDA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO GUA-SAI-FORMA.
       GUA-SAI-CONF.
           MOVE SPACES TO W-CONF
           DISPLAY (18, 01) "   CONFIRMA A SAIDA (S/N): ".
           ACCEPT (18, 28) W-CONF WITH UPDATE
           IF W-CONF NOT = "S" AND NOT = "s"
               MOVE "* SAIDA NAO GRAVADA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-MODO.
           PERFORM MONTA-CHAVEGUA THRU MONTA-CHAVEGUA-FIM
           IF W-VALCOBR > ZEROS
               MOVE "P" TO W-SITPAG
               MOVE W-DTHOJE TO W-DTVENC
               MOVE 1 TO W-NUMPARC W-TOTPARC
               PERFORM GRAVA-PAGAMENTO THRU GRAVA-PAGAMENTO-FIM
               ADD W-VALCOBR TO VALCOBR-GUA.
      * MENSAL: O MES DA SAIDA AINDA NAO FATURADO E LANCADO AGORA
           MOVE DTSAI-GUA (1:6) TO W-ANOMES
           IF PLANO-GUA = "M" AND ULTFAT-GUA < W-ANOMES
               PERFORM FATURA-MES THRU FATURA-MES-FIM.
           PERFORM GERA-TICKET THRU GERA-TICKET-FIM
           MOVE W-TICKET TO TKTSAI-GUA
           MOVE W-OPER TO OPERSAI-GUA
           MOVE "R" TO SITGUA
           MOVE "RETIRADA  " TO DSCSITGUA
           REWRITE REGGUARDA
           MOVE "SAIDA  " TO W-DSCTKT
           PERFORM ABRE-SPOOL THRU ABRE-SPOOL-FIM.
           PERFORM IMPRIME-TICKET THRU IMPRIME-TICKET-FIM
           PERFORM FECHA-SPOOL THRU FECHA-SPOOL-FIM.
           DISPLAY "TECLE ENTER PARA VOLTAR".
           ACCEPT W-OPCAO
           GO TO ACC-MODO.
      *
      * TICKET DE ENTRADA OU SAIDA (VIA DO CLIENTE)
       IMPRIME-TICKET.
           MOVE CPF-GUA TO CPF-CLI
           READ CADCLI
           IF ST-ERRO NOT = "00"
               MOVE SPACES TO NOME-CLI.
           MOVE CODFIL-GUA TO COD-FILIAL
           READ CADFILIAL
           IF ST-ERRO NOT = "00"
               MOVE SPACES TO NOME-FILIAL.
           STRING " "
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "---- TICKET DE " W-DSCTKT " No " W-TICKET
               " - GUARDA " NUMGUARDA " ----"
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "FILIAL...: " CODFIL-GUA " " NOME-FILIAL
               "   VAGA: " VAGA-GUA
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "CLIENTE..: " CPF-GUA " " NOME-CLI
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "BIKE.....: " DSCBIKE-GUA
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "FOTO.....: " FOTO-GUA
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           MOVE VALPLANO-GUA TO W-ED-VAL
           STRING "PLANO....: " DSCPLANO-GUA " PERIODO " QTDPER-GUA
               "  VALOR " W-ED-VAL
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "ENTRADA..: " DTENT-GUA " " HRENT-GUA
               "   LIMITE DO PLANO: " DTLIMITE-GUA
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           IF SITGUA = "R"
               MOVE VALCOBR-GUA TO W-ED-VAL
               STRING "SAIDA....: " DTSAI-GUA " " HRSAI-GUA
                   "   DIAS: " DIAS-GUA "  TOTAL COBRADO " W-ED-VAL
                   DELIMITED BY SIZE INTO W-LINSPOOL
               PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING " "
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "ASSINATURA DO CLIENTE: _____________________________"
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
       IMPRIME-TICKET-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * FATURAMENTO MENSAL DAS GUARDAS MENSAIS: UMA PARCELA ABERTA
      * POR GUARDA E MES NO CADPAG, COM VENCIMENTO NO DIA 10 DO MES.
      * O ULTFAT-GUA IMPEDE QUE O MES SEJA FATURADO DUAS VEZES
      *--------------------------------------------------------------
      *
       GUA-FATURA.
           MOVE W-DTHOJE (1:6) TO W-ANOMES
           DISPLAY (05, 01) "   MES A FATURAR (AAAAMM): ".
           ACCEPT (05, 29) W-ANOMES WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-MODO.
           IF W-ANOMES = ZEROS OR W-MESFAT < 1 OR W-MESFAT > 12
               MOVE "* MES INVALIDO (AAAAMM) *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO GUA-FATURA.
           MOVE ZEROS TO W-TOTFAT W-VALTOTAL
           DISPLAY (01, 01) ERASE
           PERFORM ABRE-SPOOL THRU ABRE-SPOOL-FIM.
           STRING "---- MENSALIDADES DA GUARDA DE " W-ANOMES " ----"
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "GUARDA FL VAGA CPF CLIENTE  PARC   VENCTO "
               " MENSALIDADE"
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           MOVE ZEROS TO NUMGUARDA
           START CADGUARDA KEY IS >= NUMGUARDA
           IF ST-ERRO NOT = "00"
               GO TO GUA-FATURA-FIM.
       GUA-FATURA-PROX.
           READ CADGUARDA NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO GUA-FATURA-FIM.
           IF SITGUA NOT = "G" OR PLANO-GUA NOT = "M"
               GO TO GUA-FATURA-PROX.
           IF DTENT-GUA (1:6) > W-ANOMES
                   OR ULTFAT-GUA NOT < W-ANOMES
               GO TO GUA-FATURA-PROX.
           PERFORM FATURA-MES THRU FATURA-MES-FIM
           REWRITE REGGUARDA
           ADD 1 TO W-TOTFAT
           ADD VALPLANO-GUA TO W-VALTOTAL
           MOVE VALPLANO-GUA TO W-ED-VAL
           STRING NUMGUARDA " " CODFIL-GUA " " VAGA-GUA " " CPF-GUA
               " " W-NUMPARC "/" W-TOTPARC " " W-DTVENC " " W-ED-VAL
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           GO TO GUA-FATURA-PROX.
       GUA-FATURA-FIM.
           STRING " "
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "GUARDAS FATURADAS: " W-TOTFAT
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           MOVE W-VALTOTAL TO W-ED-VAL
           STRING "TOTAL DO MES.....: " W-ED-VAL
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           PERFORM FECHA-SPOOL THRU FECHA-SPOOL-FIM.
           DISPLAY "TECLE ENTER PARA VOLTAR".
           ACCEPT W-OPCAO
           GO TO ACC-MODO.
      *
      * MENSALIDADE DO MES W-ANOMES DA GUARDA EM MEMORIA, COMO PARCELA
      * ABERTA NA FORMA DE PAGAMENTO ESCOLHIDA NA ENTRADA
       FATURA-MES.
           PERFORM MONTA-CHAVEGUA THRU MONTA-CHAVEGUA-FIM
           MOVE FORMA-GUA TO W-FORMA
           MOVE VALPLANO-GUA TO W-VALCOBR
           MOVE "A" TO W-SITPAG
           COMPUTE W-DTVENC = (W-ANOMES * 100) + 10
           ADD 1 TO QTDFAT-GUA
           MOVE QTDFAT-GUA TO W-NUMPARC
           MOVE QTDPER-GUA TO W-TOTPARC
           IF W-NUMPARC > W-TOTPARC
               MOVE W-NUMPARC TO W-TOTPARC.
           PERFORM GRAVA-PAGAMENTO THRU GRAVA-PAGAMENTO-FIM
           ADD W-VALCOBR TO VALCOBR-GUA
           MOVE W-ANOMES TO ULTFAT-GUA.
       FATURA-MES-FIM.
           EXIT.
      *
      * CHAVE DE ANCORAGEM: CPF + BIKE 0000 (NAO E BIKE DA FROTA) +
      * DATA DA ENTRADA (DDMMAAAA) + HORA E MINUTO DA ENTRADA
       MONTA-CHAVEGUA.
           MOVE CPF-GUA TO W-CPFCHAVE
           MOVE ZEROS TO W-BIKECHAVE
           MOVE DTENT-GUA TO W-DTENT-R
           MOVE W-DIAENT TO W-DIACHAVE
           MOVE W-MESENT TO W-MESCHAVE
           MOVE W-ANOENT TO W-ANOCHAVE
           MOVE HRENT-GUA TO W-HHMMCHAVE.
       MONTA-CHAVEGUA-FIM.
           EXIT.
      *
      * PARCELA NO CADPAG: W-SITPAG 'P' = PAGA NO ATO, 'A' = ABERTA
      * ATE O VENCIMENTO W-DTVENC
       GRAVA-PAGAMENTO.
           MOVE W-CHAVEGUA TO KEYLOCACAO-PAG
           MOVE 1 TO SEQ-PAG
           MOVE W-FORMA TO FORMAPAG
           IF W-FORMA = "D"
               MOVE "DINHEIRO  " TO FORMAPAGDESC.
           IF W-FORMA = "C"
               MOVE "CARTAO    " TO FORMAPAGDESC.
           IF W-FORMA = "P"
               MOVE "PIX       " TO FORMAPAGDESC.
           MOVE W-VALCOBR TO VALORPAG
           MOVE W-NUMPARC TO NUMPARCELA
           MOVE W-TOTPARC TO TOTPARCELAS
           MOVE W-DTVENC TO DTVENCTO
           IF W-SITPAG = "P"
               MOVE "P" TO SITPARC
               MOVE "PAGA    " TO DSCSITPARC
               MOVE W-DTHOJE TO DTPAGTO
           ELSE
               MOVE "A" TO SITPARC
               MOVE "ABERTA  " TO DSCSITPARC
               MOVE ZEROS TO DTPAGTO.
       GRAVA-PAGAMENTO-WR.
           WRITE REGPAG
           IF ST-ERRO = "22"
               ADD 1 TO SEQ-PAG
               GO TO GRAVA-PAGAMENTO-WR.
       GRAVA-PAGAMENTO-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * OCUPACAO DA GUARDA NA FILIAL: BIKES GUARDADAS, VAGAS LIVRES E
      * AS BIKES QUE PASSARAM DO FIM DO PERIODO DO PLANO
      *--------------------------------------------------------------
      *
       GUA-OCUPACAO.
           DISPLAY (05, 01) "   FILIAL....................: ".
           ACCEPT (05, 33) W-CODFIL WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-MODO.
           MOVE W-CODFIL TO COD-FILIAL
           READ CADFILIAL
           IF ST-ERRO NOT = "00"
               MOVE "* FILIAL NAO CADASTRADA (SGB118) *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO GUA-OCUPACAO.
           MOVE ZEROS TO W-QTDOCUP W-QTDLIVRE W-QTDEXC
           DISPLAY (01, 01) ERASE
           PERFORM ABRE-SPOOL THRU ABRE-SPOOL-FIM.
           STRING "---- OCUPACAO DA GUARDA - FILIAL " W-CODFIL " "
               NOME-FILIAL " EM " W-DTHOJE " ----"
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "GUARDA VAGA CPF CLIENTE PLANO      ENTRADA  LIMITE  "
               "  SITUACAO  BIKE"
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           MOVE ZEROS TO NUMGUARDA
           START CADGUARDA KEY IS >= NUMGUARDA
           IF ST-ERRO NOT = "00"
               GO TO GUA-OCUPACAO-FIM.
       GUA-OCUPACAO-PROX.
           READ CADGUARDA NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO GUA-OCUPACAO-FIM.
           IF SITGUA NOT = "G" OR CODFIL-GUA NOT = W-CODFIL
               GO TO GUA-OCUPACAO-PROX.
           ADD 1 TO W-QTDOCUP
           MOVE SPACES TO W-FLAG
           IF DTLIMITE-GUA < W-DTHOJE
               MOVE "EXCEDIDA " TO W-FLAG
               ADD 1 TO W-QTDEXC.
           STRING NUMGUARDA " " VAGA-GUA " " CPF-GUA " "
               DSCPLANO-GUA " " DTENT-GUA " " DTLIMITE-GUA " "
               W-FLAG " " DSCBIKE-GUA (1:15)
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           GO TO GUA-OCUPACAO-PROX.
       GUA-OCUPACAO-FIM.
           IF W-QTDOCUP < W-VAGAS
               COMPUTE W-QTDLIVRE = W-VAGAS - W-QTDOCUP.
           STRING " "
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "VAGAS DA GUARDA: " W-VAGAS "  OCUPADAS: " W-QTDOCUP
               "  LIVRES: " W-QTDLIVRE
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "BIKES ALEM DO PRAZO DO PLANO: " W-QTDEXC
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           PERFORM FECHA-SPOOL THRU FECHA-SPOOL-FIM.
           DISPLAY "TECLE ENTER PARA VOLTAR".
           ACCEPT W-OPCAO
           GO TO ACC-MODO.
      *
       ENCERRA.
           CLOSE CADGUARDA CADCLI CADFUNC CADFILIAL CADPAG
               CADCONTROLE
           GO TO ROT-FIM.
      *
       CALCULA-ORDEM.
           COMPUTE W-ORDCALC = (W-ANOCALC * 360) +
               (W-MESCALC * 30) + W-DIACALC.
       CALCULA-ORDEM-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * AVANCA UM DIA NO CALENDARIO (FEVEREIRO COM 29 NO ANO
      * BISSEXTO), PARA O FIM DO PERIODO CONTRATADO
      *--------------------------------------------------------------
      *
       AVANCA-PRAZO.
           MOVE W-DIASMES (W-MESPRAZO) TO W-ULTDIAMES
           IF W-MESPRAZO = 02
               DIVIDE W-ANOPRAZO BY 4 GIVING W-ANORESTO
               COMPUTE W-ANORESTO = W-ANOPRAZO - (W-ANORESTO * 4)
               IF W-ANORESTO = ZEROS
                   MOVE 29 TO W-ULTDIAMES.
           IF W-DIAPRAZO < W-ULTDIAMES
               ADD 1 TO W-DIAPRAZO
               GO TO AVANCA-PRAZO-FIM.
           MOVE 01 TO W-DIAPRAZO
           IF W-MESPRAZO < 12
               ADD 1 TO W-MESPRAZO
           ELSE
               MOVE 01 TO W-MESPRAZO
               ADD 1 TO W-ANOPRAZO.
       AVANCA-PRAZO-FIM.
           EXIT.
      *
      * PARAMETRO 31 = VAGAS DA GUARDA POR FILIAL (1 A 9999)
      * PARAMETRO 32 = VALOR DA DIARIA, 33 = VALOR DA MENSALIDADE
       LE-PARAMETROS.
           OPEN INPUT CADPARAM
           IF ST-ERRO NOT = "00"
               GO TO LE-PARAMETROS-FIM.
           MOVE 31 TO COD-PARAM
           READ CADPARAM
           IF ST-ERRO = "00" AND VAL-PARAM NOT < 1
                   AND VAL-PARAM NOT > 9999
               MOVE VAL-PARAM TO W-VAGAS.
           MOVE 32 TO COD-PARAM
           READ CADPARAM
           IF ST-ERRO = "00" AND VAL-PARAM NOT = ZEROS
               MOVE VAL-PARAM TO W-VALDIARIA.
           MOVE 33 TO COD-PARAM
           READ CADPARAM
           IF ST-ERRO = "00" AND VAL-PARAM NOT = ZEROS
               MOVE VAL-PARAM TO W-VALMENSAL.
           CLOSE CADPARAM.
       LE-PARAMETROS-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * ABERTURA DO SPOOL (MESMA ROTINA DO SGB152; O CADCONTROLE JA
      * ESTA ABERTO DESDE O INICIO DO PROGRAMA)
      *--------------------------------------------------------------
      *
       ABRE-SPOOL.
           MOVE "N" TO W-SPOOLOK
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
           MOVE "SGB159" TO PROGSPOOL
           ACCEPT DTSPOOL FROM DATE YYYYMMDD
           ACCEPT W-HORASPOOL FROM TIME
           MOVE W-HMSSPOOL TO HRSPOOL
           MOVE W-OPER TO OPERSPOOL
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
