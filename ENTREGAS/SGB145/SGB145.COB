       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGB145.
       AUTHOR. VINICIUS ESCAME DOS SANTOS.
      *--------------------------------------------------------------
      * FECHAMENTO EMERGENCIAL DE FILIAL (CHUVA FORTE, ALAGAMENTO,
      * FALTA DE ENERGIA) -- ANTES ERA FEITO NO TELEFONE, CLIENTE A
      * CLIENTE, E A LOCACAO QUE VENCIA NO DIA FECHADO AINDA TOMAVA
      * MULTA. PARA UMA FILIAL E UM DIA OU PERIODO:
      *   - LISTA AS MARCACOES ATIVAS DA AGENDA (SGB055, INCLUSIVE AS
      *     DE PARCEIRO DO SGB119 E AS DE PASSEIO DO SGB128) DAS
      *     BIKES DA FILIAL E AS LOCACOES EM ABERTO DA FILIAL
      *     (CADLOCAB) COM PREVISAO DE DEVOLUCAO NO PERIODO
      *   - CONFIRMADO, GRAVA OS DIAS NO CADFERIADO (SGB122), ENTAO
      *     NENHUMA MARCACAO NOVA ENTRA NO PERIODO
      *   - PRORROGA A PREVISAO DAS LOCACOES PARA O PROXIMO DIA
      *     ABERTO, SEM ACRESCIMO, COM O HISTORICO NO CADEXTEN COMO
      *     NA PRORROGACAO DO SGB057
      *   - REMARCA CADA MARCACAO PARA O PROXIMO DIA ABERTO, NA
      *     MESMA FAIXA DE HORARIO, COM A CHECAGEM DE CONFLITO DO
      *     SGB055 (A ETIQUETA DE PARCEIRO E O SINAL DA RESERVA
      *     ACOMPANHAM A MARCACAO);
      *     A QUE DER CONFLITO FICA LISTADA PARA REMARCAR A MAO
      *   - AVISA CADA CLIENTE ATINGIDO NO CADNOTIF, PELO CANAL DE
      *     SERVICO DELE (MESMA REGRA DO ESCOLHE-CANAL DO SGB004)
      *--------------------------------------------------------------
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT CADFILIAL
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-FILIAL
                    FILE STATUS  IS ST-ERRO.

            SELECT CADFERIADO
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYFERIADO
                    FILE STATUS  IS ST-ERRO.

            SELECT CADAGENDA
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYAGENDA
                    FILE STATUS  IS ST-ERRO.

            SELECT CADAGPARC
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYAGPARC
                    FILE STATUS  IS ST-ERRO.

            SELECT CADBIKE
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUM-BIKE
                    FILE STATUS  IS ST-ERRO.

            SELECT CADMANUT
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYMANUT
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NUM-BIKE-MANUT
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

            SELECT CADLOCAB
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMBIKE-AB
                    FILE STATUS  IS ST-LOCAB
                    ALTERNATE RECORD KEY IS CHPREV-AB
                                            WITH DUPLICATES.

            SELECT CADEXTEN
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYEXTEN
                    FILE STATUS  IS ST-ERRO.

            SELECT CADCLI
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF-CLI
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS RG-CLI
                                            WITH DUPLICATES.

            SELECT CADCONSENT
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF-CONS
                    FILE STATUS  IS ST-ERRO.

            SELECT CADNOTIF
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYNOTIF
                    FILE STATUS  IS ST-ERRO.

            SELECT CADSINAL
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYSINAL
                    FILE STATUS  IS ST-SIN.
      *
      *--------------------------------------------------------------
      *
       DATA DIVISION.
       FILE SECTION.
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
      * OS DIAS DO FECHAMENTO SAO GRAVADOS COMO FECHAMENTO DA FILIAL
      * NO CALENDARIO (SGB122) -- A AGENDA JA RECUSA ESSES DIAS
       FD CADFERIADO
           VALUE OF FILE-ID IS "CADFERIADO.DAT".
       01 REGFERIADO.
           03 KEYFERIADO.
               05 CODFIL-FER   PIC 9(02).
               05 DTFERIADO    PIC 9(08).
           03 DESCFERIADO     PIC X(30).
      *
       FD CADAGENDA
           VALUE OF FILE-ID IS "CADAGENDA.DAT".
       01 REGAGENDA.
           03 KEYAGENDA.
               05 NUM-BIKE-AG  PIC 9(04).
               05 DTAGENDA     PIC 9(08).
               05 HRINI-AG     PIC 9(02).
           03 HRFIM-AG        PIC 9(02).
           03 CPF-AG          PIC 9(11).
           03 SITAGENDA       PIC X(01).
           03 DSCSITAGENDA    PIC X(10).
      *
      * ETIQUETA DE PARCEIRO DA MARCACAO (SGB119)
       FD CADAGPARC
           VALUE OF FILE-ID IS "CADAGPARC.DAT".
       01 REGAGPARC.
           03 KEYAGPARC       PIC X(14).
           03 CODPARC-AG      PIC 9(04).
      *
      * SO A FILIAL DA BIKE INTERESSA
       FD CADBIKE LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADBIKE.DAT".
       01 REGBIKE.
           03 NUM-BIKE      PIC 9(04).
           03 FILLER        PIC X(122).
           03 CODFILIAL     PIC 9(02).
           03 FILLER        PIC X(91).
      *
       FD CADMANUT LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADMANUT.DAT".
       01 REGMANUT.
           03 KEYMANUT.
               05 NUM-BIKE-MANUT   PIC 9(04).
               05 SEQ-MANUT        PIC 9(04).
           03 DTABERTURA.
               05 DIA-ABERT    PIC 9(02).
               05 MES-ABERT    PIC 9(02).
               05 ANO-ABERT    PIC 9(04).
           03 PROBLEMA         PIC X(40).
           03 PECASUSADAS      PIC X(40).
           03 CUSTOMANUT       PIC 9(06)V99.
           03 DTRETORNO.
               05 DIA-RETO     PIC 9(02).
               05 MES-RETO     PIC 9(02).
               05 ANO-RETO     PIC 9(04).
           03 SITUACMANUT      PIC X(01).
           03 SITUACMANUTDESC  PIC X(10).
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
      *--------------------------------------------------------------
      * INDICE DE LOCACOES EM ABERTO (SGB134) -- A FILIAL E A
      * PREVISAO DE DEVOLUCAO DE CADA BIKE NA RUA
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
      * HISTORICO DE PRORROGACOES (SGB057); A PRORROGACAO POR
      * FECHAMENTO DA FILIAL ENTRA COM ACRESCIMO ZERO
       FD CADEXTEN
           VALUE OF FILE-ID IS "CADEXTEN.DAT".
       01 REGEXTEN.
           03 KEYEXTEN.
               05 KEYLOCACAO-EXT   PIC X(27).
               05 SEQ-EXT          PIC 9(02).
           03 DTPREV-ANT      PIC 9(08).
           03 HRPREV-ANT      PIC 9(02).
           03 MINPREV-ANT     PIC 9(02).
           03 DTPREV-NOVA     PIC 9(08).
           03 HRPREV-NOVA     PIC 9(02).
           03 MINPREV-NOVA    PIC 9(02).
           03 VALACRESC       PIC 9(06)V99.
           03 DTEXTEN         PIC 9(08).
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
       FD CADCONSENT
           VALUE OF FILE-ID IS "CADCONSENT.DAT".
       01 REGCONSENT.
           03 CPF-CONS        PIC 9(11).
           03 CANALPREF-CONS  PIC X(01).
           03 OPTEMAIL-CONS   PIC X(01).
           03 DTEMAIL-CONS    PIC 9(08).
           03 ORIGEMAIL-CONS  PIC X(01).
           03 OPEREMAIL-CONS  PIC 9(04).
           03 OPTSMS-CONS     PIC X(01).
           03 DTSMS-CONS      PIC 9(08).
           03 ORIGSMS-CONS    PIC X(01).
           03 OPERSMS-CONS    PIC 9(04).
      *
       FD CADNOTIF
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADNOTIF.DAT".
       01 REGNOTIF.
           03 KEYNOTIF.
               05 FKCPF-CLI-NOTIF    PIC 9(11).
               05 FKNUM-BIKE-NOTIF   PIC 9(04).
               05 DTLOCACAO-NOTIF.
                   07 DIA-LOCA-NOTIF     PIC 9(02).
                   07 MES-LOCA-NOTIF     PIC 9(02).
                   07 ANO-LOCA-NOTIF     PIC 9(04).
               05 HRLOCACAO-NOTIF   PIC 9(02).
               05 MINLOCACAO-NOTIF  PIC 9(02).
           03 TIPONOTIF        PIC X(01).
           03 DESTINONOTIF     PIC X(20).
           03 DTENVIO          PIC 9(08).
           03 HRENVIO          PIC 9(06).
           03 MENSNOTIF        PIC X(50).
      *
      *--------------------------------------------------------------
      * SINAL DA MARCACAO DA AGENDA (SGB055), COM A MESMA CHAVE DO
      * CADAGENDA. O VALOR PAGO FICA NO CADPAG NA CHAVE KEYPAG-SIN
      * (CPF + BIKE + DATA DA MARCACAO DDMMAAAA + HORA INICIAL +
      * MINUTO ZERO + SEQUENCIA), QUE NAO MUDA SE A MARCACAO FOR
      * REMARCADA (SGB145). SITUACAO: A = RETIDO ATE A RETIRADA,
      * U = ABATIDO NA LOCACAO (SGB004), R = DEVOLVIDO EM NOTA DE
      * CREDITO (CANCELOU COM ANTECEDENCIA), M = RETIDO COMO MULTA
      * (CANCELAMENTO EM CIMA DA HORA OU NO-SHOW, SGB146)
      *--------------------------------------------------------------
      *
       FD CADSINAL
           VALUE OF FILE-ID IS "CADSINAL.DAT".
       01 REGSINAL.
           03 KEYSINAL        PIC X(14).
           03 CPF-SIN         PIC 9(11).
           03 VALSINAL        PIC 9(06)V99.
           03 FORMA-SIN       PIC X(01).
           03 KEYPAG-SIN      PIC X(31).
           03 DTPAGTO-SIN     PIC 9(08).
           03 SITSINAL        PIC X(01).
           03 DSCSITSINAL     PIC X(10).
           03 DTBAIXA-SIN     PIC 9(08).
           03 NUMCRED-SIN     PIC 9(06).
      *
      *--------------------------------------------------------------
      *
       WORKING-STORAGE SECTION.
      *
       77 ST-ERRO       PIC X(02) VALUE "00".
       77 ST-LOCAB      PIC X(02) VALUE "00".
       77 ST-SIN        PIC X(02) VALUE "00".
       77 W-REGSINAL    PIC X(98) VALUE SPACES.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 W-FILIAL      PIC 9(02) VALUE ZEROS.
       77 W-DTINI       PIC 9(08) VALUE ZEROS.
       77 W-DTFIM       PIC 9(08) VALUE ZEROS.
       77 W-MOTIVO      PIC X(30) VALUE SPACES.
      * "N" SO LISTA O QUE SERA ATINGIDO, "S" EXECUTA O FECHAMENTO
       77 W-EXECUTA     PIC X(01) VALUE "N".
       77 W-TOTDIAS     PIC 9(04) VALUE ZEROS.
       77 W-TOTAG       PIC 9(04) VALUE ZEROS.
       77 W-TOTLOC      PIC 9(04) VALUE ZEROS.
       77 W-TOTREM      PIC 9(04) VALUE ZEROS.
       77 W-TOTCONF     PIC 9(04) VALUE ZEROS.
       77 W-TOTPRORR    PIC 9(04) VALUE ZEROS.
       77 W-TOTAVISO    PIC 9(04) VALUE ZEROS.
      *
      * MARCACAO EM REMARCACAO (A CHECAGEM DE CONFLITO REPOSICIONA O
      * CADAGENDA; A LEITURA CONTINUA DEPOIS DE W-KEYAGSALVA)
       77 W-KEYAGSALVA  PIC X(14) VALUE SPACES.
       77 W-NUMBIKE     PIC 9(04) VALUE ZEROS.
       77 W-DTAG        PIC 9(08) VALUE ZEROS.
       77 W-HRINI       PIC 9(02) VALUE ZEROS.
       77 W-HRFIM       PIC 9(02) VALUE ZEROS.
       77 W-CPFAG       PIC 9(11) VALUE ZEROS.
       77 W-PARCEIRO    PIC 9(04) VALUE ZEROS.
       77 W-CONFLITO    PIC X(01) VALUE "N".
       77 W-MOTCONF     PIC X(25) VALUE SPACES.
       77 W-DTPREVAB    PIC 9(08) VALUE ZEROS.
       77 W-CPFAVISO    PIC 9(11) VALUE ZEROS.
       77 W-BIKEAVISO   PIC 9(04) VALUE ZEROS.
       77 W-HRAVISO     PIC 9(02) VALUE ZEROS.
       77 W-MINAVISO    PIC 9(02) VALUE ZEROS.
      *
      * PROXIMO DIA ABERTO DA FILIAL: AVANCA UM DIA DE CALENDARIO
      * ATE SAIR DO CADFERIADO (DA FILIAL OU DA EMPRESA, FILIAL 00)
       01 W-DTVAJ       PIC 9(08) VALUE ZEROS.
       01 W-DTVAJ-R REDEFINES W-DTVAJ.
           03 W-ANOVAJ     PIC 9(04).
           03 W-MESVAJ     PIC 9(02).
           03 W-DIAVAJ     PIC 9(02).
       01 W-DTNOVA      PIC 9(08) VALUE ZEROS.
       01 W-DTNOVA-R REDEFINES W-DTNOVA.
           03 W-ANONOVA    PIC 9(04).
           03 W-MESNOVA    PIC 9(02).
           03 W-DIANOVA    PIC 9(02).
       77 W-DIAFECH     PIC X(01) VALUE "N".
       77 W-ULTDIAMES   PIC 9(02) VALUE ZEROS.
       77 W-ANORESTO    PIC 9(04) VALUE ZEROS.
       01 W-TABDIASMES.
           03 FILLER PIC X(24) VALUE "312831303130313130313031".
       01 W-TABDIASMES-R REDEFINES W-TABDIASMES.
           03 W-DIASMES    PIC 9(02) OCCURS 12 TIMES.
      *
      * DATA DO AVISO (DD/MM/AAAA)
       01 W-DTAVISOED.
           03 W-DIAAVED     PIC 9(02).
           03 FILLER        PIC X(01) VALUE "/".
           03 W-MESAVED     PIC 9(02).
           03 FILLER        PIC X(01) VALUE "/".
           03 W-ANOAVED     PIC 9(04).
      *
      *--------------------------------------------------------------
      *
       PROCEDURE DIVISION.
       INICIO.
       INC-OP0.
           OPEN INPUT CADFILIAL
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO AO ABRIR O ARQ CADFILIAL.DAT *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           OPEN I-O CADFERIADO
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                   OPEN OUTPUT CADFERIADO
                   CLOSE CADFERIADO
                   OPEN I-O CADFERIADO
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQ CADFERIADO.DAT *"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADFILIAL
                   GO TO ROT-FIM.
           OPEN I-O CADAGENDA
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                   OPEN OUTPUT CADAGENDA
                   CLOSE CADAGENDA
                   OPEN I-O CADAGENDA
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQUIVO CADAGENDA.DAT *"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADFILIAL CADFERIADO
                   GO TO ROT-FIM.
           OPEN I-O CADAGPARC
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                   OPEN OUTPUT CADAGPARC
                   CLOSE CADAGPARC
                   OPEN I-O CADAGPARC
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQ CADAGPARC.DAT *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADFILIAL CADFERIADO CADAGENDA
                   GO TO ROT-FIM.
           OPEN INPUT CADBIKE
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO AO ABRIR O ARQUIVO CADBIKE.DAT *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADFILIAL CADFERIADO CADAGENDA CADAGPARC
               GO TO ROT-FIM.
           OPEN INPUT CADMANUT
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                   OPEN OUTPUT CADMANUT
                   CLOSE CADMANUT
                   OPEN INPUT CADMANUT
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQUIVO CADMANUT.DAT *"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADFILIAL CADFERIADO CADAGENDA CADAGPARC
                       CADBIKE
                   GO TO ROT-FIM.
           OPEN I-O CADLOC
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO AO ABRIR O ARQUIVO CADLOC.DAT *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADFILIAL CADFERIADO CADAGENDA CADAGPARC CADBIKE
                   CADMANUT
               GO TO ROT-FIM.
           OPEN I-O CADLOCAB
           IF ST-LOCAB NOT = "00"
               IF ST-LOCAB = "30" OR "35"
                   OPEN OUTPUT CADLOCAB
                   CLOSE CADLOCAB
                   OPEN I-O CADLOCAB
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQ CADLOCAB.DAT *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADFILIAL CADFERIADO CADAGENDA CADAGPARC
                       CADBIKE CADMANUT CADLOC
                   GO TO ROT-FIM.
           OPEN I-O CADEXTEN
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                   OPEN OUTPUT CADEXTEN
                   CLOSE CADEXTEN
                   OPEN I-O CADEXTEN
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQ CADEXTEN.DAT *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADFILIAL CADFERIADO CADAGENDA CADAGPARC
                       CADBIKE CADMANUT CADLOC CADLOCAB
                   GO TO ROT-FIM.
           OPEN INPUT CADCLI
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO AO ABRIR O ARQUIVO CADCLI.DAT *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADFILIAL CADFERIADO CADAGENDA CADAGPARC CADBIKE
                   CADMANUT CADLOC CADLOCAB CADEXTEN
               GO TO ROT-FIM.
           OPEN INPUT CADCONSENT
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                   OPEN OUTPUT CADCONSENT
                   CLOSE CADCONSENT
                   OPEN INPUT CADCONSENT.
           OPEN I-O CADNOTIF
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                   OPEN OUTPUT CADNOTIF
                   CLOSE CADNOTIF
                   OPEN I-O CADNOTIF
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQUIVO CADNOTIF.DAT *"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADFILIAL CADFERIADO CADAGENDA CADAGPARC
                       CADBIKE CADMANUT CADLOC CADLOCAB CADEXTEN
                       CADCLI CADCONSENT
                   GO TO ROT-FIM.
           OPEN I-O CADSINAL
           IF ST-SIN NOT = "00"
               IF ST-SIN = "30" OR "35"
                   OPEN OUTPUT CADSINAL
                   CLOSE CADSINAL
                   OPEN I-O CADSINAL.
      *
       ACC-FILIAL.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 01)
               "  * FECHAMENTO EMERGENCIAL DE FILIAL *"
           MOVE ZEROS TO W-FILIAL W-DTINI W-DTFIM
           MOVE SPACES TO W-MOTIVO
           DISPLAY (03, 01) "   FILIAL: ".
           ACCEPT (03, 13) W-FILIAL WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR 01
               GO TO ENCERRA.
           MOVE W-FILIAL TO COD-FILIAL
           READ CADFILIAL
           IF ST-ERRO NOT = "00"
               MOVE "* FILIAL NAO CADASTRADA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-FILIAL.
           DISPLAY (03, 17) NOME-FILIAL.
       ACC-PERIODO.
           DISPLAY (04, 01) "   PRIMEIRO DIA FECHADO (AAAAMMDD): ".
           ACCEPT (04, 38) W-DTINI WITH UPDATE
           DISPLAY (05, 01) "   ULTIMO DIA FECHADO   (AAAAMMDD): ".
           ACCEPT (05, 38) W-DTFIM WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-FILIAL.
           IF W-DTFIM = ZEROS
               MOVE W-DTINI TO W-DTFIM.
           MOVE W-DTINI TO W-DTVAJ
           IF W-DTINI = ZEROS OR W-DTFIM < W-DTINI
                   OR W-MESVAJ < 01 OR W-MESVAJ > 12
                   OR W-DIAVAJ < 01 OR W-DIAVAJ > 31
               MOVE "* PERIODO INVALIDO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-PERIODO.
       ACC-MOTIVO.
           DISPLAY (06, 01) "   MOTIVO: ".
           ACCEPT (06, 13) W-MOTIVO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-PERIODO.
           IF W-MOTIVO = SPACES
               MOVE "FECHAMENTO EMERGENCIAL" TO W-MOTIVO.
      *
      *--------------------------------------------------------------
      * PRIMEIRA PASSADA: SO LISTA AS MARCACOES E AS LOCACOES QUE O
      * FECHAMENTO VAI ATINGIR
      *--------------------------------------------------------------
      *
       LST-INICIO.
           MOVE "N" TO W-EXECUTA
           MOVE ZEROS TO W-TOTAG W-TOTLOC W-TOTREM W-TOTCONF
               W-TOTPRORR W-TOTAVISO W-TOTDIAS
           DISPLAY (08, 01) " ".
           DISPLAY "MARCACOES:  BIKE DATA     HORAS CPF         PARC".
           PERFORM TRATA-AGENDA THRU TRATA-AGENDA-FIM
           DISPLAY "LOCACOES:   BIKE PREVISAO HORA  CPF         CONTR".
           PERFORM TRATA-LOCACOES THRU TRATA-LOCACOES-FIM
           DISPLAY " ".
           DISPLAY "MARCACOES ATINGIDAS: " W-TOTAG
               "   LOCACOES ATINGIDAS: " W-TOTLOC.
       CONFIRMA-001.
           MOVE "N" TO W-OPCAO
           DISPLAY "FECHAR A FILIAL, REMARCAR E AVISAR OS CLIENTES "
               "(S/N)? ".
           ACCEPT W-OPCAO
           IF W-OPCAO = "N" OR "n"
               MOVE "* FECHAMENTO NAO GRAVADO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-FILIAL.
           IF W-OPCAO NOT = "S" AND "s"
               GO TO CONFIRMA-001.
      *
      *--------------------------------------------------------------
      * EXECUCAO: PRIMEIRO FECHA OS DIAS NO CALENDARIO (ASSIM O
      * PROXIMO DIA ABERTO JA PULA O PERIODO), DEPOIS PRORROGA AS
      * LOCACOES (A PREVISAO NOVA ENTRA NA CHECAGEM DE CONFLITO DA
      * AGENDA) E POR ULTIMO REMARCA AS MARCACOES
      *--------------------------------------------------------------
      *
       EXE-INICIO.
           MOVE "S" TO W-EXECUTA
           MOVE ZEROS TO W-TOTAG W-TOTLOC
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 01)
               "  * FECHAMENTO EMERGENCIAL DE FILIAL *"
           DISPLAY (03, 01) " ".
           PERFORM GRAVA-FECHAMENTO THRU GRAVA-FECHAMENTO-FIM
           PERFORM TRATA-LOCACOES THRU TRATA-LOCACOES-FIM
           PERFORM TRATA-AGENDA THRU TRATA-AGENDA-FIM
           DISPLAY " ".
           DISPLAY "DIAS FECHADOS NO CALENDARIO: " W-TOTDIAS.
           DISPLAY "LOCACOES PRORROGADAS SEM ACRESCIMO: " W-TOTPRORR.
           DISPLAY "MARCACOES REMARCADAS: " W-TOTREM
               "   COM CONFLITO (REMARCAR NO SGB055): " W-TOTCONF.
           DISPLAY "AVISOS GRAVADOS NO CADNOTIF: " W-TOTAVISO.
           DISPLAY "TECLE ENTER PARA VOLTAR".
           ACCEPT W-OPCAO
           GO TO ACC-FILIAL.
      *
      * UM REGISTRO NO CADFERIADO PARA CADA DIA DO PERIODO (DIA JA
      * FECHADO NO CALENDARIO FICA COMO ESTAVA)
       GRAVA-FECHAMENTO.
           MOVE W-DTINI TO W-DTVAJ.
       GRAVA-FECHAMENTO-DIA.
           MOVE W-FILIAL TO CODFIL-FER
           MOVE W-DTVAJ TO DTFERIADO
           MOVE W-MOTIVO TO DESCFERIADO
           WRITE REGFERIADO
           IF ST-ERRO = "00"
               ADD 1 TO W-TOTDIAS.
           IF W-DTVAJ < W-DTFIM
               PERFORM AVANCA-DIAVAJ THRU AVANCA-DIAVAJ-FIM
               GO TO GRAVA-FECHAMENTO-DIA.
       GRAVA-FECHAMENTO-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * LOCACOES EM ABERTO DA FILIAL COM PREVISAO NO PERIODO. O
      * INDICE E LIDO PELA CHAVE PRINCIPAL (BIKE), ENTAO MUDAR A
      * PREVISAO NA ENTRADA NAO ATRAPALHA A LEITURA
      *--------------------------------------------------------------
      *
       TRATA-LOCACOES.
           MOVE ZEROS TO NUMBIKE-AB
           START CADLOCAB KEY IS >= NUMBIKE-AB
           IF ST-LOCAB NOT = "00"
               GO TO TRATA-LOCACOES-FIM.
       TRATA-LOCACOES-PROX.
           READ CADLOCAB NEXT RECORD
           IF ST-LOCAB NOT = "00"
               GO TO TRATA-LOCACOES-FIM.
           IF FILIAL-AB NOT = W-FILIAL
               GO TO TRATA-LOCACOES-PROX.
           MOVE DTPREV-AB TO W-DTPREVAB
           IF W-DTPREVAB < W-DTINI OR W-DTPREVAB > W-DTFIM
               GO TO TRATA-LOCACOES-PROX.
           ADD 1 TO W-TOTLOC
           IF W-EXECUTA = "N"
               DISPLAY "            " NUMBIKE-AB " " W-DTPREVAB " "
                   HRPREV-AB ":" MINPREV-AB " " CPF-AB " "
                   NUMCONTR-AB
               GO TO TRATA-LOCACOES-PROX.
           PERFORM PRORROGA-LOCACAO THRU PRORROGA-LOCACAO-FIM
           GO TO TRATA-LOCACOES-PROX.
       TRATA-LOCACOES-FIM.
           EXIT.
      *
      * PRORROGACAO SEM ACRESCIMO PARA O PROXIMO DIA ABERTO, NA
      * MESMA HORA, COM O HISTORICO NO CADEXTEN (VIDE SGB057)
       PRORROGA-LOCACAO.
           MOVE KEYLOC-AB TO KEYLOCACAO
           READ CADLOC
           IF ST-ERRO NOT = "00" OR DTENTREGA NOT = ZEROS
               DISPLAY "LOCACAO DA BIKE " NUMBIKE-AB
                   " NAO ENCONTRADA EM ABERTO - NAO PRORROGADA"
               GO TO PRORROGA-LOCACAO-FIM.
           MOVE W-DTPREVAB TO W-DTVAJ
           PERFORM PROXIMO-DIA-ABERTO THRU PROXIMO-DIA-ABERTO-FIM
           MOVE W-DTVAJ TO W-DTNOVA
           MOVE KEYLOCACAO TO KEYLOCACAO-EXT
           MOVE 1 TO SEQ-EXT
           MOVE W-DTPREVAB TO DTPREV-ANT
           MOVE HRPREVISAO TO HRPREV-ANT
           MOVE MINPREVISAO TO MINPREV-ANT
           MOVE W-DTNOVA TO DTPREV-NOVA
           MOVE HRPREVISAO TO HRPREV-NOVA
           MOVE MINPREVISAO TO MINPREV-NOVA
           MOVE ZEROS TO VALACRESC
           ACCEPT DTEXTEN FROM DATE YYYYMMDD.
       PRORROGA-LOCACAO-WR.
           WRITE REGEXTEN
           IF ST-ERRO = "22"
               ADD 1 TO SEQ-EXT
               GO TO PRORROGA-LOCACAO-WR.
           MOVE W-DIANOVA TO DIA-PREV
           MOVE W-MESNOVA TO MES-PREV
           MOVE W-ANONOVA TO ANO-PREV
           REWRITE REGLOC
           IF ST-ERRO NOT = "00" AND NOT = "02"
               DISPLAY "ERRO AO ATUALIZAR A LOCACAO DA BIKE "
                   NUMBIKE-AB
               GO TO PRORROGA-LOCACAO-FIM.
           MOVE W-ANONOVA TO ANOPREV-AB
           MOVE W-MESNOVA TO MESPREV-AB
           MOVE W-DIANOVA TO DIAPREV-AB
           REWRITE REGLOCAB
           ADD 1 TO W-TOTPRORR
           DISPLAY "PRORROGADA  " NUMBIKE-AB " " W-DTPREVAB " -> "
               W-DTNOVA " " HRPREVISAO ":" MINPREVISAO " " FKCPF-CLI
           MOVE FKCPF-CLI TO W-CPFAVISO
           MOVE FKNUM-BIKE TO W-BIKEAVISO
           MOVE HRPREVISAO TO W-HRAVISO
           MOVE MINPREVISAO TO W-MINAVISO
           MOVE W-DIANOVA TO W-DIAAVED
           MOVE W-MESNOVA TO W-MESAVED
           MOVE W-ANONOVA TO W-ANOAVED
           MOVE SPACES TO MENSNOTIF
           STRING "* FILIAL FECHADA-DEVOLUCAO S/ MULTA ATE "
               W-DTAVISOED DELIMITED BY SIZE INTO MENSNOTIF
           PERFORM GRAVA-AVISO THRU GRAVA-AVISO-FIM.
       PRORROGA-LOCACAO-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * MARCACOES ATIVAS DA AGENDA NO PERIODO, DAS BIKES DA FILIAL
      *--------------------------------------------------------------
      *
       TRATA-AGENDA.
           MOVE LOW-VALUES TO KEYAGENDA
           START CADAGENDA KEY IS >= KEYAGENDA
           IF ST-ERRO NOT = "00"
               GO TO TRATA-AGENDA-FIM.
       TRATA-AGENDA-PROX.
           READ CADAGENDA NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO TRATA-AGENDA-FIM.
           IF SITAGENDA NOT = "A"
               GO TO TRATA-AGENDA-PROX.
           IF DTAGENDA < W-DTINI OR DTAGENDA > W-DTFIM
               GO TO TRATA-AGENDA-PROX.
           MOVE NUM-BIKE-AG TO NUM-BIKE
           READ CADBIKE
           IF ST-ERRO NOT = "00"
               GO TO TRATA-AGENDA-PROX.
           IF CODFILIAL NOT = W-FILIAL
               GO TO TRATA-AGENDA-PROX.
           ADD 1 TO W-TOTAG
           MOVE KEYAGENDA TO W-KEYAGSALVA
           MOVE NUM-BIKE-AG TO W-NUMBIKE
           MOVE DTAGENDA TO W-DTAG
           MOVE HRINI-AG TO W-HRINI
           MOVE HRFIM-AG TO W-HRFIM
           MOVE CPF-AG TO W-CPFAG
           MOVE ZEROS TO W-PARCEIRO
           MOVE KEYAGENDA TO KEYAGPARC
           READ CADAGPARC
           IF ST-ERRO = "00"
               MOVE CODPARC-AG TO W-PARCEIRO.
           IF W-EXECUTA = "N"
               DISPLAY "            " W-NUMBIKE " " W-DTAG " "
                   W-HRINI "-" W-HRFIM " " W-CPFAG " " W-PARCEIRO
               GO TO TRATA-AGENDA-PROX.
           PERFORM REMARCA-AGENDA THRU REMARCA-AGENDA-FIM
      * A REMARCACAO REPOSICIONOU O ARQUIVO: VOLTA PARA DEPOIS DA
      * MARCACAO TRATADA (A NOVA CAI DEPOIS DO PERIODO E E PULADA)
           MOVE W-KEYAGSALVA TO KEYAGENDA
           START CADAGENDA KEY IS > KEYAGENDA
           IF ST-ERRO NOT = "00"
               GO TO TRATA-AGENDA-FIM.
           GO TO TRATA-AGENDA-PROX.
       TRATA-AGENDA-FIM.
           EXIT.
      *
      * REMARCACAO PARA O PROXIMO DIA ABERTO NA MESMA FAIXA DE
      * HORARIO: GRAVA A MARCACAO NOVA (COM A ETIQUETA DE PARCEIRO)
      * E CANCELA A ANTIGA. COM CONFLITO A MARCACAO FICA COMO ESTA
      * E O CLIENTE E AVISADO PARA COMBINAR OUTRA DATA
       REMARCA-AGENDA.
           MOVE W-DTAG TO W-DTVAJ
           PERFORM PROXIMO-DIA-ABERTO THRU PROXIMO-DIA-ABERTO-FIM
           MOVE W-DTVAJ TO W-DTNOVA
           PERFORM VERIFICA-CONFLITO THRU VERIFICA-CONFLITO-FIM
           IF W-CONFLITO = "S"
               GO TO REMARCA-AGENDA-CONFLITO.
           MOVE W-NUMBIKE TO NUM-BIKE-AG
           MOVE W-DTNOVA TO DTAGENDA
           MOVE W-HRINI TO HRINI-AG
           MOVE W-HRFIM TO HRFIM-AG
           MOVE W-CPFAG TO CPF-AG
           MOVE "A" TO SITAGENDA
           MOVE "ATIVA     " TO DSCSITAGENDA
           WRITE REGAGENDA
           IF ST-ERRO NOT = "00"
               MOVE "JA EXISTE MARCACAO" TO W-MOTCONF
               GO TO REMARCA-AGENDA-CONFLITO.
           IF W-PARCEIRO NOT = ZEROS
               MOVE KEYAGENDA TO KEYAGPARC
               MOVE W-PARCEIRO TO CODPARC-AG
               WRITE REGAGPARC
               IF ST-ERRO = "22"
                   REWRITE REGAGPARC.
           MOVE W-KEYAGSALVA TO KEYSINAL
           READ CADSINAL
           IF ST-SIN = "00"
               MOVE REGSINAL TO W-REGSINAL
               DELETE CADSINAL RECORD
               MOVE W-REGSINAL TO REGSINAL
               MOVE KEYAGENDA TO KEYSINAL
               WRITE REGSINAL
               IF ST-SIN = "22"
                   REWRITE REGSINAL.
           MOVE W-KEYAGSALVA TO KEYAGENDA
           READ CADAGENDA
           IF ST-ERRO = "00"
               MOVE "C" TO SITAGENDA
               MOVE "CANCELADA " TO DSCSITAGENDA
               REWRITE REGAGENDA.
           ADD 1 TO W-TOTREM
           DISPLAY "REMARCADA   " W-NUMBIKE " " W-DTAG " -> "
               W-DTNOVA " " W-HRINI "-" W-HRFIM " " W-CPFAG
           MOVE W-DIANOVA TO W-DIAAVED
           MOVE W-MESNOVA TO W-MESAVED
           MOVE W-ANONOVA TO W-ANOAVED
           MOVE SPACES TO MENSNOTIF
           STRING "* FILIAL FECHADA - RESERVA REMARCADA P/ "
               W-DTAVISOED DELIMITED BY SIZE INTO MENSNOTIF
           GO TO REMARCA-AGENDA-AVISO.
       REMARCA-AGENDA-CONFLITO.
           ADD 1 TO W-TOTCONF
           DISPLAY "CONFLITO    " W-NUMBIKE " " W-DTAG " "
               W-HRINI "-" W-HRFIM " " W-CPFAG " " W-MOTCONF
           MOVE W-DTAG TO W-DTNOVA
           MOVE W-DIANOVA TO W-DIAAVED
           MOVE W-MESNOVA TO W-MESAVED
           MOVE W-ANONOVA TO W-ANOAVED
           MOVE SPACES TO MENSNOTIF
           STRING "* FILIAL FECHADA " W-DTAVISOED
               " - LIGUE P/ REMARCAR" DELIMITED BY SIZE
               INTO MENSNOTIF.
       REMARCA-AGENDA-AVISO.
           MOVE W-CPFAG TO W-CPFAVISO
           MOVE W-NUMBIKE TO W-BIKEAVISO
           MOVE W-HRINI TO W-HRAVISO
           MOVE ZEROS TO W-MINAVISO
           PERFORM GRAVA-AVISO THRU GRAVA-AVISO-FIM.
       REMARCA-AGENDA-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * CONFLITOS DA DATA NOVA (MESMA REGRA DO SGB055): OUTRA
      * MARCACAO ATIVA DA BIKE COM HORARIO SOBREPOSTO, LOCACAO EM
      * ABERTO DA BIKE COM PREVISAO ATE A DATA NOVA OU ORDEM DE
      * SERVICO ABERTA NO CADMANUT
      *--------------------------------------------------------------
      *
       VERIFICA-CONFLITO.
           MOVE "N" TO W-CONFLITO
           MOVE SPACES TO W-MOTCONF
           MOVE W-NUMBIKE TO NUM-BIKE-AG
           MOVE W-DTNOVA TO DTAGENDA
           MOVE ZEROS TO HRINI-AG
           START CADAGENDA KEY IS >= KEYAGENDA
           IF ST-ERRO NOT = "00"
               GO TO VERIFICA-CONFLITO-LOC.
       VERIFICA-CONFLITO-PROX.
           READ CADAGENDA NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO VERIFICA-CONFLITO-LOC.
           IF NUM-BIKE-AG NOT = W-NUMBIKE OR DTAGENDA NOT = W-DTNOVA
               GO TO VERIFICA-CONFLITO-LOC.
           IF SITAGENDA NOT = "A"
               GO TO VERIFICA-CONFLITO-PROX.
           IF HRINI-AG > W-HRFIM OR HRFIM-AG < W-HRINI
               GO TO VERIFICA-CONFLITO-PROX.
           MOVE "S" TO W-CONFLITO
           MOVE "BIKE JA MARCADA" TO W-MOTCONF
           GO TO VERIFICA-CONFLITO-FIM.
       VERIFICA-CONFLITO-LOC.
           MOVE W-NUMBIKE TO NUMBIKE-AB
           READ CADLOCAB
           IF ST-LOCAB NOT = "00"
               GO TO VERIFICA-CONFLITO-MANUT.
           MOVE DTPREV-AB TO W-DTPREVAB
           IF W-DTPREVAB NOT < W-DTNOVA
               MOVE "S" TO W-CONFLITO
               MOVE "BIKE COM LOCACAO ABERTA" TO W-MOTCONF
               GO TO VERIFICA-CONFLITO-FIM.
       VERIFICA-CONFLITO-MANUT.
           MOVE W-NUMBIKE TO NUM-BIKE-MANUT
           START CADMANUT KEY IS = NUM-BIKE-MANUT
           IF ST-ERRO NOT = "00"
               GO TO VERIFICA-CONFLITO-FIM.
       VERIFICA-CONFLITO-MANPROX.
           READ CADMANUT NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO VERIFICA-CONFLITO-FIM.
           IF NUM-BIKE-MANUT NOT = W-NUMBIKE
               GO TO VERIFICA-CONFLITO-FIM.
           IF SITUACMANUT = "A" OR "a"
               MOVE "S" TO W-CONFLITO
               MOVE "BIKE EM MANUTENCAO" TO W-MOTCONF
               GO TO VERIFICA-CONFLITO-FIM.
           GO TO VERIFICA-CONFLITO-MANPROX.
       VERIFICA-CONFLITO-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * AVISO AO CLIENTE NO CADNOTIF, PELO CANAL DE SERVICO DELE.
      * CHAVE: CPF + BIKE + DATA NOVA (DDMMAAAA, VIDE W-DTAVISOED) +
      * HORA, PARA NAO SOBREPOR O COMPROVANTE DA LOCACAO
      *--------------------------------------------------------------
      *
       GRAVA-AVISO.
           MOVE W-CPFAVISO TO CPF-CLI
           READ CADCLI
           IF ST-ERRO NOT = "00"
               GO TO GRAVA-AVISO-FIM.
           MOVE W-CPFAVISO TO FKCPF-CLI-NOTIF
           MOVE W-BIKEAVISO TO FKNUM-BIKE-NOTIF
           MOVE W-DIAAVED TO DIA-LOCA-NOTIF
           MOVE W-MESAVED TO MES-LOCA-NOTIF
           MOVE W-ANOAVED TO ANO-LOCA-NOTIF
           MOVE W-HRAVISO TO HRLOCACAO-NOTIF
           MOVE W-MINAVISO TO MINLOCACAO-NOTIF
           ACCEPT DTENVIO FROM DATE YYYYMMDD
           ACCEPT HRENVIO FROM TIME
           IF EMAIL-CLI NOT = SPACES
               MOVE 'E' TO TIPONOTIF
               MOVE EMAIL-CLI TO DESTINONOTIF
           ELSE
               MOVE 'S' TO TIPONOTIF
               MOVE TEL-CLI TO DESTINONOTIF.
           MOVE CPF-CLI TO CPF-CONS
           READ CADCONSENT
           IF ST-ERRO = "00" AND CANALPREF-CONS = "S"
                   AND TEL-CLI NOT = ZEROS
               MOVE 'S' TO TIPONOTIF
               MOVE TEL-CLI TO DESTINONOTIF.
           WRITE REGNOTIF
           IF ST-ERRO = "22"
               REWRITE REGNOTIF.
           ADD 1 TO W-TOTAVISO.
       GRAVA-AVISO-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * PROXIMO DIA ABERTO DA FILIAL DEPOIS DE W-DTVAJ (DEVOLVIDO EM
      * W-DTVAJ). OS DIAS DO FECHAMENTO JA ESTAO NO CADFERIADO
      *--------------------------------------------------------------
      *
       PROXIMO-DIA-ABERTO.
           PERFORM AVANCA-DIAVAJ THRU AVANCA-DIAVAJ-FIM
           PERFORM VERIFICA-DIAFECH THRU VERIFICA-DIAFECH-FIM
           IF W-DIAFECH = "S"
               GO TO PROXIMO-DIA-ABERTO.
       PROXIMO-DIA-ABERTO-FIM.
           EXIT.
      *
      * DIA FECHADO: FERIADO DA FILIAL OU DA EMPRESA (FILIAL 00)
       VERIFICA-DIAFECH.
           MOVE "N" TO W-DIAFECH
           MOVE W-FILIAL TO CODFIL-FER
           MOVE W-DTVAJ TO DTFERIADO
           READ CADFERIADO
           IF ST-ERRO = "00"
               MOVE "S" TO W-DIAFECH
               GO TO VERIFICA-DIAFECH-FIM.
           MOVE ZEROS TO CODFIL-FER
           MOVE W-DTVAJ TO DTFERIADO
           READ CADFERIADO
           IF ST-ERRO = "00"
               MOVE "S" TO W-DIAFECH.
       VERIFICA-DIAFECH-FIM.
           EXIT.
      *
      * AVANCA UM DIA DE CALENDARIO REAL (FEVEREIRO COM 29 EM ANO
      * MULTIPLO DE 4)
       AVANCA-DIAVAJ.
           MOVE W-DIASMES (W-MESVAJ) TO W-ULTDIAMES
           IF W-MESVAJ = 02
               DIVIDE W-ANOVAJ BY 4 GIVING W-ANORESTO
               COMPUTE W-ANORESTO = W-ANOVAJ - (W-ANORESTO * 4)
               IF W-ANORESTO = ZEROS
                   MOVE 29 TO W-ULTDIAMES.
           IF W-DIAVAJ < W-ULTDIAMES
               ADD 1 TO W-DIAVAJ
               GO TO AVANCA-DIAVAJ-FIM.
           MOVE 01 TO W-DIAVAJ
           IF W-MESVAJ < 12
               ADD 1 TO W-MESVAJ
           ELSE
               MOVE 01 TO W-MESVAJ
               ADD 1 TO W-ANOVAJ.
       AVANCA-DIAVAJ-FIM.
           EXIT.
      *
       ENCERRA.
           CLOSE CADFILIAL CADFERIADO CADAGENDA CADAGPARC CADBIKE
               CADMANUT CADLOC CADLOCAB CADEXTEN CADCLI CADCONSENT
               CADNOTIF CADSINAL
           GO TO ROT-FIM.
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
