       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGB152.
       AUTHOR. VINICIUS ESCAME DOS SANTOS.
      *--------------------------------------------------------------
      * OFICINA PARA BIKE DE CLIENTE (CADOSCLI.DAT) -- O SGB008 SO
      * CONHECE BIKE DA FROTA; AQUI O VIZINHO TRAZ A BIKE DELE E O
      * MECANICO USA O TEMPO OCIOSO. NUMERACAO DA SERIE "OSCLI" DO
      * CADCONTROLE:
      *   A = ABERTURA: CLIENTE DO CADCLI, DESCRICAO DA BIKE, ESTADO
      *       NA ENTRADA E PROBLEMA, COM O COMPROVANTE DE ENTRADA NO
      *       SPOOL (SGB038) PARA O CLIENTE ASSINAR
      *   O = ORCAMENTO (MAO DE OBRA E PECAS)
      *   D = DECISAO DO CLIENTE: APROVA OU RECUSA O ORCAMENTO
      *   E = EXECUCAO: PECAS DO CADPECA DA FILIAL DA ORDEM (BAIXA DO
      *       ESTOQUE COM MOVIMENTO 'S' NO CADPECMOV, ITENS NO
      *       CADOSCPEC, PRECO = CUSTO + MARGEM DO PARAMETRO 27) E A
      *       MAO DE OBRA. NA CONCLUSAO O CLIENTE RECEBE O AVISO DE
      *       RETIRADA NO CADNOTIF
      *   R = RETIRADA: NOTA FISCAL DE SERVICO NO CADNFS (SERIE
      *       "NFSnn" DA FILIAL E ISS DO PARAMETRO 11, COMO O SGB004)
      *       E O PAGAMENTO NO CADPAG. ORDEM RECUSADA SAI SEM COBRANCA
      *   N = BIKES NAO RETIRADAS APOS O PRAZO DO PARAMETRO 26
      * NO CADPAG, NO CADNOTIF E NO CADNFS A ORDEM E ANCORADA NA
      * CHAVE DE LOCACAO CPF + BIKE 0000 + DATA/HORA DA ENTRADA
      * SITUACAO: R=RECEBIDA O=ORCADA A=APROVADA X=RECUSADA
      *           C=CONCLUIDA E=ENTREGUE
      *--------------------------------------------------------------
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT CADOSCLI
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMOSC
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CPF-OSC
                                            WITH DUPLICATES.

            SELECT CADOSCPEC
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYOSCPEC
                    FILE STATUS  IS ST-ERRO.

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

            SELECT CADPECA
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPECA
                    FILE STATUS  IS ST-ERRO.

            SELECT CADPECMOV
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPECMOV
                    FILE STATUS  IS ST-ERRO.

            SELECT CADNFS
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYNFS
                    FILE STATUS  IS ST-ERRO.

            SELECT CADPAG
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPAG
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS KEYLOCACAO-PAG
                                            WITH DUPLICATES.

            SELECT CADNOTIF
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYNOTIF
                    FILE STATUS  IS ST-ERRO.

            SELECT CADCONSENT
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF-CONS
                    FILE STATUS  IS ST-ERRO.

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
      * ORDEM DE SERVICO DE BIKE DE CLIENTE. OS VALORES ORCADOS
      * FICAM GUARDADOS; OS REALIZADOS SAEM DA EXECUCAO (PECAS PELA
      * SOMA DO CADOSCPEC). HRENT-OSC E HHMM DA ENTRADA
      *--------------------------------------------------------------
      *
       FD CADOSCLI
           VALUE OF FILE-ID IS "CADOSCLI.DAT".
       01 REGOSCLI.
           03 NUMOSC           PIC 9(06).
           03 CPF-OSC          PIC 9(11).
           03 CODFIL-OSC       PIC 9(02).
           03 DSCBIKE-OSC      PIC X(40).
           03 SERIE-OSC        PIC X(20).
           03 ESTADO-OSC       PIC X(60).
           03 PROBLEMA-OSC     PIC X(40).
           03 DTENT-OSC        PIC 9(08).
           03 HRENT-OSC        PIC 9(04).
           03 OPERENT-OSC      PIC 9(04).
           03 VALMOORC-OSC     PIC 9(06)V99.
           03 VALPECORC-OSC    PIC 9(06)V99.
           03 DTORC-OSC        PIC 9(08).
           03 DTDECIS-OSC      PIC 9(08).
           03 VALMO-OSC        PIC 9(06)V99.
           03 VALPEC-OSC       PIC 9(06)V99.
           03 DTCONCL-OSC      PIC 9(08).
           03 DTAVISO-OSC      PIC 9(08).
           03 DTRETIR-OSC      PIC 9(08).
           03 FILNFS-OSC       PIC 9(02).
           03 NUMNFS-OSC       PIC 9(08).
           03 FORMAPAG-OSC     PIC X(01).
           03 SEQPAG-OSC       PIC 9(04).
           03 SITOSC           PIC X(01).
           03 DSCSITOSC        PIC X(10).
      *
       FD CADOSCPEC
           VALUE OF FILE-ID IS "CADOSCPEC.DAT".
       01 REGOSCPEC.
           03 KEYOSCPEC.
               05 NUMOSC-OP     PIC 9(06).
               05 CODPECA-OP    PIC 9(04).
           03 QTD-OP           PIC 9(04).
           03 CUSTOUNIT-OP     PIC 9(06)V99.
           03 PRECOUNIT-OP     PIC 9(06)V99.
           03 PRECOTOT-OP      PIC 9(06)V99.
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
       FD CADPECA
               VALUE OF FILE-ID IS "CADPECA.DAT".
       01 REGPECA.
                03 KEYPECA.
                    05 CODPECA        PIC 9(04).
                    05 CODFILIAL-PEC  PIC 9(02).
                03 DSCPECA      PIC X(20).
                03 CUSTOPECA    PIC 9(06)V99.
                03 QTDPECA      PIC 9(04).
                03 QTDMIN       PIC 9(04).
      *
       FD CADPECMOV
           VALUE OF FILE-ID IS "CADPECMOV.DAT".
       01 REGPECMOV.
           03 KEYPECMOV.
               05 CODPECA-MOV    PIC 9(04).
               05 CODFILIAL-MOV  PIC 9(02).
               05 DTMOV-PEC      PIC 9(08).
               05 SEQ-PECMOV     PIC 9(04).
           03 TIPOMOV-PEC    PIC X(01).
           03 QTDMOV-PEC     PIC 9(04).
      *
       FD CADNFS
           VALUE OF FILE-ID IS "CADNFS.DAT".
       01 REGNFS.
           03 KEYNFS.
               05 FILNFS       PIC 9(02).
               05 NUMNFS       PIC 9(08).
           03 KEYLOCACAO-NFS  PIC X(27).
           03 CPFNFS          PIC 9(11).
           03 DTEMIS-NFS      PIC 9(08).
           03 VALSERV-NFS     PIC 9(06)V99.
           03 ALIQISS-NFS     PIC 9(02)V99.
           03 VALISS-NFS      PIC 9(06)V99.
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
       FD CADPARAM
           VALUE OF FILE-ID IS "CADPARAM.DAT".
       01 REGPARAM.
           03 COD-PARAM    PIC 9(02).
           03 DSC-PARAM    PIC X(25).
           03 VAL-PARAM    PIC 9(06)V9(06).
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
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 W-CONF        PIC X(01) VALUE SPACES.
       77 W-OPER        PIC 9(04) VALUE ZEROS.
       77 W-NUMOSC      PIC 9(06) VALUE ZEROS.
       77 W-CPFOSC      PIC 9(11) VALUE ZEROS.
       77 W-CODFIL      PIC 9(02) VALUE ZEROS.
       77 W-CODPECA     PIC 9(04) VALUE ZEROS.
       77 W-QTDPECA     PIC 9(04) VALUE ZEROS.
       77 W-FORMA       PIC X(01) VALUE SPACES.
       77 W-VALTOTAL    PIC 9(06)V99 VALUE ZEROS.
       77 W-VALORC      PIC 9(06)V99 VALUE ZEROS.
       77 W-VALED       PIC ZZZZZ9,99.
       77 W-VALED2      PIC ZZZZZ9,99.
       77 W-TOTLISTA    PIC 9(04) VALUE ZEROS.
       77 W-DIASPARADA  PIC 9(06) VALUE ZEROS.
       77 W-NOMECLI     PIC X(30) VALUE SPACES.
       77 W-MSGAVISO    PIC X(50) VALUE SPACES.
       01 W-DTHOJE      PIC 9(08) VALUE ZEROS.
       01 W-DTHOJE-R REDEFINES W-DTHOJE.
           03 W-ANOHOJE     PIC 9(04).
           03 W-MESHOJE     PIC 9(02).
           03 W-DIAHOJE     PIC 9(02).
       01 W-HORA        PIC 9(08) VALUE ZEROS.
       01 W-HORA-R REDEFINES W-HORA.
           03 W-HHMM        PIC 9(04).
           03 FILLER        PIC 9(04).
      *
      * PARAMETROS DO CADPARAM LIDOS NA ABERTURA: 11 = ALIQUOTA DE
      * ISS (MESMO PADRAO DO SGB004), 26 = PRAZO EM DIAS PARA O
      * CLIENTE RETIRAR A BIKE DEPOIS DO AVISO, 27 = MARGEM % SOBRE
      * O CUSTO DA PECA COBRADA DO CLIENTE
       77 W-ALIQISS     PIC 9(02)V99 VALUE 05,00.
       77 W-PRAZORET    PIC 9(03) VALUE 30.
       77 W-MARGEMPEC   PIC 9(03)V99 VALUE 30,00.
      *
      * CHAVE DE ANCORAGEM DA ORDEM NO CADPAG/CADNOTIF/CADNFS, NO
      * FORMATO DA CHAVE DE LOCACAO (DATA DDMMAAAA)
       01 W-CHAVEOSC.
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
       01 W-TIPONFS.
           03 FILLER          PIC X(03) VALUE "NFS".
           03 W-NFSFIL        PIC 9(02).
           03 FILLER          PIC X(03) VALUE SPACES.
      *
      * CONVERSAO 30/360 PARA OS DIAS PARADOS (MESMA TECNICA DO
      * SGB079/SGB107)
       01 W-DTCALC      PIC 9(08) VALUE ZEROS.
       01 W-DTCALC-R REDEFINES W-DTCALC.
           03 W-ANOCALC     PIC 9(04).
           03 W-MESCALC     PIC 9(02).
           03 W-DIACALC     PIC 9(02).
       77 W-ORDCALC     PIC 9(08) VALUE ZEROS.
       77 W-ORDHOJE     PIC 9(08) VALUE ZEROS.
      *
      * APOIO AO SPOOL DE RELATORIOS (MESMA ROTINA DO SGB128)
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
           OPEN I-O CADOSCLI
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                   OPEN OUTPUT CADOSCLI
                   CLOSE CADOSCLI
                   OPEN I-O CADOSCLI
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQUIVO CADOSCLI.DAT *"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
           OPEN I-O CADOSCPEC
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                   OPEN OUTPUT CADOSCPEC
                   CLOSE CADOSCPEC
                   OPEN I-O CADOSCPEC
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQUIVO CADOSCPEC.DAT *"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADOSCLI
                   GO TO ROT-FIM.
           OPEN INPUT CADCLI
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO AO ABRIR O ARQUIVO CADCLI.DAT *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADOSCLI CADOSCPEC
               GO TO ROT-FIM.
           OPEN INPUT CADFUNC
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO AO ABRIR O ARQUIVO CADFUNC.DAT *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADOSCLI CADOSCPEC CADCLI
               GO TO ROT-FIM.
           OPEN INPUT CADFILIAL
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO AO ABRIR O ARQ CADFILIAL.DAT *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADOSCLI CADOSCPEC CADCLI CADFUNC
               GO TO ROT-FIM.
           OPEN I-O CADPECA
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                   OPEN OUTPUT CADPECA
                   CLOSE CADPECA
                   OPEN I-O CADPECA
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQUIVO CADPECA *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADOSCLI CADOSCPEC CADCLI CADFUNC CADFILIAL
                   GO TO ROT-FIM.
           OPEN I-O CADPECMOV
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                   OPEN OUTPUT CADPECMOV
                   CLOSE CADPECMOV
                   OPEN I-O CADPECMOV.
           OPEN I-O CADNFS
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                   OPEN OUTPUT CADNFS
                   CLOSE CADNFS
                   OPEN I-O CADNFS.
           OPEN I-O CADPAG
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                   OPEN OUTPUT CADPAG
                   CLOSE CADPAG
                   OPEN I-O CADPAG.
           OPEN I-O CADNOTIF
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                   OPEN OUTPUT CADNOTIF
                   CLOSE CADNOTIF
                   OPEN I-O CADNOTIF.
           OPEN INPUT CADCONSENT
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                   OPEN OUTPUT CADCONSENT
                   CLOSE CADCONSENT
                   OPEN INPUT CADCONSENT.
           OPEN I-O CADCONTROLE
           IF ST-CTRL NOT = "00"
               IF ST-CTRL = "30" OR "35"
                   OPEN OUTPUT CADCONTROLE
                   CLOSE CADCONTROLE
                   OPEN I-O CADCONTROLE.
           PERFORM LE-PARAMETROS THRU LE-PARAMETROS-FIM
           ACCEPT W-DTHOJE FROM DATE YYYYMMDD
           MOVE W-DTHOJE TO W-DTCALC
           PERFORM CALCULA-ORDEM THRU CALCULA-ORDEM-FIM
           MOVE W-ORDCALC TO W-ORDHOJE.
      *
       ACC-OPER.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 01) "  * OFICINA PARA BIKE DE CLIENTE *"
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
           DISPLAY (01, 01) "  * OFICINA PARA BIKE DE CLIENTE *"
           MOVE SPACES TO W-OPCAO
           DISPLAY (03, 01)
               "   A=ABERTURA  O=ORCAMENTO  D=DECISAO DO CLIENTE".
           DISPLAY (04, 01)
               "   E=EXECUCAO  R=RETIRADA  N=NAO RETIRADAS  S=SAIR : ".
           ACCEPT (04, 55) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR 01
               GO TO ENCERRA.
           IF W-OPCAO = "a" MOVE "A" TO W-OPCAO.
           IF W-OPCAO = "o" MOVE "O" TO W-OPCAO.
           IF W-OPCAO = "d" MOVE "D" TO W-OPCAO.
           IF W-OPCAO = "e" MOVE "E" TO W-OPCAO.
           IF W-OPCAO = "r" MOVE "R" TO W-OPCAO.
           IF W-OPCAO = "n" MOVE "N" TO W-OPCAO.
           IF W-OPCAO = "s" OR "S"
               GO TO ENCERRA.
           IF W-OPCAO = "A"
               GO TO OSC-ABRE.
           IF W-OPCAO = "O"
               GO TO OSC-ORCA.
           IF W-OPCAO = "D"
               GO TO OSC-DECIDE.
           IF W-OPCAO = "E"
               GO TO OSC-EXECUTA.
           IF W-OPCAO = "R"
               GO TO OSC-RETIRA.
           IF W-OPCAO = "N"
               GO TO OSC-PARADAS.
           MOVE "* DIGITE A, O, D, E, R, N OU S *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ACC-MODO.
      *
      *--------------------------------------------------------------
      * ABERTURA (CHECK-IN): CLIENTE, FILIAL, BIKE E ESTADO NA
      * ENTRADA. O COMPROVANTE SAI NO SPOOL PARA O CLIENTE ASSINAR
      *--------------------------------------------------------------
      *
       OSC-ABRE.
           MOVE ZEROS TO W-CPFOSC
           DISPLAY (06, 01) "   CPF DO CLIENTE (0=VOLTAR).: ".
           ACCEPT (06, 33) W-CPFOSC WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR W-CPFOSC = ZEROS
               GO TO ACC-MODO.
           MOVE W-CPFOSC TO CPF-CLI
           READ CADCLI
           IF ST-ERRO NOT = "00"
               MOVE "* CLIENTE NAO CADASTRADO (SGB003) *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO OSC-ABRE.
           IF SITUAC-CLI NOT = "A" AND NOT = "a"
               MOVE "* CLIENTE NAO ESTA ATIVO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO OSC-ABRE.
           DISPLAY (06, 46) NOME-CLI
           MOVE CODFILIAL-CLI TO W-CODFIL
           MOVE SPACES TO DSCBIKE-OSC SERIE-OSC ESTADO-OSC
           MOVE SPACES TO PROBLEMA-OSC.
       OSC-ABRE-FIL.
           DISPLAY (07, 01) "   FILIAL DA OFICINA.........: ".
           ACCEPT (07, 33) W-CODFIL WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO OSC-ABRE.
           MOVE W-CODFIL TO COD-FILIAL
           READ CADFILIAL
           IF ST-ERRO NOT = "00"
               MOVE "* FILIAL NAO CADASTRADA (SGB118) *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO OSC-ABRE-FIL.
           DISPLAY (07, 46) NOME-FILIAL.
       OSC-ABRE-BIKE.
           DISPLAY (08, 01) "   BIKE (MARCA/MODELO/COR)...: ".
           ACCEPT (09, 04) DSCBIKE-OSC WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO OSC-ABRE-FIL.
           IF DSCBIKE-OSC = SPACES
               MOVE "* DESCREVA A BIKE DO CLIENTE *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO OSC-ABRE-BIKE.
           DISPLAY (10, 01) "   NUMERO DE SERIE DO QUADRO.: ".
           ACCEPT (10, 33) SERIE-OSC WITH UPDATE.
       OSC-ABRE-ESTADO.
           DISPLAY (11, 01) "   ESTADO NA ENTRADA (RISCOS, AMASSADOS,"
               " ACESSORIOS):".
           ACCEPT (12, 04) ESTADO-OSC WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO OSC-ABRE-BIKE.
           IF ESTADO-OSC = SPACES
               MOVE "* REGISTRE O ESTADO DA BIKE NA ENTRADA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO OSC-ABRE-ESTADO.
       OSC-ABRE-PROB.
           DISPLAY (13, 01) "   PROBLEMA RELATADO:".
           ACCEPT (14, 04) PROBLEMA-OSC WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO OSC-ABRE-ESTADO.
           IF PROBLEMA-OSC = SPACES
               MOVE "* DESCREVA O PROBLEMA! *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO OSC-ABRE-PROB.
           MOVE SPACES TO W-CONF
           DISPLAY (16, 01) "   CONFIRMA A ABERTURA (S/N): ".
           ACCEPT (16, 31) W-CONF WITH UPDATE
           IF W-CONF NOT = "S" AND NOT = "s"
               MOVE "* ORDEM NAO GRAVADA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-MODO.
           PERFORM GERA-NUMOSC THRU GERA-NUMOSC-FIM
           MOVE W-CPFOSC TO CPF-OSC
           MOVE W-CODFIL TO CODFIL-OSC
           MOVE W-DTHOJE TO DTENT-OSC
           ACCEPT W-HORA FROM TIME
           MOVE W-HHMM TO HRENT-OSC
           MOVE W-OPER TO OPERENT-OSC
           MOVE ZEROS TO VALMOORC-OSC VALPECORC-OSC DTORC-OSC
           MOVE ZEROS TO DTDECIS-OSC VALMO-OSC VALPEC-OSC
           MOVE ZEROS TO DTCONCL-OSC DTAVISO-OSC DTRETIR-OSC
           MOVE ZEROS TO FILNFS-OSC NUMNFS-OSC SEQPAG-OSC
           MOVE SPACES TO FORMAPAG-OSC
           MOVE "R" TO SITOSC
           MOVE "RECEBIDA  " TO DSCSITOSC
           WRITE REGOSCLI
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
               MOVE "* ERRO AO GRAVAR A ORDEM *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-MODO.
           PERFORM ABRE-SPOOL THRU ABRE-SPOOL-FIM.
           PERFORM IMPRIME-ENTRADA THRU IMPRIME-ENTRADA-FIM
           PERFORM FECHA-SPOOL THRU FECHA-SPOOL-FIM.
           DISPLAY "TECLE ENTER PARA VOLTAR".
           ACCEPT W-OPCAO
           GO TO ACC-MODO.
      *
      * NUMERO SEQUENCIAL DA SERIE "OSCLI" DO CADCONTROLE
       GERA-NUMOSC.
           MOVE "OSCLI   " TO TIPOCTRL
           READ CADCONTROLE
           IF ST-CTRL NOT = "00"
               MOVE "OSCLI   " TO TIPOCTRL
               MOVE 1 TO PROXNUM
               WRITE REGCTRL.
           MOVE PROXNUM TO NUMOSC
           ADD 1 TO PROXNUM
           REWRITE REGCTRL.
       GERA-NUMOSC-FIM.
           EXIT.
      *
      * COMPROVANTE DE ENTRADA DA BIKE (VIA DO CLIENTE)
       IMPRIME-ENTRADA.
           STRING " "
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "---- COMPROVANTE DE ENTRADA NA OFICINA - ORDEM "
               NUMOSC " ----"
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "FILIAL...: " CODFIL-OSC " " NOME-FILIAL
               "   ENTRADA: " DTENT-OSC " " HRENT-OSC
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "CLIENTE..: " CPF-OSC " " NOME-CLI
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "BIKE.....: " DSCBIKE-OSC
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "SERIE....: " SERIE-OSC
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "ESTADO...: " ESTADO-OSC
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "PROBLEMA.: " PROBLEMA-OSC
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "PRAZO PARA RETIRADA APOS O AVISO: " W-PRAZORET
               " DIAS"
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING " "
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "ASSINATURA DO CLIENTE: _____________________________"
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
       IMPRIME-ENTRADA-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * ORCAMENTO: MAO DE OBRA E PECAS ESTIMADAS. PODE SER REFEITO
      * ENQUANTO O CLIENTE NAO DECIDIU
      *--------------------------------------------------------------
      *
       OSC-ORCA.
           PERFORM ACHA-OSC THRU ACHA-OSC-FIM
           IF W-NUMOSC = ZEROS
               GO TO ACC-MODO.
           IF SITOSC NOT = "R" AND NOT = "O"
               MOVE "* ORDEM JA TEM DECISAO DO CLIENTE *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-MODO.
       OSC-ORCA-MO.
           DISPLAY (10, 01) "   MAO DE OBRA ORCADA.: ".
           ACCEPT (10, 26) VALMOORC-OSC WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-MODO.
       OSC-ORCA-PEC.
           DISPLAY (11, 01) "   PECAS ORCADAS......: ".
           ACCEPT (11, 26) VALPECORC-OSC WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO OSC-ORCA-MO.
           IF VALMOORC-OSC = ZEROS AND VALPECORC-OSC = ZEROS
               MOVE "* ORCAMENTO NAO PODE SER ZERO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO OSC-ORCA-MO.
           COMPUTE W-VALORC = VALMOORC-OSC + VALPECORC-OSC
           MOVE W-VALORC TO W-VALED
           DISPLAY (12, 01) "   TOTAL DO ORCAMENTO.: " W-VALED
           MOVE W-DTHOJE TO DTORC-OSC
           MOVE "O" TO SITOSC
           MOVE "ORCADA    " TO DSCSITOSC
           REWRITE REGOSCLI
           MOVE "* ORCAMENTO GRAVADO - AGUARDA O CLIENTE *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ACC-MODO.
      *
      *--------------------------------------------------------------
      * DECISAO DO CLIENTE SOBRE O ORCAMENTO. A RECUSA JA LIBERA A
      * BIKE PARA RETIRADA, SEM COBRANCA, COM O AVISO AO CLIENTE
      *--------------------------------------------------------------
      *
       OSC-DECIDE.
           PERFORM ACHA-OSC THRU ACHA-OSC-FIM
           IF W-NUMOSC = ZEROS
               GO TO ACC-MODO.
           IF SITOSC NOT = "O"
               MOVE "* ORDEM SEM ORCAMENTO PENDENTE *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-MODO.
           COMPUTE W-VALORC = VALMOORC-OSC + VALPECORC-OSC
           MOVE W-VALORC TO W-VALED
           DISPLAY (10, 01) "   TOTAL DO ORCAMENTO.: " W-VALED.
       OSC-DECIDE-CONF.
           MOVE SPACES TO W-CONF
           DISPLAY (11, 01) "   CLIENTE APROVOU (S/N): ".
           ACCEPT (11, 27) W-CONF WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-MODO.
           IF W-CONF = "s" MOVE "S" TO W-CONF.
           IF W-CONF = "n" MOVE "N" TO W-CONF.
           IF W-CONF NOT = "S" AND NOT = "N"
               MOVE "* DIGITE S OU N *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO OSC-DECIDE-CONF.
           MOVE W-DTHOJE TO DTDECIS-OSC
           IF W-CONF = "S"
               MOVE "A" TO SITOSC
               MOVE "APROVADA  " TO DSCSITOSC
               REWRITE REGOSCLI
               MOVE "* ORCAMENTO APROVADO - LIBERADO P/ EXECUCAO *"
                                                          TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-MODO.
           MOVE "X" TO SITOSC
           MOVE "RECUSADA  " TO DSCSITOSC
           MOVE SPACES TO W-MSGAVISO
           STRING "* ORCAMENTO RECUSADO - RETIRE SUA BIKE, ORDEM "
               NUMOSC DELIMITED BY SIZE INTO W-MSGAVISO
           PERFORM AVISA-RETIRADA THRU AVISA-RETIRADA-FIM
           REWRITE REGOSCLI
           MOVE "* ORCAMENTO RECUSADO - CLIENTE AVISADO *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ACC-MODO.
      *
      *--------------------------------------------------------------
      * EXECUCAO: PECAS DO CATALOGO DA FILIAL DA ORDEM (MESMA BAIXA
      * DO INC-006B DO SGB008, COM MOVIMENTO 'S' NO CADPECMOV) E A
      * MAO DE OBRA REALIZADA. A ORDEM PODE FICAR EM ANDAMENTO E
      * VOLTAR AQUI ATE SER CONCLUIDA
      *--------------------------------------------------------------
      *
       OSC-EXECUTA.
           PERFORM ACHA-OSC THRU ACHA-OSC-FIM
           IF W-NUMOSC = ZEROS
               GO TO ACC-MODO.
           IF SITOSC NOT = "A"
               MOVE "* SO ORDEM COM ORCAMENTO APROVADO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-MODO.
           MOVE VALPEC-OSC TO W-VALED
           DISPLAY (10, 01) "   PECAS JA LANCADAS..: " W-VALED.
       OSC-EXEC-PECA.
           MOVE ZEROS TO W-CODPECA
           DISPLAY (12, 01)
               "   PECA DO CATALOGO (CODIGO, 0=FIM): ".
           ACCEPT (12, 39) W-CODPECA WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-MODO.
           IF W-CODPECA = ZEROS
               GO TO OSC-EXEC-MO.
           MOVE W-CODPECA TO CODPECA
           MOVE CODFIL-OSC TO CODFILIAL-PEC
           READ CADPECA
           IF ST-ERRO NOT = "00"
               MOVE "* PECA SEM CADASTRO NA FILIAL (SGB064) *"
                   TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO OSC-EXEC-PECA.
           DISPLAY (12, 45) DSCPECA
           MOVE ZEROS TO W-QTDPECA
           DISPLAY (13, 01) "   QUANTIDADE: ".
           ACCEPT (13, 17) W-QTDPECA WITH UPDATE
           IF W-QTDPECA = ZEROS
               GO TO OSC-EXEC-PECA.
           IF W-QTDPECA > QTDPECA
               MOVE "* ESTOQUE INSUFICIENTE DA PECA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO OSC-EXEC-PECA.
           SUBTRACT W-QTDPECA FROM QTDPECA
           REWRITE REGPECA
           PERFORM GRAVA-MOVPECA THRU GRAVA-MOVPECA-FIM
           MOVE NUMOSC TO NUMOSC-OP
           MOVE W-CODPECA TO CODPECA-OP
           READ CADOSCPEC
           IF ST-ERRO NOT = "00"
               MOVE NUMOSC TO NUMOSC-OP
               MOVE W-CODPECA TO CODPECA-OP
               MOVE ZEROS TO QTD-OP PRECOTOT-OP
               MOVE "N" TO W-CONF
           ELSE
               MOVE "S" TO W-CONF.
           ADD W-QTDPECA TO QTD-OP
           MOVE CUSTOPECA TO CUSTOUNIT-OP
           COMPUTE PRECOUNIT-OP ROUNDED =
               CUSTOPECA * (100 + W-MARGEMPEC) / 100
           COMPUTE PRECOTOT-OP = PRECOTOT-OP +
               (PRECOUNIT-OP * W-QTDPECA)
           IF W-CONF = "S"
               REWRITE REGOSCPEC
           ELSE
               WRITE REGOSCPEC.
           COMPUTE VALPEC-OSC = VALPEC-OSC +
               (PRECOUNIT-OP * W-QTDPECA)
           REWRITE REGOSCLI
           MOVE VALPEC-OSC TO W-VALED
           DISPLAY (10, 01) "   PECAS JA LANCADAS..: " W-VALED
           MOVE SPACES TO MENS
           DISPLAY (12, 45) MENS
           GO TO OSC-EXEC-PECA.
       OSC-EXEC-MO.
           IF VALMO-OSC = ZEROS
               MOVE VALMOORC-OSC TO VALMO-OSC.
           DISPLAY (15, 01) "   MAO DE OBRA REALIZADA: ".
           ACCEPT (15, 28) VALMO-OSC WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO OSC-EXEC-PECA.
           COMPUTE W-VALTOTAL = VALMO-OSC + VALPEC-OSC
           COMPUTE W-VALORC = VALMOORC-OSC + VALPECORC-OSC
           MOVE W-VALTOTAL TO W-VALED
           MOVE W-VALORC TO W-VALED2
           DISPLAY (16, 01) "   TOTAL " W-VALED "  ORCADO " W-VALED2
           IF W-VALTOTAL > W-VALORC
               MOVE "* ATENCAO: TOTAL ACIMA DO ORCAMENTO APROVADO *"
                                                          TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM.
       OSC-EXEC-CONCL.
           MOVE SPACES TO W-CONF
           DISPLAY (18, 01) "   SERVICO CONCLUIDO (S/N): ".
           ACCEPT (18, 29) W-CONF WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO OSC-EXEC-MO.
           IF W-CONF NOT = "S" AND NOT = "s"
               REWRITE REGOSCLI
               MOVE "* ORDEM CONTINUA EM EXECUCAO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-MODO.
           MOVE W-DTHOJE TO DTCONCL-OSC
           MOVE "C" TO SITOSC
           MOVE "CONCLUIDA " TO DSCSITOSC
           MOVE SPACES TO W-MSGAVISO
           STRING "* SUA BIKE ESTA PRONTA PARA RETIRADA - ORDEM "
               NUMOSC DELIMITED BY SIZE INTO W-MSGAVISO
           PERFORM AVISA-RETIRADA THRU AVISA-RETIRADA-FIM
           REWRITE REGOSCLI
           MOVE "* ORDEM CONCLUIDA - CLIENTE AVISADO *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ACC-MODO.
      *
      * MOVIMENTO DE SAIDA DA PECA NO CADPECMOV (MESMA CHAVE DA
      * ENTRADA DO SGB064: PECA + FILIAL + DATA + SEQUENCIA)
       GRAVA-MOVPECA.
           MOVE CODPECA TO CODPECA-MOV
           MOVE CODFILIAL-PEC TO CODFILIAL-MOV
           MOVE W-DTHOJE TO DTMOV-PEC
           MOVE 1 TO SEQ-PECMOV
           MOVE "S" TO TIPOMOV-PEC
           MOVE W-QTDPECA TO QTDMOV-PEC.
       GRAVA-MOVPECA-WR.
           WRITE REGPECMOV
           IF ST-ERRO = "22"
               ADD 1 TO SEQ-PECMOV
               GO TO GRAVA-MOVPECA-WR.
       GRAVA-MOVPECA-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * RETIRADA: ORDEM CONCLUIDA E COBRADA (NOTA FISCAL DE SERVICO E
      * PAGAMENTO) OU ORDEM RECUSADA DEVOLVIDA SEM COBRANCA
      *--------------------------------------------------------------
      *
       OSC-RETIRA.
           PERFORM ACHA-OSC THRU ACHA-OSC-FIM
           IF W-NUMOSC = ZEROS
               GO TO ACC-MODO.
           IF SITOSC NOT = "C" AND NOT = "X"
               MOVE "* ORDEM NAO ESTA LIBERADA PARA RETIRADA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-MODO.
           IF SITOSC = "X"
               GO TO OSC-RETIRA-CONF.
           COMPUTE W-VALTOTAL = VALMO-OSC + VALPEC-OSC
           MOVE VALMO-OSC TO W-VALED
           MOVE VALPEC-OSC TO W-VALED2
           DISPLAY (10, 01) "   MAO DE OBRA " W-VALED
               "  PECAS " W-VALED2
           MOVE W-VALTOTAL TO W-VALED
           DISPLAY (11, 01) "   TOTAL A PAGAR: " W-VALED.
       OSC-RETIRA-FORMA.
           MOVE SPACES TO W-FORMA
           DISPLAY (13, 01)
               "   FORMA DE PAGAMENTO (D=DINHEIRO C=CARTAO P=PIX): ".
           ACCEPT (13, 53) W-FORMA WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-MODO.
           IF W-FORMA = "d" MOVE "D" TO W-FORMA.
           IF W-FORMA = "c" MOVE "C" TO W-FORMA.
           IF W-FORMA = "p" MOVE "P" TO W-FORMA.
           IF W-FORMA NOT = "D" AND NOT = "C" AND NOT = "P"
               MOVE "* FORMA DE PAGAMENTO INVALIDA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO OSC-RETIRA-FORMA.
       OSC-RETIRA-CONF.
           MOVE SPACES TO W-CONF
           DISPLAY (15, 01) "   CONFIRMA A RETIRADA (S/N): ".
           ACCEPT (15, 31) W-CONF WITH UPDATE
           IF W-CONF NOT = "S" AND NOT = "s"
               MOVE "* RETIRADA NAO GRAVADA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-MODO.
           PERFORM MONTA-CHAVEOSC THRU MONTA-CHAVEOSC-FIM
           IF SITOSC = "C" AND W-VALTOTAL > ZEROS
               PERFORM GERA-NOTAFISCAL THRU GERA-NOTAFISCAL-FIM
               PERFORM GRAVA-PAGAMENTO THRU GRAVA-PAGAMENTO-FIM.
           MOVE W-DTHOJE TO DTRETIR-OSC
           MOVE "E" TO SITOSC
           MOVE "ENTREGUE  " TO DSCSITOSC
           REWRITE REGOSCLI
           MOVE "* BIKE ENTREGUE AO CLIENTE *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ACC-MODO.
      *
      * NOTA FISCAL DE SERVICO (CADNFS/SGB090): MESMA SERIE "NFSnn"
      * DA FILIAL E MESMA ALIQUOTA DE ISS DO GERA-NOTAFISCAL DO SGB004
       GERA-NOTAFISCAL.
           MOVE CODFIL-OSC TO W-NFSFIL
           MOVE W-TIPONFS TO TIPOCTRL
           READ CADCONTROLE
           IF ST-CTRL NOT = "00"
               MOVE W-TIPONFS TO TIPOCTRL
               MOVE 1 TO PROXNUM
               WRITE REGCTRL.
           MOVE CODFIL-OSC TO FILNFS
           MOVE PROXNUM TO NUMNFS
           ADD 1 TO PROXNUM
           REWRITE REGCTRL
           MOVE W-CHAVEOSC TO KEYLOCACAO-NFS
           MOVE CPF-OSC TO CPFNFS
           MOVE W-DTHOJE TO DTEMIS-NFS
           MOVE W-VALTOTAL TO VALSERV-NFS
           MOVE W-ALIQISS TO ALIQISS-NFS
           COMPUTE VALISS-NFS ROUNDED =
               W-VALTOTAL * W-ALIQISS / 100
           WRITE REGNFS
           IF ST-ERRO = "22"
               REWRITE REGNFS.
           MOVE FILNFS TO FILNFS-OSC
           MOVE NUMNFS TO NUMNFS-OSC
           DISPLAY (17, 01) "   NOTA FISCAL EMITIDA: " FILNFS "/"
               NUMNFS.
       GERA-NOTAFISCAL-FIM.
           EXIT.
      *
      * PAGAMENTO A VISTA NO CADPAG, NA CHAVE DE ANCORAGEM DA ORDEM
       GRAVA-PAGAMENTO.
           MOVE W-CHAVEOSC TO KEYLOCACAO-PAG
           MOVE 1 TO SEQ-PAG
           MOVE W-FORMA TO FORMAPAG
           IF W-FORMA = "D"
               MOVE "DINHEIRO  " TO FORMAPAGDESC.
           IF W-FORMA = "C"
               MOVE "CARTAO    " TO FORMAPAGDESC.
           IF W-FORMA = "P"
               MOVE "PIX       " TO FORMAPAGDESC.
           MOVE W-VALTOTAL TO VALORPAG
           MOVE 1 TO NUMPARCELA TOTPARCELAS
           MOVE W-DTHOJE TO DTVENCTO
           MOVE "P" TO SITPARC
           MOVE "PAGA    " TO DSCSITPARC
           MOVE W-DTHOJE TO DTPAGTO.
       GRAVA-PAGAMENTO-WR.
           WRITE REGPAG
           IF ST-ERRO = "22"
               ADD 1 TO SEQ-PAG
               GO TO GRAVA-PAGAMENTO-WR.
           MOVE W-FORMA TO FORMAPAG-OSC
           MOVE SEQ-PAG TO SEQPAG-OSC.
       GRAVA-PAGAMENTO-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * BIKES PARADAS: ORDEM CONCLUIDA OU RECUSADA, COM O CLIENTE
      * AVISADO HA MAIS DIAS QUE O PRAZO DO PARAMETRO 26
      *--------------------------------------------------------------
      *
       OSC-PARADAS.
           MOVE ZEROS TO W-TOTLISTA
           PERFORM ABRE-SPOOL THRU ABRE-SPOOL-FIM.
           STRING " "
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "---- BIKES DE CLIENTE NAO RETIRADAS (PRAZO "
               W-PRAZORET " DIAS) EM " W-DTHOJE " ----"
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "ORDEM  FL CLIENTE                        AVISO    "
               "  DIAS SITUACAO"
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           MOVE ZEROS TO NUMOSC
           START CADOSCLI KEY IS >= NUMOSC
           IF ST-ERRO NOT = "00"
               GO TO OSC-PARADAS-FIM.
       OSC-PARADAS-PROX.
           READ CADOSCLI NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO OSC-PARADAS-FIM.
           IF SITOSC NOT = "C" AND NOT = "X"
               GO TO OSC-PARADAS-PROX.
           MOVE DTAVISO-OSC TO W-DTCALC
           PERFORM CALCULA-ORDEM THRU CALCULA-ORDEM-FIM
           MOVE ZEROS TO W-DIASPARADA
           IF W-ORDHOJE > W-ORDCALC
               COMPUTE W-DIASPARADA = W-ORDHOJE - W-ORDCALC.
           IF W-DIASPARADA NOT > W-PRAZORET
               GO TO OSC-PARADAS-PROX.
           ADD 1 TO W-TOTLISTA
           MOVE SPACES TO W-NOMECLI
           MOVE CPF-OSC TO CPF-CLI
           READ CADCLI
           IF ST-ERRO = "00"
               MOVE NOME-CLI TO W-NOMECLI.
           STRING NUMOSC " " CODFIL-OSC " " W-NOMECLI " "
               DTAVISO-OSC " " W-DIASPARADA " " DSCSITOSC
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           GO TO OSC-PARADAS-PROX.
       OSC-PARADAS-FIM.
           STRING "BIKES PARADAS ALEM DO PRAZO: " W-TOTLISTA
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           PERFORM FECHA-SPOOL THRU FECHA-SPOOL-FIM.
           DISPLAY "TECLE ENTER PARA VOLTAR".
           ACCEPT W-OPCAO
           GO TO ACC-MODO.
      *
      *--------------------------------------------------------------
      * ROTINAS DE APOIO
      *--------------------------------------------------------------
      *
       ACHA-OSC.
           MOVE ZEROS TO W-NUMOSC
           DISPLAY (06, 01) "   NUMERO DA ORDEM (0=VOLTAR): ".
           ACCEPT (06, 33) W-NUMOSC WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR W-NUMOSC = ZEROS
               MOVE ZEROS TO W-NUMOSC
               GO TO ACHA-OSC-FIM.
           MOVE W-NUMOSC TO NUMOSC
           READ CADOSCLI
           IF ST-ERRO NOT = "00"
               MOVE "* ORDEM NAO ENCONTRADA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               MOVE ZEROS TO W-NUMOSC
               GO TO ACHA-OSC-FIM.
           MOVE SPACES TO W-NOMECLI
           MOVE CPF-OSC TO CPF-CLI
           READ CADCLI
           IF ST-ERRO = "00"
               MOVE NOME-CLI TO W-NOMECLI.
           DISPLAY (07, 01) "   CLIENTE " CPF-OSC " " W-NOMECLI
           DISPLAY (08, 01) "   " DSCBIKE-OSC "  " DSCSITOSC.
       ACHA-OSC-FIM.
           EXIT.
      *
      * CHAVE DE ANCORAGEM: CPF + BIKE 0000 (NAO E BIKE DA FROTA) +
      * DATA DA ENTRADA (DDMMAAAA) + HORA E MINUTO DA ENTRADA
       MONTA-CHAVEOSC.
           MOVE CPF-OSC TO W-CPFCHAVE
           MOVE ZEROS TO W-BIKECHAVE
           MOVE DTENT-OSC TO W-DTENT-R
           MOVE W-DIAENT TO W-DIACHAVE
           MOVE W-MESENT TO W-MESCHAVE
           MOVE W-ANOENT TO W-ANOCHAVE
           MOVE HRENT-OSC TO W-HHMMCHAVE.
       MONTA-CHAVEOSC-FIM.
           EXIT.
      *
      * AVISO AO CLIENTE PELO CANAL DE SERVICO DELE (MESMA REGRA DO
      * AVISA-CANCELAMENTO DO SGB128). O TEXTO VEM EM W-MSGAVISO
       AVISA-RETIRADA.
           MOVE W-DTHOJE TO DTAVISO-OSC
           MOVE CPF-OSC TO CPF-CLI
           READ CADCLI
           IF ST-ERRO NOT = "00"
               GO TO AVISA-RETIRADA-FIM.
           PERFORM MONTA-CHAVEOSC THRU MONTA-CHAVEOSC-FIM
           MOVE W-CHAVEOSC TO KEYNOTIF
           ACCEPT DTENVIO FROM DATE YYYYMMDD
           ACCEPT HRENVIO FROM TIME
           MOVE W-MSGAVISO TO MENSNOTIF
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
       AVISA-RETIRADA-FIM.
           EXIT.
      *
       LE-PARAMETROS.
           OPEN INPUT CADPARAM
           IF ST-ERRO NOT = "00"
               GO TO LE-PARAMETROS-FIM.
           MOVE 11 TO COD-PARAM
           READ CADPARAM
           IF ST-ERRO = "00" AND VAL-PARAM NOT = ZEROS
               MOVE VAL-PARAM TO W-ALIQISS.
           MOVE 26 TO COD-PARAM
           READ CADPARAM
           IF ST-ERRO = "00" AND VAL-PARAM NOT < 1
                   AND VAL-PARAM NOT > 999
               MOVE VAL-PARAM TO W-PRAZORET.
           MOVE 27 TO COD-PARAM
           READ CADPARAM
           IF ST-ERRO = "00" AND VAL-PARAM NOT > 999
               MOVE VAL-PARAM TO W-MARGEMPEC.
           CLOSE CADPARAM.
       LE-PARAMETROS-FIM.
           EXIT.
      *
       CALCULA-ORDEM.
           COMPUTE W-ORDCALC = (W-ANOCALC * 360) +
               (W-MESCALC * 30) + W-DIACALC.
       CALCULA-ORDEM-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * ABERTURA DO SPOOL (MESMA ROTINA DO SGB128; O CADCONTROLE JA
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
           MOVE "SGB152" TO PROGSPOOL
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
       ENCERRA.
           CLOSE CADOSCLI CADOSCPEC CADCLI CADFUNC CADFILIAL CADPECA
               CADPECMOV CADNFS CADPAG CADNOTIF CADCONSENT CADCONTROLE
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
      *
