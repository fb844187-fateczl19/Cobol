       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGB128.
       AUTHOR. VINICIUS ESCAME DOS SANTOS.
      *--------------------------------------------------------------
      * PASSEIOS GUIADOS E EVENTOS -- CATALOGO DE PASSEIOS
      * (CADPASSEIO.DAT), SAIDAS PROGRAMADAS COM VAGAS E GUIA
      * (CADSAIDA.DAT) E INSCRICOES DOS PARTICIPANTES POR CPF
      * (CADINSCR.DAT):
      *   P = INCLUI/ALTERA UM PASSEIO DO CATALOGO (ROTA, DURACAO,
      *       VAGAS MAXIMA E MINIMA, VALOR DA VAGA E FILIAL)
      *   A = AGENDA UMA SAIDA: DATA, HORARIO E GUIA DO CADFUNC (SEM
      *       OUTRA SAIDA ABERTA DELE NO MESMO HORARIO). NUMERACAO DA
      *       SERIE "SAIDA   " DO CADCONTROLE
      *   I = INSCREVE UM CLIENTE: RESERVA UMA BIKE DA FILIAL DO
      *       PASSEIO NO CADAGENDA (MESMA CHECAGEM DE CONFLITO DO
      *       SGB055) E GRAVA O PAGAMENTO NO CADPAG, ANCORADO NA
      *       CHAVE CPF + BIKE + DATA/HORA DA SAIDA
      *   X = DESISTENCIA DE UM PARTICIPANTE, COM NOTA DE CREDITO
      *       OPCIONAL (CADCREDNOTA, LIBERACAO DE SUPERVISOR)
      *   C = CANCELA UMA SAIDA QUE NAO ATINGIU O MINIMO DE
      *       INSCRITOS: LIBERA AS BIKES, EMITE NOTA DE CREDITO DO
      *       VALOR PAGO E AVISA CADA PARTICIPANTE (CADNOTIF)
      *   M = MANIFESTO DE PARTICIPANTES PARA O GUIA (SPOOL SGB038)
      *   L = LISTA AS SAIDAS A PARTIR DE UMA DATA
      *   R = DA BAIXA NA SAIDA REALIZADA (AGENDA 'U' = UTILIZADA)
      *--------------------------------------------------------------
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT CADPASSEIO
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-PASS
                    FILE STATUS  IS ST-ERRO.

            SELECT CADSAIDA
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMSAIDA
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS DTSAIDA
                                            WITH DUPLICATES.

            SELECT CADINSCR
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYINSCR
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CPF-INS
                                            WITH DUPLICATES.

            SELECT CADAGENDA
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYAGENDA
                    FILE STATUS  IS ST-ERRO.

            SELECT CADBIKE
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMERO
                    FILE STATUS  IS ST-ERRO.

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

            SELECT CADMANUT
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYMANUT
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NUM-BIKE-MANUT
                                            WITH DUPLICATES.

            SELECT CADFERIADO
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYFERIADO
                    FILE STATUS  IS ST-ERRO.

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

            SELECT CADCREDNOTA
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMCRED
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CPFCRED
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

            SELECT CADDIA
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-DIA
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
      * CATALOGO DE PASSEIOS. SITUAC-PASS: A=ATIVO I=INATIVO (NAO
      * ACEITA SAIDA NOVA). DURACAO EM HORAS CHEIAS
      *--------------------------------------------------------------
      *
       FD CADPASSEIO
           VALUE OF FILE-ID IS "CADPASSEIO.DAT".
       01 REGPASSEIO.
           03 COD-PASS        PIC 9(03).
           03 NOME-PASS       PIC X(30).
           03 ROTA-PASS       PIC X(50).
           03 DURACAO-PASS    PIC 9(02).
           03 MAXVAGAS-PASS   PIC 9(03).
           03 MINVAGAS-PASS   PIC 9(03).
           03 VALVAGA-PASS    PIC 9(06)V99.
           03 CODFIL-PASS     PIC 9(02).
           03 SITUAC-PASS     PIC X(01).
           03 DSCSITUAC-PASS  PIC X(08).
      *
      *--------------------------------------------------------------
      * SAIDAS PROGRAMADAS. SITSAIDA: A=ABERTA C=CANCELADA
      * R=REALIZADA. VAGAS E VALOR DA VAGA SAO COPIADOS DO PASSEIO
      * NO AGENDAMENTO; OCUPADAS CONTA AS INSCRICOES CONFIRMADAS
      *--------------------------------------------------------------
      *
       FD CADSAIDA
           VALUE OF FILE-ID IS "CADSAIDA.DAT".
       01 REGSAIDA.
           03 NUMSAIDA        PIC 9(06).
           03 CODPASS-SAI     PIC 9(03).
           03 DTSAIDA         PIC 9(08).
           03 HRSAIDA         PIC 9(02).
           03 HRFIM-SAI       PIC 9(02).
           03 GUIA-SAI        PIC 9(04).
           03 VAGAS-SAI       PIC 9(03).
           03 OCUPADAS-SAI    PIC 9(03).
           03 VALVAGA-SAI     PIC 9(06)V99.
           03 SITSAIDA        PIC X(01).
           03 DSCSITSAIDA     PIC X(10).
           03 DTCAD-SAI       PIC 9(08).
           03 OPERCAD-SAI     PIC 9(04).
           03 SUPERV-SAI      PIC 9(04).
      *
      *--------------------------------------------------------------
      * INSCRICOES. SITINSCR: C=CONFIRMADA X=CANCELADA. SEQPAG-INS
      * E A SEQUENCIA DO PAGAMENTO NO CADPAG E NUMCRED-INS A NOTA
      * DE CREDITO EMITIDA NO CANCELAMENTO (ZEROS SE NAO HOUVE)
      *--------------------------------------------------------------
      *
       FD CADINSCR
           VALUE OF FILE-ID IS "CADINSCR.DAT".
       01 REGINSCR.
           03 KEYINSCR.
               05 NUMSAIDA-INS PIC 9(06).
               05 CPF-INS      PIC 9(11).
           03 NUMBIKE-INS     PIC 9(04).
           03 VALPAGO-INS     PIC 9(06)V99.
           03 FORMAPAG-INS    PIC X(01).
           03 SEQPAG-INS      PIC 9(04).
           03 SITINSCR        PIC X(01).
           03 DSCSITINSCR     PIC X(10).
           03 DTINSCR         PIC 9(08).
           03 OPERINSCR       PIC 9(04).
           03 NUMCRED-INS     PIC 9(06).
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
       FD CADFERIADO
           VALUE OF FILE-ID IS "CADFERIADO.DAT".
       01 REGFERIADO.
           03 KEYFERIADO.
               05 CODFIL-FER   PIC 9(02).
               05 DTFERIADO    PIC 9(08).
           03 DESCFERIADO     PIC X(30).
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
       FD CADCREDNOTA
           VALUE OF FILE-ID IS "CADCREDNOTA.DAT".
       01 REGCRED.
           03 NUMCRED         PIC 9(06).
           03 CPFCRED         PIC 9(11).
           03 KEYLOCACAO-CRED PIC X(27).
           03 MOTIVOCRED      PIC X(30).
           03 VALCRED         PIC 9(06)V99.
           03 VALUSADO-CRED   PIC 9(06)V99.
           03 DTEMIS-CRED     PIC 9(08).
           03 SITCRED         PIC X(01).
           03 DSCSITCRED      PIC X(10).
           03 SUPERVCRED      PIC 9(04).
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
       FD CADDIA
           VALUE OF FILE-ID IS "CADDIA.DAT".
       01 REGDIA.
           03 COD-DIA      PIC 9(01).
           03 DTMOVIMENTO  PIC 9(08).
           03 SITDIA       PIC X(01).
           03 DSCSITDIA    PIC X(08).
           03 OPERABERT    PIC 9(04).
           03 OPERFECH     PIC 9(04).
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
       77 W-SUPERV      PIC 9(04) VALUE ZEROS.
       77 W-EXISTE      PIC X(01) VALUE "N".
       77 W-CODPASS     PIC 9(03) VALUE ZEROS.
       77 W-NUMSAIDA    PIC 9(06) VALUE ZEROS.
       77 W-CPFINS      PIC 9(11) VALUE ZEROS.
       77 W-GUIA        PIC 9(04) VALUE ZEROS.
       77 W-VAGAS       PIC 9(03) VALUE ZEROS.
       77 W-NUMBIKE     PIC 9(04) VALUE ZEROS.
       77 W-DTAG        PIC 9(08) VALUE ZEROS.
       77 W-HRINI       PIC 9(02) VALUE ZEROS.
       77 W-HRFIM       PIC 9(02) VALUE ZEROS.
       77 W-HRCALC      PIC 9(03) VALUE ZEROS.
       77 W-CODFIL      PIC 9(02) VALUE ZEROS.
       77 W-FORMA       PIC X(01) VALUE SPACES.
       77 W-CONFLITO    PIC X(01) VALUE "N".
       77 W-FILFECHADA  PIC X(01) VALUE "N".
       77 W-GUIAOCUPADO PIC X(01) VALUE "N".
       77 W-EMITENOTA   PIC X(01) VALUE "N".
       77 W-MOTIVO      PIC X(30) VALUE SPACES.
       77 W-TOTLISTA    PIC 9(04) VALUE ZEROS.
       77 W-TOTCANC     PIC 9(04) VALUE ZEROS.
       77 W-TOTNOTAS    PIC 9(04) VALUE ZEROS.
       77 W-NOMEPASS    PIC X(20) VALUE SPACES.
       77 W-FLAGMIN     PIC X(06) VALUE SPACES.
       77 W-VALED       PIC ZZZZZ9,99.
       77 W-SITDIA      PIC X(01) VALUE SPACES.
       01 W-DTMOV       PIC 9(08) VALUE ZEROS.
      *
      * DATA DA SAIDA (AAAAMMDD) NO FORMATO DA CHAVE DE LOCACAO
      * (DDMMAAAA) USADA NO CADPAG, NO CADNOTIF E NA NOTA DE CREDITO
       01 W-DTSAIDA-R   PIC 9(08) VALUE ZEROS.
       01 W-DTSAIDA-RR REDEFINES W-DTSAIDA-R.
           03 W-ANOSAI      PIC 9(04).
           03 W-MESSAI      PIC 9(02).
           03 W-DIASAI      PIC 9(02).
       01 W-DTSAIDAED.
           03 W-DIASAIED    PIC 9(02).
           03 FILLER        PIC X(01) VALUE "/".
           03 W-MESSAIED    PIC 9(02).
           03 FILLER        PIC X(01) VALUE "/".
           03 W-ANOSAIED    PIC 9(04).
      *
      * APOIO AO SPOOL DE RELATORIOS (MESMA ROTINA DO SGB030)
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
           OPEN I-O CADPASSEIO
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                   OPEN OUTPUT CADPASSEIO
                   CLOSE CADPASSEIO
                   OPEN I-O CADPASSEIO
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQ CADPASSEIO.DAT *"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
           OPEN I-O CADSAIDA
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                   OPEN OUTPUT CADSAIDA
                   CLOSE CADSAIDA
                   OPEN I-O CADSAIDA
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQUIVO CADSAIDA.DAT *"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADPASSEIO
                   GO TO ROT-FIM.
           OPEN I-O CADINSCR
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                   OPEN OUTPUT CADINSCR
                   CLOSE CADINSCR
                   OPEN I-O CADINSCR
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQUIVO CADINSCR.DAT *"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADPASSEIO CADSAIDA
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
                   CLOSE CADPASSEIO CADSAIDA CADINSCR
                   GO TO ROT-FIM.
           OPEN INPUT CADBIKE
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO AO ABRIR O ARQUIVO CADBIKE.DAT *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADPASSEIO CADSAIDA CADINSCR CADAGENDA
               GO TO ROT-FIM.
           OPEN INPUT CADCLI
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO AO ABRIR O ARQUIVO CADCLI.DAT *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADPASSEIO CADSAIDA CADINSCR CADAGENDA CADBIKE
               GO TO ROT-FIM.
           OPEN INPUT CADLOC
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO AO ABRIR O ARQUIVO CADLOC.DAT *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADPASSEIO CADSAIDA CADINSCR CADAGENDA CADBIKE
                   CADCLI
               GO TO ROT-FIM.
           OPEN INPUT CADFUNC
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO AO ABRIR O ARQUIVO CADFUNC.DAT *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADPASSEIO CADSAIDA CADINSCR CADAGENDA CADBIKE
                   CADCLI CADLOC
               GO TO ROT-FIM.
           OPEN INPUT CADFILIAL
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO AO ABRIR O ARQ CADFILIAL.DAT *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADPASSEIO CADSAIDA CADINSCR CADAGENDA CADBIKE
                   CADCLI CADLOC CADFUNC
               GO TO ROT-FIM.
           OPEN INPUT CADMANUT
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                   OPEN OUTPUT CADMANUT
                   CLOSE CADMANUT
                   OPEN INPUT CADMANUT.
           OPEN INPUT CADFERIADO
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                   OPEN OUTPUT CADFERIADO
                   CLOSE CADFERIADO
                   OPEN INPUT CADFERIADO.
           OPEN INPUT CADCONSENT
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                   OPEN OUTPUT CADCONSENT
                   CLOSE CADCONSENT
                   OPEN INPUT CADCONSENT.
           OPEN I-O CADPAG
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                   OPEN OUTPUT CADPAG
                   CLOSE CADPAG
                   OPEN I-O CADPAG.
           OPEN I-O CADCREDNOTA
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                   OPEN OUTPUT CADCREDNOTA
                   CLOSE CADCREDNOTA
                   OPEN I-O CADCREDNOTA.
           OPEN I-O CADNOTIF
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                   OPEN OUTPUT CADNOTIF
                   CLOSE CADNOTIF
                   OPEN I-O CADNOTIF.
           OPEN I-O CADCONTROLE
           IF ST-CTRL NOT = "00"
               IF ST-CTRL = "30" OR "35"
                   OPEN OUTPUT CADCONTROLE
                   CLOSE CADCONTROLE
                   OPEN I-O CADCONTROLE.
           ACCEPT W-DTMOV FROM DATE YYYYMMDD
           OPEN INPUT CADDIA
           IF ST-ERRO = "00"
               MOVE 1 TO COD-DIA
               READ CADDIA
               IF ST-ERRO = "00"
                   MOVE SITDIA TO W-SITDIA
                   MOVE DTMOVIMENTO TO W-DTMOV
               END-IF
               CLOSE CADDIA.
      *
       ACC-OPER.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 01) "  * PASSEIOS GUIADOS E EVENTOS *"
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
           DISPLAY (01, 01) "  * PASSEIOS GUIADOS E EVENTOS *"
           MOVE SPACES TO W-OPCAO
           DISPLAY (03, 01)
               "   P=PASSEIO  A=AGENDAR SAIDA  I=INSCREVER  X=DESISTIR".
           DISPLAY (04, 01)
               "   C=CANCELAR SAIDA  M=MANIFESTO  L=LISTAR  R=REALIZOU".
           DISPLAY (05, 01) "   S=SAIR : ".
           ACCEPT (05, 14) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR 01
               GO TO ENCERRA.
           IF W-OPCAO = "p" MOVE "P" TO W-OPCAO.
           IF W-OPCAO = "a" MOVE "A" TO W-OPCAO.
           IF W-OPCAO = "i" MOVE "I" TO W-OPCAO.
           IF W-OPCAO = "x" MOVE "X" TO W-OPCAO.
           IF W-OPCAO = "c" MOVE "C" TO W-OPCAO.
           IF W-OPCAO = "m" MOVE "M" TO W-OPCAO.
           IF W-OPCAO = "l" MOVE "L" TO W-OPCAO.
           IF W-OPCAO = "r" MOVE "R" TO W-OPCAO.
           IF W-OPCAO = "s" OR "S"
               GO TO ENCERRA.
           IF W-OPCAO = "P"
               GO TO PAS-CODIGO.
           IF W-OPCAO = "A"
               GO TO SAI-PASSEIO.
           IF W-OPCAO = "I"
               GO TO INS-SAIDA.
           IF W-OPCAO = "X"
               GO TO DES-SAIDA.
           IF W-OPCAO = "C"
               GO TO CAN-SAIDA.
           IF W-OPCAO = "M"
               GO TO MAN-SAIDA.
           IF W-OPCAO = "L"
               GO TO LIS-DATA.
           IF W-OPCAO = "R"
               GO TO REA-SAIDA.
           MOVE "* DIGITE P, A, I, X, C, M, L, R OU S *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ACC-MODO.
      *
      *--------------------------------------------------------------
      * CATALOGO: INCLUSAO OU ALTERACAO DE UM PASSEIO
      *--------------------------------------------------------------
      *
       PAS-CODIGO.
           MOVE ZEROS TO W-CODPASS
           DISPLAY (07, 01) "   CODIGO DO PASSEIO: ".
           ACCEPT (07, 23) W-CODPASS WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-MODO.
           IF W-CODPASS = ZEROS
               MOVE "* CODIGO INVALIDO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO PAS-CODIGO.
           MOVE W-CODPASS TO COD-PASS
           READ CADPASSEIO
           IF ST-ERRO = "00"
               MOVE "S" TO W-EXISTE
               DISPLAY (07, 30) "(ALTERACAO)"
           ELSE
               MOVE "N" TO W-EXISTE
               MOVE SPACES TO NOME-PASS ROTA-PASS
               MOVE ZEROS TO DURACAO-PASS MAXVAGAS-PASS
                   MINVAGAS-PASS VALVAGA-PASS CODFIL-PASS
               MOVE "A" TO SITUAC-PASS
               MOVE W-CODPASS TO COD-PASS
               DISPLAY (07, 30) "(INCLUSAO) ".
       PAS-NOME.
           DISPLAY (08, 01) "   NOME....: ".
           ACCEPT (08, 14) NOME-PASS WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO PAS-CODIGO.
           IF NOME-PASS = SPACES
               MOVE "* NOME DO PASSEIO EM BRANCO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO PAS-NOME.
           DISPLAY (09, 01) "   ROTA....: ".
           ACCEPT (09, 14) ROTA-PASS WITH UPDATE.
       PAS-DURACAO.
           DISPLAY (10, 01) "   DURACAO (HORAS): ".
           ACCEPT (10, 21) DURACAO-PASS WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO PAS-NOME.
           IF DURACAO-PASS = ZEROS OR DURACAO-PASS > 23
               MOVE "* DURACAO INVALIDA (1 A 23 HORAS) *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO PAS-DURACAO.
       PAS-VAGAS.
           DISPLAY (11, 01) "   VAGAS MAXIMAS: ".
           ACCEPT (11, 19) MAXVAGAS-PASS WITH UPDATE
           DISPLAY (12, 01) "   MINIMO DE INSCRITOS P/ SAIR: ".
           ACCEPT (12, 33) MINVAGAS-PASS WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO PAS-DURACAO.
           IF MAXVAGAS-PASS = ZEROS
                   OR MINVAGAS-PASS > MAXVAGAS-PASS
               MOVE "* VAGAS INVALIDAS (MINIMO <= MAXIMO) *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO PAS-VAGAS.
       PAS-VALOR.
           DISPLAY (13, 01) "   VALOR DA VAGA: ".
           ACCEPT (13, 19) VALVAGA-PASS WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO PAS-VAGAS.
       PAS-FILIAL.
           DISPLAY (14, 01) "   FILIAL DE SAIDA: ".
           ACCEPT (14, 21) CODFIL-PASS WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO PAS-VALOR.
           MOVE CODFIL-PASS TO COD-FILIAL
           READ CADFILIAL
           IF ST-ERRO NOT = "00"
               MOVE "* FILIAL NAO CADASTRADA (SGB124) *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO PAS-FILIAL.
           DISPLAY (14, 25) NOME-FILIAL.
       PAS-SITUAC.
           DISPLAY (15, 01) "   SITUACAO (A=ATIVO I=INATIVO): ".
           ACCEPT (15, 35) SITUAC-PASS WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO PAS-FILIAL.
           IF SITUAC-PASS = "a" MOVE "A" TO SITUAC-PASS.
           IF SITUAC-PASS = "i" MOVE "I" TO SITUAC-PASS.
           IF SITUAC-PASS = "A"
               MOVE "ATIVO   " TO DSCSITUAC-PASS
           ELSE IF SITUAC-PASS = "I"
               MOVE "INATIVO " TO DSCSITUAC-PASS
           ELSE
               MOVE "* SITUACAO INVALIDA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO PAS-SITUAC.
       PAS-GRAVA.
           IF W-EXISTE = "S"
               REWRITE REGPASSEIO
           ELSE
               WRITE REGPASSEIO.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
               MOVE "* ERRO AO GRAVAR O PASSEIO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-MODO.
           MOVE "* PASSEIO GRAVADO *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ACC-MODO.
      *
      *--------------------------------------------------------------
      * AGENDAMENTO DE SAIDA: DATA, HORARIO E GUIA
      *--------------------------------------------------------------
      *
       SAI-PASSEIO.
           MOVE ZEROS TO W-CODPASS W-DTAG W-HRINI W-GUIA W-VAGAS
           DISPLAY (07, 01) "   CODIGO DO PASSEIO: ".
           ACCEPT (07, 23) W-CODPASS WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-MODO.
           MOVE W-CODPASS TO COD-PASS
           READ CADPASSEIO
           IF ST-ERRO NOT = "00"
               MOVE "* PASSEIO NAO CADASTRADO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO SAI-PASSEIO.
           IF SITUAC-PASS NOT = "A"
               MOVE "* PASSEIO INATIVO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO SAI-PASSEIO.
           DISPLAY (07, 30) NOME-PASS.
           DISPLAY (08, 01) "   DURACAO: " DURACAO-PASS " H  VAGAS: "
               MAXVAGAS-PASS "  MINIMO: " MINVAGAS-PASS.
       SAI-DATA.
           DISPLAY (09, 01) "   DATA DA SAIDA (AAAAMMDD): ".
           ACCEPT (09, 31) W-DTAG WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO SAI-PASSEIO.
           IF W-DTAG = ZEROS OR W-DTAG < W-DTMOV
               MOVE "* DATA INVALIDA OU JA PASSADA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO SAI-DATA.
           MOVE CODFIL-PASS TO W-CODFIL
           PERFORM VERIFICA-FERIADO THRU VERIFICA-FERIADO-FIM
           IF W-FILFECHADA = "S"
               MOVE "* FILIAL FECHADA NESSE DIA (SGB122) *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO SAI-DATA.
       SAI-HORA.
           DISPLAY (10, 01) "   HORA DE SAIDA (00-23): ".
           ACCEPT (10, 28) W-HRINI WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO SAI-DATA.
           COMPUTE W-HRCALC = W-HRINI + DURACAO-PASS
           IF W-HRINI > 23 OR W-HRCALC > 23
               MOVE "* HORARIO INVALIDO PARA A DURACAO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO SAI-HORA.
           MOVE W-HRCALC TO W-HRFIM
           DISPLAY (10, 32) "RETORNO: " W-HRFIM "H".
       SAI-VAGAS.
           MOVE MAXVAGAS-PASS TO W-VAGAS
           DISPLAY (11, 01) "   VAGAS OFERECIDAS: ".
           ACCEPT (11, 22) W-VAGAS WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO SAI-HORA.
           IF W-VAGAS = ZEROS OR W-VAGAS > MAXVAGAS-PASS
               MOVE "* VAGAS INVALIDAS (ATE O MAXIMO DO PASSEIO) *"
                   TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO SAI-VAGAS.
       SAI-GUIA.
           DISPLAY (12, 01) "   GUIA (MATRICULA): ".
           ACCEPT (12, 22) W-GUIA WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO SAI-VAGAS.
           MOVE W-GUIA TO COD-FUNC
           READ CADFUNC
           IF ST-ERRO NOT = "00" OR SITUAC-FUNC NOT = "A"
               MOVE "* GUIA INVALIDO OU INATIVO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO SAI-GUIA.
           DISPLAY (12, 28) NOME-FUNC.
           PERFORM VERIFICA-GUIA THRU VERIFICA-GUIA-FIM
           IF W-GUIAOCUPADO = "S"
               MOVE "* GUIA JA ESCALADO NESSE HORARIO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO SAI-GUIA.
       SAI-CONF.
           MOVE SPACES TO W-CONF
           DISPLAY (14, 01) "   CONFIRMA A SAIDA (S/N): ".
           ACCEPT (14, 28) W-CONF WITH UPDATE
           IF W-CONF NOT = "S" AND NOT = "s"
               MOVE "* SAIDA NAO GRAVADA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-MODO.
           PERFORM GERA-NUMSAIDA THRU GERA-NUMSAIDA-FIM
           MOVE W-CODPASS TO CODPASS-SAI
           MOVE W-DTAG TO DTSAIDA
           MOVE W-HRINI TO HRSAIDA
           MOVE W-HRFIM TO HRFIM-SAI
           MOVE W-GUIA TO GUIA-SAI
           MOVE W-VAGAS TO VAGAS-SAI
           MOVE ZEROS TO OCUPADAS-SAI SUPERV-SAI
           MOVE VALVAGA-PASS TO VALVAGA-SAI
           MOVE "A" TO SITSAIDA
           MOVE "ABERTA    " TO DSCSITSAIDA
           MOVE W-DTMOV TO DTCAD-SAI
           MOVE W-OPER TO OPERCAD-SAI
           WRITE REGSAIDA
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
               MOVE "* ERRO AO GRAVAR A SAIDA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-MODO.
           DISPLAY (16, 01) "   SAIDA AGENDADA: " NUMSAIDA
           MOVE "* SAIDA GRAVADA *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ACC-MODO.
      *
       GERA-NUMSAIDA.
           MOVE "SAIDA   " TO TIPOCTRL
           READ CADCONTROLE
           IF ST-CTRL NOT = "00"
               MOVE "SAIDA   " TO TIPOCTRL
               MOVE 1 TO PROXNUM
               WRITE REGCTRL.
           MOVE PROXNUM TO NUMSAIDA
           ADD 1 TO PROXNUM
           REWRITE REGCTRL.
       GERA-NUMSAIDA-FIM.
           EXIT.
      *
      * GUIA OCUPADO: OUTRA SAIDA ABERTA DELE NO MESMO DIA COM
      * HORARIO SOBREPOSTO
       VERIFICA-GUIA.
           MOVE "N" TO W-GUIAOCUPADO
           MOVE W-DTAG TO DTSAIDA
           START CADSAIDA KEY IS = DTSAIDA
           IF ST-ERRO NOT = "00"
               GO TO VERIFICA-GUIA-FIM.
       VERIFICA-GUIA-PROX.
           READ CADSAIDA NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO VERIFICA-GUIA-FIM.
           IF DTSAIDA NOT = W-DTAG
               GO TO VERIFICA-GUIA-FIM.
           IF GUIA-SAI NOT = W-GUIA OR SITSAIDA NOT = "A"
               GO TO VERIFICA-GUIA-PROX.
           IF HRSAIDA > W-HRFIM OR HRFIM-SAI < W-HRINI
               GO TO VERIFICA-GUIA-PROX.
           MOVE "S" TO W-GUIAOCUPADO.
       VERIFICA-GUIA-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * INSCRICAO: RESERVA DA BIKE NO CADAGENDA E PAGAMENTO NO CADPAG
      *--------------------------------------------------------------
      *
       INS-SAIDA.
           MOVE ZEROS TO W-NUMSAIDA W-CPFINS W-NUMBIKE
           MOVE SPACES TO W-FORMA
           DISPLAY (07, 01) "   NUMERO DA SAIDA: ".
           ACCEPT (07, 21) W-NUMSAIDA WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-MODO.
           PERFORM LE-SAIDA THRU LE-SAIDA-FIM
           IF W-EXISTE = "N"
               GO TO INS-SAIDA.
           IF SITSAIDA NOT = "A" OR DTSAIDA < W-DTMOV
               MOVE "* SAIDA NAO ESTA ABERTA A INSCRICOES *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO INS-SAIDA.
           IF OCUPADAS-SAI NOT < VAGAS-SAI
               MOVE "* SAIDA LOTADA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO INS-SAIDA.
       INS-CPF.
           DISPLAY (10, 01) "   CPF DO PARTICIPANTE: ".
           ACCEPT (10, 25) W-CPFINS WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO INS-SAIDA.
           MOVE W-CPFINS TO CPF-CLI
           READ CADCLI
           IF ST-ERRO NOT = "00"
               MOVE "* CLIENTE NAO CADASTRADO (SGB003) *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO INS-CPF.
           IF SITUAC-CLI NOT = "A" AND NOT = "a"
               MOVE "* CLIENTE NAO ESTA ATIVO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO INS-CPF.
           DISPLAY (10, 38) NOME-CLI.
           MOVE W-NUMSAIDA TO NUMSAIDA-INS
           MOVE W-CPFINS TO CPF-INS
           READ CADINSCR
           IF ST-ERRO = "00" AND SITINSCR = "C"
               MOVE "* CLIENTE JA INSCRITO NESSA SAIDA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO INS-CPF.
       INS-BIKE.
           MOVE ZEROS TO W-NUMBIKE
           DISPLAY (11, 01) "   BIKE (0=ESCOLHA AUTOMATICA): ".
           ACCEPT (11, 34) W-NUMBIKE WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO INS-CPF.
           MOVE DTSAIDA TO W-DTAG
           MOVE HRSAIDA TO W-HRINI
           MOVE HRFIM-SAI TO W-HRFIM
           IF W-NUMBIKE = ZEROS
               PERFORM ESCOLHE-BIKE THRU ESCOLHE-BIKE-FIM
               IF W-NUMBIKE = ZEROS
                   MOVE "* NENHUMA BIKE LIVRE NA FILIAL DO PASSEIO *"
                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INS-SAIDA
               ELSE
                   GO TO INS-BIKE-OK.
           MOVE W-NUMBIKE TO NUMERO
           READ CADBIKE
           IF ST-ERRO NOT = "00"
               MOVE "* BIKE NAO EXISTE *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO INS-BIKE.
           IF CODFILIAL NOT = CODFIL-PASS
               MOVE "* BIKE DE OUTRA FILIAL *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO INS-BIKE.
           IF SITUAC NOT = "A" AND NOT = "L"
               MOVE "* BIKE FORA DE USO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO INS-BIKE.
           PERFORM VERIFICA-CONFLITO THRU VERIFICA-CONFLITO-FIM
           IF W-CONFLITO = "S"
               MOVE W-MOTIVO TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO INS-BIKE.
       INS-BIKE-OK.
           DISPLAY (11, 40) NUMERO " " MARCA.
           MOVE VALVAGA-SAI TO W-VALED
           DISPLAY (12, 01) "   VALOR DA VAGA: " W-VALED.
       INS-FORMA.
           DISPLAY (13, 01)
               "   FORMA DE PAGAMENTO (D=DINHEIRO C=CARTAO P=PIX): ".
           ACCEPT (13, 53) W-FORMA WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO INS-BIKE.
           IF W-FORMA = "d" MOVE "D" TO W-FORMA.
           IF W-FORMA = "c" MOVE "C" TO W-FORMA.
           IF W-FORMA = "p" MOVE "P" TO W-FORMA.
           IF W-FORMA NOT = "D" AND NOT = "C" AND NOT = "P"
               MOVE "* FORMA DE PAGAMENTO INVALIDA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO INS-FORMA.
           MOVE SPACES TO W-CONF
           DISPLAY (15, 01) "   CONFIRMA A INSCRICAO (S/N): ".
           ACCEPT (15, 32) W-CONF WITH UPDATE
           IF W-CONF NOT = "S" AND NOT = "s"
               MOVE "* INSCRICAO NAO GRAVADA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-MODO.
      *
       INS-AGENDA.
           MOVE W-NUMBIKE TO NUM-BIKE-AG
           MOVE W-DTAG TO DTAGENDA
           MOVE W-HRINI TO HRINI-AG
           MOVE W-HRFIM TO HRFIM-AG
           MOVE W-CPFINS TO CPF-AG
           MOVE "A" TO SITAGENDA
           MOVE "ATIVA     " TO DSCSITAGENDA
           WRITE REGAGENDA
           IF ST-ERRO = "22"
               REWRITE REGAGENDA.
       INS-PAGTO.
           MOVE W-CPFINS TO FKCPF-CLI-PAG
           MOVE W-NUMBIKE TO FKNUM-BIKE-PAG
           PERFORM MONTA-CHAVEPAG THRU MONTA-CHAVEPAG-FIM
           MOVE 1 TO SEQ-PAG
           MOVE W-FORMA TO FORMAPAG
           IF W-FORMA = "D"
               MOVE "DINHEIRO  " TO FORMAPAGDESC.
           IF W-FORMA = "C"
               MOVE "CARTAO    " TO FORMAPAGDESC.
           IF W-FORMA = "P"
               MOVE "PIX       " TO FORMAPAGDESC.
           MOVE VALVAGA-SAI TO VALORPAG
           MOVE 1 TO NUMPARCELA TOTPARCELAS
           MOVE W-DTMOV TO DTVENCTO
           MOVE "P" TO SITPARC
           MOVE "PAGA    " TO DSCSITPARC
           MOVE W-DTMOV TO DTPAGTO.
       INS-PAGTO-WR.
           WRITE REGPAG
           IF ST-ERRO = "22"
               ADD 1 TO SEQ-PAG
               GO TO INS-PAGTO-WR.
       INS-GRAVA.
           MOVE W-NUMSAIDA TO NUMSAIDA-INS
           MOVE W-CPFINS TO CPF-INS
           MOVE W-NUMBIKE TO NUMBIKE-INS
           MOVE VALVAGA-SAI TO VALPAGO-INS
           MOVE W-FORMA TO FORMAPAG-INS
           MOVE SEQ-PAG TO SEQPAG-INS
           MOVE "C" TO SITINSCR
           MOVE "CONFIRMADA" TO DSCSITINSCR
           MOVE W-DTMOV TO DTINSCR
           MOVE W-OPER TO OPERINSCR
           MOVE ZEROS TO NUMCRED-INS
           WRITE REGINSCR
           IF ST-ERRO = "22"
               REWRITE REGINSCR.
           ADD 1 TO OCUPADAS-SAI
           REWRITE REGSAIDA
           MOVE "* INSCRICAO GRAVADA *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ACC-MODO.
      *
      * ESCOLHA AUTOMATICA: PRIMEIRA BIKE DA FILIAL DO PASSEIO, EM
      * USO, SEM CONFLITO NO HORARIO DA SAIDA
       ESCOLHE-BIKE.
           MOVE ZEROS TO NUMERO
           START CADBIKE KEY IS NOT LESS NUMERO
           IF ST-ERRO NOT = "00"
               GO TO ESCOLHE-BIKE-FIM.
       ESCOLHE-BIKE-PROX.
           READ CADBIKE NEXT RECORD
           IF ST-ERRO NOT = "00"
               MOVE ZEROS TO W-NUMBIKE
               GO TO ESCOLHE-BIKE-FIM.
           IF CODFILIAL NOT = CODFIL-PASS
               GO TO ESCOLHE-BIKE-PROX.
           IF SITUAC NOT = "A" AND NOT = "L"
               GO TO ESCOLHE-BIKE-PROX.
           MOVE NUMERO TO W-NUMBIKE
           PERFORM VERIFICA-CONFLITO THRU VERIFICA-CONFLITO-FIM
           IF W-CONFLITO = "S"
               GO TO ESCOLHE-BIKE-PROX.
       ESCOLHE-BIKE-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * CONFLITOS (MESMA REGRA DO SGB055): OUTRA MARCACAO ATIVA DA
      * BIKE COM HORARIO SOBREPOSTO NO MESMO DIA, LOCACAO AINDA EM
      * ABERTO NO CADLOC OU ORDEM DE SERVICO ABERTA NO CADMANUT
      *--------------------------------------------------------------
      *
       VERIFICA-CONFLITO.
           MOVE "N" TO W-CONFLITO
           MOVE W-NUMBIKE TO NUM-BIKE-AG
           MOVE W-DTAG TO DTAGENDA
           MOVE ZEROS TO HRINI-AG
           START CADAGENDA KEY IS >= KEYAGENDA
           IF ST-ERRO NOT = "00"
               GO TO VERIFICA-CONFLITO-LOC.
       VERIFICA-CONFLITO-PROX.
           READ CADAGENDA NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO VERIFICA-CONFLITO-LOC.
           IF NUM-BIKE-AG NOT = W-NUMBIKE OR DTAGENDA NOT = W-DTAG
               GO TO VERIFICA-CONFLITO-LOC.
           IF SITAGENDA NOT = "A"
               GO TO VERIFICA-CONFLITO-PROX.
           IF HRINI-AG > W-HRFIM OR HRFIM-AG < W-HRINI
               GO TO VERIFICA-CONFLITO-PROX.
           MOVE "S" TO W-CONFLITO
           MOVE "* BIKE JA MARCADA NESSE HORARIO *" TO W-MOTIVO
           GO TO VERIFICA-CONFLITO-FIM.
       VERIFICA-CONFLITO-LOC.
           MOVE W-NUMBIKE TO FKNUM-BIKE
           START CADLOC KEY IS = FKNUM-BIKE
           IF ST-ERRO NOT = "00"
               GO TO VERIFICA-CONFLITO-MANUT.
       VERIFICA-CONFLITO-LOCPROX.
           READ CADLOC NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO VERIFICA-CONFLITO-MANUT.
           IF FKNUM-BIKE NOT = W-NUMBIKE
               GO TO VERIFICA-CONFLITO-MANUT.
           IF DTENTREGA = ZEROS
               MOVE "S" TO W-CONFLITO
               MOVE "* BIKE COM LOCACAO EM ABERTO *" TO W-MOTIVO
               GO TO VERIFICA-CONFLITO-FIM.
           GO TO VERIFICA-CONFLITO-LOCPROX.
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
               MOVE "* BIKE COM ORDEM DE SERVICO ABERTA *"
                   TO W-MOTIVO
               GO TO VERIFICA-CONFLITO-FIM.
           GO TO VERIFICA-CONFLITO-MANPROX.
       VERIFICA-CONFLITO-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * DESISTENCIA DE UM PARTICIPANTE
      *--------------------------------------------------------------
      *
       DES-SAIDA.
           MOVE ZEROS TO W-NUMSAIDA W-CPFINS
           DISPLAY (07, 01) "   NUMERO DA SAIDA: ".
           ACCEPT (07, 21) W-NUMSAIDA WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-MODO.
           PERFORM LE-SAIDA THRU LE-SAIDA-FIM
           IF W-EXISTE = "N"
               GO TO DES-SAIDA.
           IF SITSAIDA NOT = "A"
               MOVE "* SAIDA NAO ESTA ABERTA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO DES-SAIDA.
       DES-CPF.
           DISPLAY (10, 01) "   CPF DO PARTICIPANTE: ".
           ACCEPT (10, 25) W-CPFINS WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO DES-SAIDA.
           MOVE W-NUMSAIDA TO NUMSAIDA-INS
           MOVE W-CPFINS TO CPF-INS
           READ CADINSCR
           IF ST-ERRO NOT = "00" OR SITINSCR NOT = "C"
               MOVE "* INSCRICAO NAO ENCONTRADA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO DES-CPF.
           MOVE VALPAGO-INS TO W-VALED
           DISPLAY (11, 01) "   BIKE: " NUMBIKE-INS "   VALOR PAGO: "
               W-VALED.
           MOVE SPACES TO W-CONF
           DISPLAY (13, 01) "   CONFIRMA A DESISTENCIA (S/N): ".
           ACCEPT (13, 34) W-CONF WITH UPDATE
           IF W-CONF NOT = "S" AND NOT = "s"
               GO TO ACC-MODO.
           MOVE "N" TO W-EMITENOTA
           IF VALPAGO-INS = ZEROS
               GO TO DES-BAIXA.
           MOVE SPACES TO W-CONF
           DISPLAY (14, 01) "   EMITIR NOTA DE CREDITO (S/N): ".
           ACCEPT (14, 35) W-CONF WITH UPDATE
           IF W-CONF NOT = "S" AND NOT = "s"
               GO TO DES-BAIXA.
           PERFORM PEDE-SUPERV THRU PEDE-SUPERV-FIM
           IF W-SUPERV = ZEROS
               MOVE "* NOTA NEGADA - DESISTENCIA SEM CREDITO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
           ELSE
               MOVE "S" TO W-EMITENOTA.
       DES-BAIXA.
           MOVE "DESISTENCIA DO PASSEIO" TO W-MOTIVO
           PERFORM BAIXA-INSCRICAO THRU BAIXA-INSCRICAO-FIM
           SUBTRACT 1 FROM OCUPADAS-SAI
           REWRITE REGSAIDA
           IF NUMCRED-INS NOT = ZEROS
               DISPLAY (16, 01) "   NOTA DE CREDITO EMITIDA: "
                   NUMCRED-INS.
           MOVE "* DESISTENCIA GRAVADA - VAGA LIBERADA *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ACC-MODO.
      *
      *--------------------------------------------------------------
      * CANCELAMENTO DA SAIDA POR FALTA DE INSCRITOS: TODAS AS
      * INSCRICOES CONFIRMADAS SAO BAIXADAS COM NOTA DE CREDITO DO
      * VALOR PAGO E AVISO AO PARTICIPANTE
      *--------------------------------------------------------------
      *
       CAN-SAIDA.
           MOVE ZEROS TO W-NUMSAIDA W-TOTCANC W-TOTNOTAS
           DISPLAY (07, 01) "   NUMERO DA SAIDA: ".
           ACCEPT (07, 21) W-NUMSAIDA WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-MODO.
           PERFORM LE-SAIDA THRU LE-SAIDA-FIM
           IF W-EXISTE = "N"
               GO TO CAN-SAIDA.
           IF SITSAIDA NOT = "A"
               MOVE "* SAIDA NAO ESTA ABERTA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO CAN-SAIDA.
           DISPLAY (10, 01) "   INSCRITOS: " OCUPADAS-SAI
               "   MINIMO PARA SAIR: " MINVAGAS-PASS.
           IF OCUPADAS-SAI NOT < MINVAGAS-PASS
               DISPLAY (11, 01)
                   "   ATENCAO: A SAIDA JA ATINGIU O MINIMO".
           MOVE SPACES TO W-CONF
           DISPLAY (12, 01) "   CONFIRMA O CANCELAMENTO (S/N): ".
           ACCEPT (12, 35) W-CONF WITH UPDATE
           IF W-CONF NOT = "S" AND NOT = "s"
               GO TO ACC-MODO.
           PERFORM PEDE-SUPERV THRU PEDE-SUPERV-FIM
           IF W-SUPERV = ZEROS
               MOVE "* CANCELAMENTO NEGADO PELO SUPERVISOR *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-MODO.
           MOVE "S" TO W-EMITENOTA
           MOVE "PASSEIO CANCELADO" TO W-MOTIVO
           MOVE W-NUMSAIDA TO NUMSAIDA-INS
           MOVE ZEROS TO CPF-INS
           START CADINSCR KEY IS >= KEYINSCR
           IF ST-ERRO NOT = "00"
               GO TO CAN-FECHA.
       CAN-PROX.
           READ CADINSCR NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO CAN-FECHA.
           IF NUMSAIDA-INS NOT = W-NUMSAIDA
               GO TO CAN-FECHA.
           IF SITINSCR NOT = "C"
               GO TO CAN-PROX.
           PERFORM BAIXA-INSCRICAO THRU BAIXA-INSCRICAO-FIM
           PERFORM AVISA-CANCELAMENTO THRU AVISA-CANCELAMENTO-FIM
           ADD 1 TO W-TOTCANC
           IF NUMCRED-INS NOT = ZEROS
               ADD 1 TO W-TOTNOTAS.
           GO TO CAN-PROX.
       CAN-FECHA.
           MOVE W-NUMSAIDA TO NUMSAIDA
           READ CADSAIDA
           MOVE ZEROS TO OCUPADAS-SAI
           MOVE "C" TO SITSAIDA
           MOVE "CANCELADA " TO DSCSITSAIDA
           MOVE W-SUPERV TO SUPERV-SAI
           REWRITE REGSAIDA
           DISPLAY (16, 01) "   INSCRICOES CANCELADAS: " W-TOTCANC
               "   NOTAS DE CREDITO: " W-TOTNOTAS
           MOVE "* SAIDA CANCELADA *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ACC-MODO.
      *
      *--------------------------------------------------------------
      * BAIXA DE UMA INSCRICAO (REGINSCR E REGSAIDA JA LIDOS):
      * LIBERA A BIKE NA AGENDA, EMITE A NOTA DE CREDITO QUANDO
      * W-EMITENOTA = 'S' E MARCA A INSCRICAO COMO CANCELADA
      *--------------------------------------------------------------
      *
       BAIXA-INSCRICAO.
           MOVE NUMBIKE-INS TO NUM-BIKE-AG
           MOVE DTSAIDA TO DTAGENDA
           MOVE HRSAIDA TO HRINI-AG
           READ CADAGENDA
           IF ST-ERRO = "00" AND SITAGENDA = "A"
                   AND CPF-AG = CPF-INS
               MOVE "C" TO SITAGENDA
               MOVE "CANCELADA " TO DSCSITAGENDA
               REWRITE REGAGENDA.
           IF W-EMITENOTA NOT = "S" OR VALPAGO-INS = ZEROS
               GO TO BAIXA-INSCRICAO-GRAVA.
           MOVE CPF-INS TO FKCPF-CLI-PAG
           MOVE NUMBIKE-INS TO FKNUM-BIKE-PAG
           PERFORM MONTA-CHAVEPAG THRU MONTA-CHAVEPAG-FIM
           MOVE "CREDNOTA" TO TIPOCTRL
           READ CADCONTROLE
           IF ST-CTRL NOT = "00"
               MOVE "CREDNOTA" TO TIPOCTRL
               MOVE 1 TO PROXNUM
               WRITE REGCTRL.
           MOVE PROXNUM TO NUMCRED
           ADD 1 TO PROXNUM
           REWRITE REGCTRL
           MOVE CPF-INS TO CPFCRED
           MOVE KEYLOCACAO-PAG TO KEYLOCACAO-CRED
           MOVE SPACES TO MOTIVOCRED
           STRING W-MOTIVO DELIMITED BY "  "
               " " NUMSAIDA-INS DELIMITED BY SIZE
               INTO MOTIVOCRED
           MOVE VALPAGO-INS TO VALCRED
           MOVE ZEROS TO VALUSADO-CRED
           MOVE W-DTMOV TO DTEMIS-CRED
           MOVE "A" TO SITCRED
           MOVE "ATIVA     " TO DSCSITCRED
           MOVE W-SUPERV TO SUPERVCRED
           WRITE REGCRED
           IF ST-ERRO = "00" OR ST-ERRO = "02"
               MOVE NUMCRED TO NUMCRED-INS.
       BAIXA-INSCRICAO-GRAVA.
           MOVE "X" TO SITINSCR
           MOVE "CANCELADA " TO DSCSITINSCR
           REWRITE REGINSCR.
       BAIXA-INSCRICAO-FIM.
           EXIT.
      *
      * CHAVE DA "LOCACAO" DO PASSEIO NO CADPAG: CPF + BIKE (JA
      * MOVIDOS PELO CHAMADOR) + DATA DA SAIDA (DDMMAAAA) + HORA DA
      * SAIDA + MINUTO ZERO
       MONTA-CHAVEPAG.
           MOVE DTSAIDA TO W-DTSAIDA-R
           MOVE W-DIASAI TO DIA-LOCA-PAG
           MOVE W-MESSAI TO MES-LOCA-PAG
           MOVE W-ANOSAI TO ANO-LOCA-PAG
           MOVE HRSAIDA TO HRLOCACAO-PAG
           MOVE ZEROS TO MINLOCACAO-PAG.
       MONTA-CHAVEPAG-FIM.
           EXIT.
      *
      * AVISO DE CANCELAMENTO AO PARTICIPANTE, PELO CANAL DE
      * SERVICO DELE (MESMA REGRA DO ESCOLHE-CANAL DO SGB004)
       AVISA-CANCELAMENTO.
           MOVE CPF-INS TO CPF-CLI
           READ CADCLI
           IF ST-ERRO NOT = "00"
               GO TO AVISA-CANCELAMENTO-FIM.
           MOVE CPF-INS TO FKCPF-CLI-NOTIF
           MOVE NUMBIKE-INS TO FKNUM-BIKE-NOTIF
           MOVE DTSAIDA TO W-DTSAIDA-R
           MOVE W-DIASAI TO DIA-LOCA-NOTIF
           MOVE W-MESSAI TO MES-LOCA-NOTIF
           MOVE W-ANOSAI TO ANO-LOCA-NOTIF
           MOVE HRSAIDA TO HRLOCACAO-NOTIF
           MOVE ZEROS TO MINLOCACAO-NOTIF
           ACCEPT DTENVIO FROM DATE YYYYMMDD
           ACCEPT HRENVIO FROM TIME
           MOVE W-DIASAI TO W-DIASAIED
           MOVE W-MESSAI TO W-MESSAIED
           MOVE W-ANOSAI TO W-ANOSAIED
           MOVE SPACES TO MENSNOTIF
           STRING "* PASSEIO DE " W-DTSAIDAED " CANCELADO - "
               "CREDITO NA LOJA" DELIMITED BY SIZE INTO MENSNOTIF
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
       AVISA-CANCELAMENTO-FIM.
           EXIT.
      *
      * LIBERACAO DE SUPERVISOR (PERFIL 'S' DO CADFUNC, COMO NO
      * SGB082). DEVOLVE W-SUPERV = ZEROS QUANDO NEGADA
       PEDE-SUPERV.
           MOVE ZEROS TO W-SUPERV
           DISPLAY (14, 01)
               "   LIBERACAO DO SUPERVISOR (MATRICULA, 0=NEGAR): ".
           ACCEPT (14, 51) W-SUPERV WITH UPDATE
           IF W-SUPERV = ZEROS
               GO TO PEDE-SUPERV-FIM.
           MOVE W-SUPERV TO COD-FUNC
           READ CADFUNC
           IF ST-ERRO NOT = "00" OR SITUAC-FUNC NOT = "A"
                   OR PERFIL-FUNC NOT = "S"
               MOVE "* SUPERVISOR INVALIDO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO PEDE-SUPERV.
       PEDE-SUPERV-FIM.
           EXIT.
      *
      * LEITURA DA SAIDA E DO PASSEIO DELA (W-NUMSAIDA INFORMADO)
       LE-SAIDA.
           MOVE "S" TO W-EXISTE
           MOVE W-NUMSAIDA TO NUMSAIDA
           READ CADSAIDA
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-EXISTE
               MOVE "* SAIDA NAO CADASTRADA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO LE-SAIDA-FIM.
           MOVE CODPASS-SAI TO COD-PASS
           READ CADPASSEIO
           IF ST-ERRO NOT = "00"
               MOVE "** PASSEIO NAO CADASTRADO **" TO NOME-PASS
               MOVE SPACES TO ROTA-PASS
               MOVE ZEROS TO MINVAGAS-PASS CODFIL-PASS.
           MOVE DTSAIDA TO W-DTSAIDA-R
           MOVE W-DIASAI TO W-DIASAIED
           MOVE W-MESSAI TO W-MESSAIED
           MOVE W-ANOSAI TO W-ANOSAIED
           DISPLAY (07, 30) NOME-PASS.
           DISPLAY (08, 01) "   DATA: " W-DTSAIDAED "  " HRSAIDA
               "-" HRFIM-SAI "H  VAGAS: " VAGAS-SAI "  INSCRITOS: "
               OCUPADAS-SAI "  " DSCSITSAIDA.
       LE-SAIDA-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * MANIFESTO DE PARTICIPANTES PARA O GUIA (SPOOL)
      *--------------------------------------------------------------
      *
       MAN-SAIDA.
           MOVE ZEROS TO W-NUMSAIDA W-TOTLISTA
           DISPLAY (07, 01) "   NUMERO DA SAIDA: ".
           ACCEPT (07, 21) W-NUMSAIDA WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-MODO.
           PERFORM LE-SAIDA THRU LE-SAIDA-FIM
           IF W-EXISTE = "N"
               GO TO MAN-SAIDA.
           IF SITSAIDA = "C"
               MOVE "* SAIDA CANCELADA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO MAN-SAIDA.
           MOVE GUIA-SAI TO COD-FUNC
           READ CADFUNC
           IF ST-ERRO NOT = "00"
               MOVE "** NAO CADASTRADO **" TO NOME-FUNC.
           DISPLAY (01, 01) ERASE
           PERFORM ABRE-SPOOL THRU ABRE-SPOOL-FIM
           STRING "---- MANIFESTO DE PARTICIPANTES - SAIDA "
               NUMSAIDA " ----"
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM
           STRING "PASSEIO: " COD-PASS " " NOME-PASS
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM
           STRING "ROTA...: " ROTA-PASS
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM
           STRING "DATA...: " W-DTSAIDAED "  SAIDA " HRSAIDA
               "H  RETORNO " HRFIM-SAI "H"
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM
           STRING "GUIA...: " GUIA-SAI " " NOME-FUNC
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM
           STRING " "
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM
           STRING "CPF          NOME                           "
               "TELEFONE     BIKE  ASSINATURA"
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM
           MOVE W-NUMSAIDA TO NUMSAIDA-INS
           MOVE ZEROS TO CPF-INS
           START CADINSCR KEY IS >= KEYINSCR
           IF ST-ERRO NOT = "00"
               GO TO MAN-FIM.
       MAN-PROX.
           READ CADINSCR NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO MAN-FIM.
           IF NUMSAIDA-INS NOT = W-NUMSAIDA
               GO TO MAN-FIM.
           IF SITINSCR NOT = "C"
               GO TO MAN-PROX.
           MOVE CPF-INS TO CPF-CLI
           READ CADCLI
           IF ST-ERRO NOT = "00"
               MOVE "** NAO CADASTRADO **" TO NOME-CLI
               MOVE ZEROS TO TEL-CLI.
           STRING CPF-INS "  " NOME-CLI " " TEL-CLI "  "
               NUMBIKE-INS "  ______________"
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM
           ADD 1 TO W-TOTLISTA
           GO TO MAN-PROX.
       MAN-FIM.
           STRING " "
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM
           STRING "PARTICIPANTES: " W-TOTLISTA "  VAGAS: " VAGAS-SAI
               "  MINIMO: " MINVAGAS-PASS
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM
           PERFORM FECHA-SPOOL THRU FECHA-SPOOL-FIM
           MOVE SPACES TO W-CONF
           DISPLAY "TECLE ENTER PARA CONTINUAR".
           ACCEPT W-CONF
           GO TO ACC-MODO.
      *
      *--------------------------------------------------------------
      * LISTAGEM DAS SAIDAS A PARTIR DE UMA DATA
      *--------------------------------------------------------------
      *
       LIS-DATA.
           MOVE W-DTMOV TO W-DTAG
           MOVE ZEROS TO W-TOTLISTA
           DISPLAY (07, 01) "   A PARTIR DE (AAAAMMDD): ".
           ACCEPT (07, 29) W-DTAG WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-MODO.
           MOVE W-DTAG TO DTSAIDA
           START CADSAIDA KEY IS >= DTSAIDA
           IF ST-ERRO NOT = "00"
               MOVE "* NENHUMA SAIDA A PARTIR DESSA DATA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-MODO.
           DISPLAY (01, 01) ERASE
           DISPLAY "SAIDA   DATA      HORA   PASSEIO              "
               "GUIA VAGAS OCUP SITUACAO".
       LIS-PROX.
           READ CADSAIDA NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO LIS-FIM.
           MOVE CODPASS-SAI TO COD-PASS
           READ CADPASSEIO
           IF ST-ERRO NOT = "00"
               MOVE SPACES TO NOME-PASS
               MOVE ZEROS TO MINVAGAS-PASS.
           MOVE NOME-PASS TO W-NOMEPASS
           MOVE SPACES TO W-FLAGMIN
           IF SITSAIDA = "A" AND OCUPADAS-SAI < MINVAGAS-PASS
               MOVE " <MIN" TO W-FLAGMIN.
           ADD 1 TO W-TOTLISTA
           DISPLAY NUMSAIDA "  " DTSAIDA "  " HRSAIDA "-" HRFIM-SAI
               "  " W-NOMEPASS " " GUIA-SAI "  " VAGAS-SAI "  "
               OCUPADAS-SAI " " DSCSITSAIDA W-FLAGMIN
           GO TO LIS-PROX.
       LIS-FIM.
           DISPLAY "SAIDAS LISTADAS: " W-TOTLISTA
               "   (<MIN = ABAIXO DO MINIMO DE INSCRITOS)".
           MOVE SPACES TO W-CONF
           DISPLAY "TECLE ENTER PARA CONTINUAR".
           ACCEPT W-CONF
           GO TO ACC-MODO.
      *
      *--------------------------------------------------------------
      * BAIXA DA SAIDA REALIZADA: MARCACOES DAS BIKES VIRAM
      * 'U' = UTILIZADA NO CADAGENDA
      *--------------------------------------------------------------
      *
       REA-SAIDA.
           MOVE ZEROS TO W-NUMSAIDA W-TOTLISTA
           DISPLAY (07, 01) "   NUMERO DA SAIDA: ".
           ACCEPT (07, 21) W-NUMSAIDA WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-MODO.
           PERFORM LE-SAIDA THRU LE-SAIDA-FIM
           IF W-EXISTE = "N"
               GO TO REA-SAIDA.
           IF SITSAIDA NOT = "A"
               MOVE "* SAIDA NAO ESTA ABERTA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO REA-SAIDA.
           IF DTSAIDA > W-DTMOV
               MOVE "* SAIDA AINDA NAO ACONTECEU *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO REA-SAIDA.
           MOVE SPACES TO W-CONF
           DISPLAY (10, 01) "   CONFIRMA A SAIDA REALIZADA (S/N): ".
           ACCEPT (10, 38) W-CONF WITH UPDATE
           IF W-CONF NOT = "S" AND NOT = "s"
               GO TO ACC-MODO.
           MOVE W-NUMSAIDA TO NUMSAIDA-INS
           MOVE ZEROS TO CPF-INS
           START CADINSCR KEY IS >= KEYINSCR
           IF ST-ERRO NOT = "00"
               GO TO REA-FECHA.
       REA-PROX.
           READ CADINSCR NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO REA-FECHA.
           IF NUMSAIDA-INS NOT = W-NUMSAIDA
               GO TO REA-FECHA.
           IF SITINSCR NOT = "C"
               GO TO REA-PROX.
           MOVE NUMBIKE-INS TO NUM-BIKE-AG
           MOVE DTSAIDA TO DTAGENDA
           MOVE HRSAIDA TO HRINI-AG
           READ CADAGENDA
           IF ST-ERRO = "00" AND SITAGENDA = "A"
               MOVE "U" TO SITAGENDA
               MOVE "UTILIZADA " TO DSCSITAGENDA
               REWRITE REGAGENDA
               ADD 1 TO W-TOTLISTA.
           GO TO REA-PROX.
       REA-FECHA.
           MOVE W-NUMSAIDA TO NUMSAIDA
           READ CADSAIDA
           MOVE "R" TO SITSAIDA
           MOVE "REALIZADA " TO DSCSITSAIDA
           REWRITE REGSAIDA
           DISPLAY (12, 01) "   BIKES BAIXADAS NA AGENDA: " W-TOTLISTA
           MOVE "* SAIDA REALIZADA *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ACC-MODO.
      *
      *--------------------------------------------------------------
      * DIA FECHADO DA FILIAL DO PASSEIO (CADFERIADO/SGB122)
      *--------------------------------------------------------------
      *
       VERIFICA-FERIADO.
           MOVE "N" TO W-FILFECHADA
           MOVE W-CODFIL TO CODFIL-FER
           MOVE W-DTAG TO DTFERIADO
           READ CADFERIADO
           IF ST-ERRO = "00"
               MOVE "S" TO W-FILFECHADA
               GO TO VERIFICA-FERIADO-FIM.
           MOVE ZEROS TO CODFIL-FER
           MOVE W-DTAG TO DTFERIADO
           READ CADFERIADO
           IF ST-ERRO = "00"
               MOVE "S" TO W-FILFECHADA.
       VERIFICA-FERIADO-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * ABERTURA DO SPOOL (MESMA ROTINA DO SGB030; O CADCONTROLE JA
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
           MOVE "SGB128" TO PROGSPOOL
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
           CLOSE CADPASSEIO CADSAIDA CADINSCR CADAGENDA CADBIKE CADCLI
               CADLOC CADFUNC CADFILIAL CADMANUT CADFERIADO CADCONSENT
               CADPAG CADCREDNOTA CADNOTIF CADCONTROLE
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
