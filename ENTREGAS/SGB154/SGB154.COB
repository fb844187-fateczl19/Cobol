       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGB154.
       AUTHOR. VINICIUS ESCAME DOS SANTOS.
      *--------------------------------------------------------------
      * DOSSIE DO TITULAR (LGPD ART. 18, ACESSO E PORTABILIDADE) --
      * O SGB063 APAGA E O SGB110 MOSTRA QUEM LEU, MAS PARA RESPONDER
      * "QUE DADOS VOCES TEM DE MIM?" SE JUNTAVA TELA POR TELA. PARA
      * O CPF DO PEDIDO JUNTA TUDO QUE O REFERENCIA: CADCLI, CADLOC E
      * CADHISTLOC (COM OS PINGS DO CADGPSIX DE CADA LOCACAO),
      * CADPAG, CADINSP, CADAVAL, CADSAC, CADNOTIF, CADSCORE, CADBLOQ,
      * CADSALDO E AS LEITURAS DO CADLGPD
      *   P = REGISTRA O PEDIDO DO TITULAR NO CADPEDLG.DAT (SERIE
      *       "PEDLGPD" DO CADCONTROLE), COM O PRAZO DE RESPOSTA DO
      *       PARAMETRO 28 DO CADPARAM
      *   G = GERA O DOSSIE DO PEDIDO: VIA LEGIVEL NO SPOOL (SGB038)
      *       E ARQUIVO PARA PORTABILIDADE LGPDnnnnnn.TXT (nnnnnn =
      *       NUMERO DO PEDIDO; UMA LINHA POR REGISTRO, CAMPOS
      *       SEPARADOS POR ;, COM CAB NO INICIO E FIM NO FINAL). A
      *       GERACAO DEIXA A LEITURA NO CADLGPD E MARCA O PEDIDO
      *       COMO RESPONDIDO
      *   L = PEDIDOS EM ABERTO, COM OS VENCIDOS EM DESTAQUE
      *--------------------------------------------------------------
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT CADPEDLG
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMPED-PLG
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CPF-PLG
                                            WITH DUPLICATES.

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

            SELECT CADHISTLOC
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYHISTLOC
                    FILE STATUS  IS ST-ERRO.

            SELECT CADPAG
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPAG
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS KEYLOCACAO-PAG
                                            WITH DUPLICATES.

            SELECT CADINSP
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYINSP
                    FILE STATUS  IS ST-ERRO.

            SELECT CADAVAL
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYAVAL
                    FILE STATUS  IS ST-ERRO.

            SELECT CADSAC
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYSAC
                    FILE STATUS  IS ST-ERRO.

            SELECT CADNOTIF
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYNOTIF
                    FILE STATUS  IS ST-ERRO.

            SELECT CADGPS
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYGPS
                    FILE STATUS  IS ST-ERRO.

            SELECT CADSCORE
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF-SCORE
                    FILE STATUS  IS ST-ERRO.

            SELECT CADBLOQ
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF-BLOQ
                    FILE STATUS  IS ST-ERRO.

            SELECT CADSALDO
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF-SALDO
                    FILE STATUS  IS ST-ERRO.

            SELECT CADLGPD
                    ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

            SELECT CADFUNC
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-FUNC
                    FILE STATUS  IS ST-ERRO.

            SELECT CADPARAM
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-PARAM
                    FILE STATUS  IS ST-ERRO.

            SELECT DOSSIE
                    ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-DOS.

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
      * PEDIDOS DE ACESSO DO TITULAR. CANAL-PLG E = E-MAIL,
      * B = BALCAO, C = CARTA. SITPLG A = ABERTO, R = RESPONDIDO.
      * DTRESP-PLG E A DATA DA PRIMEIRA RESPOSTA (UMA NOVA VIA NAO
      * MUDA O PRAZO CUMPRIDO)
      *--------------------------------------------------------------
      *
       FD CADPEDLG
           VALUE OF FILE-ID IS "CADPEDLG.DAT".
       01 REGPEDLG.
           03 NUMPED-PLG       PIC 9(06).
           03 CPF-PLG          PIC 9(11).
           03 CANAL-PLG        PIC X(01).
           03 DTPED-PLG        PIC 9(08).
           03 DTLIM-PLG        PIC 9(08).
           03 OPERPED-PLG      PIC 9(04).
           03 DTRESP-PLG       PIC 9(08).
           03 OPERRESP-PLG     PIC 9(04).
           03 QTDREG-PLG       PIC 9(06).
           03 ARQ-PLG          PIC X(14).
           03 SITPLG           PIC X(01).
           03 DSCSITPLG        PIC X(10).
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
           03 HDTPREVISAO.
               05 HDIA-PREV     PIC 9(02).
               05 HMES-PREV     PIC 9(02).
               05 HANO-PREV     PIC 9(04).
           03 HHRPREVISAO       PIC 9(02).
           03 HMINPREVISAO      PIC 9(02).
           03 HDTENTREGA.
               05 HDIA-ENTR     PIC 9(02).
               05 HMES-ENTR     PIC 9(02).
               05 HANO-ENTR     PIC 9(04).
           03 HHRENTREGA        PIC 9(02).
           03 HMINENTREGA       PIC 9(02).
           03 HHRUSO            PIC 9(02).
           03 HMINUSO           PIC 9(02).
           03 HVALLOCACAO       PIC 9(06)V99.
           03 HVALCOBRADO       PIC 9(06)V99.
           03 HSTATUS-BIKE      PIC X(01).
           03 HDSCSTATUS-BIKE   PIC X(08).
           03 HVALCAUCAO        PIC 9(06)V99.
           03 HVALCAUCAODEV     PIC 9(06)V99.
           03 HCODFILIAL-LOC    PIC 9(02).
           03 HOPERADOR         PIC 9(04).
           03 HNUMCONTRATO      PIC 9(08).
           03 HCNPJEMP-LOC      PIC 9(14).
           03 HCODCUPOM-LOC     PIC X(08).
           03 HCODPLANO-LOC     PIC 9(02).
           03 HPROTECAO-LOC     PIC X(01).
           03 HVALPROTECAO-LOC  PIC 9(06)V99.
           03 HGRUPO-LOC        PIC 9(06).
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
       FD CADINSP
               VALUE OF FILE-ID IS "CADINSP.DAT".
       01 REGINSP.
                03 KEYINSP.
                  05 INSFKCPF-CLI    PIC 9(11).
                  05 INSFKNUM-BIKE   PIC 9(04).
                  05 INSDTLOCACAO.
                    07 INSDIA-LOCA   PIC 9(02).
                    07 INSMES-LOCA   PIC 9(02).
                    07 INSANO-LOCA   PIC 9(04).
                  05 INSHRLOCACAO    PIC 9(02).
                  05 INSMINLOCACAO   PIC 9(02).
                  05 TIPOINSP        PIC X(01).
                03 INSARRANHOES      PIC X(01).
                03 INSFREIOS         PIC X(01).
                03 INSPNEUS          PIC X(01).
                03 INSOBS            PIC X(30).
                03 DTINSP.
                  05 ANO-INSP        PIC 9(04).
                  05 MES-INSP        PIC 9(02).
                  05 DIA-INSP        PIC 9(02).
                03 HRINSP.
                  05 HR-INSP         PIC 9(02).
                  05 MIN-INSP        PIC 9(02).
      *
       FD CADAVAL
               VALUE OF FILE-ID IS "CADAVAL.DAT".
       01 REGAVAL.
                03 KEYAVAL.
                  05 AVFKCPF-CLI    PIC 9(11).
                  05 AVFKNUM-BIKE   PIC 9(04).
                  05 AVDTLOCACAO.
                    07 AVDIA-LOCA   PIC 9(02).
                    07 AVMES-LOCA   PIC 9(02).
                    07 AVANO-LOCA   PIC 9(04).
                  05 AVHRLOCACAO    PIC 9(02).
                  05 AVMINLOCACAO   PIC 9(02).
                03 AVMARCA-BIKE     PIC X(20).
                03 AVMODELO-BIKE    PIC X(20).
                03 AVOPERADOR       PIC 9(04).
                03 AVNOTA           PIC 9(01).
                03 DTAVAL.
                  05 ANO-AVAL       PIC 9(04).
                  05 MES-AVAL       PIC 9(02).
                  05 DIA-AVAL       PIC 9(02).
                03 HRAVAL.
                  05 HR-AVAL        PIC 9(02).
                  05 MIN-AVAL       PIC 9(02).
      *
       FD CADSAC
           VALUE OF FILE-ID IS "CADSAC.DAT".
       01 REGSAC.
           03 KEYSAC.
               05 CPF-SAC      PIC 9(11).
               05 SEQ-SAC      PIC 9(04).
           03 KEYLOCACAO-SAC  PIC X(27).
           03 CATEGSAC        PIC X(01).
           03 DSCCATEGSAC     PIC X(12).
           03 DSCSAC          PIC X(60).
           03 OPER-SAC        PIC 9(04).
           03 SITSAC          PIC X(01).
           03 DSCSITSAC       PIC X(12).
           03 RESP-SAC        PIC 9(04).
           03 DTABERT-SAC     PIC 9(08).
           03 DTRESOL-SAC     PIC 9(08).
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
       FD CADGPS
           VALUE OF FILE-ID IS "CADGPSIX.DAT".
       01 REGGPS.
           03 KEYGPS.
               05 DTGPS.
                   07 ANO-GPS     PIC 9(04).
                   07 MES-GPS     PIC 9(02).
                   07 DIA-GPS     PIC 9(02).
               05 NUM-BIKE-GPS    PIC 9(04).
               05 HRGPS.
                   07 HR-GPS      PIC 9(02).
                   07 MIN-GPS     PIC 9(02).
               05 SEQ-GPS         PIC 9(02).
           03 LONGITU-GPS     PIC S9(03)V9(06).
           03 LATITU-GPS      PIC S9(02)V9(06).
      *
       FD CADSCORE
           VALUE OF FILE-ID IS "CADSCORE.DAT".
       01 REGSCORE.
           03 CPF-SCORE       PIC 9(11).
           03 VALSCORE        PIC 9(03).
           03 QTDVENCIDAS     PIC 9(04).
           03 QTDPAGATRASO    PIC 9(04).
           03 QTDAVARIAS      PIC 9(04).
           03 QTDCANCEL       PIC 9(04).
           03 QTDSAC          PIC 9(04).
           03 DTCALC-SCORE    PIC 9(08).
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
       FD CADSALDO
           VALUE OF FILE-ID IS "CADSALDO.DAT".
       01 REGSALDO.
           03 CPF-SALDO       PIC 9(11).
           03 VALSALDO        PIC 9(06)V99.
           03 DTULTMOV        PIC 9(08).
      *
       FD CADLGPD
           VALUE OF FILE-ID IS "CADLGPD.DAT".
       01 REGLGPD.
           03 DTLGPD.
               05 ANO-LG    PIC 9(04).
               05 MES-LG    PIC 9(02).
               05 DIA-LG    PIC 9(02).
           03 HRLGPD       PIC 9(08).
           03 PROGLGPD     PIC X(06).
           03 OPERLGPD     PIC 9(04).
           03 CPFVISTO     PIC 9(11).
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
       FD CADPARAM
           VALUE OF FILE-ID IS "CADPARAM.DAT".
       01 REGPARAM.
           03 COD-PARAM    PIC 9(02).
           03 DSC-PARAM    PIC X(25).
           03 VAL-PARAM    PIC 9(06)V9(06).
      *
      *--------------------------------------------------------------
      * ARQUIVO DE PORTABILIDADE DO PEDIDO (LGPDnnnnnn.TXT)
      *--------------------------------------------------------------
      *
       FD DOSSIE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS W-ARQDOSS.
       01 REGDOSS          PIC X(200).
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
       77 ST-DOS        PIC X(02) VALUE "00".
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 W-CONF        PIC X(01) VALUE SPACES.
       77 W-OPER        PIC 9(04) VALUE ZEROS.
       77 W-CPF         PIC 9(11) VALUE ZEROS.
       77 W-CANAL       PIC X(01) VALUE SPACES.
       77 W-NUMPED      PIC 9(06) VALUE ZEROS.
       77 W-PRAZOLGPD   PIC 9(03) VALUE 15.
       77 W-QTDREG      PIC 9(06) VALUE ZEROS.
       77 W-QTDPING     PIC 9(06) VALUE ZEROS.
       77 W-QTDSEC      PIC 9(05) VALUE ZEROS.
       77 W-QTDABERTO   PIC 9(04) VALUE ZEROS.
       77 W-QTDVENC     PIC 9(04) VALUE ZEROS.
       77 W-CONTRATO    PIC 9(08) VALUE ZEROS.
       77 W-DIASAVANCO  PIC 9(03) VALUE ZEROS.
       77 W-ULTDIAMES   PIC 9(02) VALUE ZEROS.
       77 W-ANORESTO    PIC 9(04) VALUE ZEROS.
       77 W-SITPRAZO    PIC X(12) VALUE SPACES.
       77 W-LINARQ      PIC X(200) VALUE SPACES.
       77 W-VAL1        PIC 9(06),99.
       77 W-VAL2        PIC 9(06),99.
       77 W-VALED       PIC ZZZZZ9,99.
       77 W-LONGED      PIC -999,999999.
       77 W-LATED       PIC -99,999999.
       01 W-DTHOJE      PIC 9(08) VALUE ZEROS.
       01 W-HORA        PIC 9(08) VALUE ZEROS.
       01 W-HORA-R REDEFINES W-HORA.
           03 W-HHMM        PIC 9(04).
           03 FILLER        PIC 9(04).
       01 W-DTLG        PIC 9(08) VALUE ZEROS.
       01 W-DTLG-R REDEFINES W-DTLG.
           03 W-ANOLG       PIC 9(04).
           03 W-MESLG       PIC 9(02).
           03 W-DIALG       PIC 9(02).
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
      * JANELA DA LOCACAO PARA OS PINGS DO CADGPSIX (VIDE
      * DOSS-PINGS), A MESMA LEITURA DO CALCULA-KM DO SGB004
       77 W-BIKEGPS     PIC 9(04) VALUE ZEROS.
       77 W-DTINIG      PIC 9(08) VALUE ZEROS.
       77 W-DTFIMG      PIC 9(08) VALUE ZEROS.
       77 W-HMINIG      PIC 9(04) VALUE ZEROS.
       77 W-HMFIMG      PIC 9(04) VALUE ZEROS.
       77 W-HMGPS       PIC 9(04) VALUE ZEROS.
      *
       01 W-ARQDOSS.
           03 FILLER        PIC X(04) VALUE "LGPD".
           03 W-ARQDOSSNUM  PIC 9(06) VALUE ZEROS.
           03 FILLER        PIC X(04) VALUE ".TXT".
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
           OPEN I-O CADPEDLG
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                   OPEN OUTPUT CADPEDLG
                   CLOSE CADPEDLG
                   OPEN I-O CADPEDLG
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQUIVO CADPEDLG.DAT *"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
           OPEN INPUT CADFUNC
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO AO ABRIR O ARQUIVO CADFUNC.DAT *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADPEDLG
               GO TO ROT-FIM.
           OPEN I-O CADCONTROLE
           IF ST-CTRL NOT = "00"
               IF ST-CTRL = "30" OR "35"
                   OPEN OUTPUT CADCONTROLE
                   CLOSE CADCONTROLE
                   OPEN I-O CADCONTROLE.
           PERFORM LE-PARAMETROS THRU LE-PARAMETROS-FIM
           ACCEPT W-DTHOJE FROM DATE YYYYMMDD.
      *
       ACC-OPER.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 01) "  * DOSSIE DO TITULAR (LGPD) *"
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
           DISPLAY (01, 01) "  * DOSSIE DO TITULAR (LGPD) *"
           MOVE SPACES TO W-OPCAO
           DISPLAY (03, 01)
               "   P=REGISTRA PEDIDO  G=GERA DOSSIE  L=EM ABERTO".
           DISPLAY (04, 01)
               "   S=SAIR : ".
           ACCEPT (04, 14) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR 01
               GO TO ENCERRA.
           IF W-OPCAO = "p" MOVE "P" TO W-OPCAO.
           IF W-OPCAO = "g" MOVE "G" TO W-OPCAO.
           IF W-OPCAO = "l" MOVE "L" TO W-OPCAO.
           IF W-OPCAO = "s" OR "S"
               GO TO ENCERRA.
           IF W-OPCAO = "P"
               GO TO PED-REGISTRA.
           IF W-OPCAO = "G"
               GO TO PED-GERA.
           IF W-OPCAO = "L"
               GO TO PED-LISTA.
           MOVE "* DIGITE P, G, L OU S *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ACC-MODO.
      *
      *--------------------------------------------------------------
      * REGISTRO DO PEDIDO: CPF DO TITULAR, CANAL E PRAZO LEGAL
      *--------------------------------------------------------------
      *
       PED-REGISTRA.
           MOVE ZEROS TO W-CPF
           DISPLAY (06, 01) "   CPF DO TITULAR (0=VOLTAR): ".
           ACCEPT (06, 32) W-CPF WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR W-CPF = ZEROS
               GO TO ACC-MODO.
       PED-REGISTRA-CANAL.
           MOVE "B" TO W-CANAL
           DISPLAY (07, 01)
               "   CANAL (E=E-MAIL B=BALCAO C=CARTA): ".
           ACCEPT (07, 40) W-CANAL WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO PED-REGISTRA.
           IF W-CANAL = "e" MOVE "E" TO W-CANAL.
           IF W-CANAL = "b" MOVE "B" TO W-CANAL.
           IF W-CANAL = "c" MOVE "C" TO W-CANAL.
           IF W-CANAL NOT = "E" AND NOT = "B" AND NOT = "C"
               MOVE "* DIGITE E, B OU C *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO PED-REGISTRA-CANAL.
           MOVE W-DTHOJE TO W-DTPRAZO
           MOVE W-PRAZOLGPD TO W-DIASAVANCO
           PERFORM AVANCA-PRAZO THRU AVANCA-PRAZO-FIM
               W-DIASAVANCO TIMES
           DISPLAY (08, 01) "   PRAZO PARA RESPOSTA: " W-DTPRAZO
           MOVE SPACES TO W-CONF
           DISPLAY (10, 01) "   CONFIRMA O PEDIDO (S/N): ".
           ACCEPT (10, 29) W-CONF WITH UPDATE
           IF W-CONF NOT = "S" AND NOT = "s"
               MOVE "* PEDIDO NAO GRAVADO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-MODO.
           MOVE "PEDLGPD " TO TIPOCTRL
           READ CADCONTROLE
           IF ST-CTRL NOT = "00"
               MOVE "PEDLGPD " TO TIPOCTRL
               MOVE 1 TO PROXNUM
               WRITE REGCTRL.
           MOVE PROXNUM TO NUMPED-PLG
           ADD 1 TO PROXNUM
           REWRITE REGCTRL
           MOVE W-CPF TO CPF-PLG
           MOVE W-CANAL TO CANAL-PLG
           MOVE W-DTHOJE TO DTPED-PLG
           MOVE W-DTPRAZO TO DTLIM-PLG
           MOVE W-OPER TO OPERPED-PLG
           MOVE ZEROS TO DTRESP-PLG OPERRESP-PLG QTDREG-PLG
           MOVE SPACES TO ARQ-PLG
           MOVE "A" TO SITPLG
           MOVE "ABERTO    " TO DSCSITPLG
           WRITE REGPEDLG
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO AO GRAVAR O PEDIDO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-MODO.
           DISPLAY (12, 01) "   PEDIDO REGISTRADO: " NUMPED-PLG
           MOVE "* PEDIDO GRAVADO - INFORME O NUMERO AO TITULAR *"
               TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ACC-MODO.
      *
      *--------------------------------------------------------------
      * GERACAO DO DOSSIE DO PEDIDO
      *--------------------------------------------------------------
      *
       PED-GERA.
           MOVE ZEROS TO W-NUMPED
           DISPLAY (06, 01) "   NUMERO DO PEDIDO (0=VOLTAR): ".
           ACCEPT (06, 34) W-NUMPED WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR W-NUMPED = ZEROS
               GO TO ACC-MODO.
           MOVE W-NUMPED TO NUMPED-PLG
           READ CADPEDLG
           IF ST-ERRO NOT = "00"
               MOVE "* PEDIDO NAO ENCONTRADO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO PED-GERA.
           DISPLAY (07, 01) "   CPF " CPF-PLG "  PEDIDO EM " DTPED-PLG
               "  PRAZO " DTLIM-PLG "  " DSCSITPLG
           IF SITPLG = "R"
               DISPLAY (08, 01) "   JA RESPONDIDO EM " DTRESP-PLG
                   " - SERA GERADA NOVA VIA".
           MOVE SPACES TO W-CONF
           DISPLAY (10, 01) "   GERA O DOSSIE (S/N): ".
           ACCEPT (10, 25) W-CONF WITH UPDATE
           IF W-CONF NOT = "S" AND NOT = "s"
               GO TO ACC-MODO.
           MOVE CPF-PLG TO W-CPF
           MOVE NUMPED-PLG TO W-ARQDOSSNUM
           PERFORM ABRE-CADASTROS THRU ABRE-CADASTROS-FIM
           IF ST-ERRO NOT = "00"
               GO TO ACC-MODO.
           OPEN OUTPUT DOSSIE
           IF ST-DOS NOT = "00"
               MOVE "* ERRO AO CRIAR O ARQUIVO DO DOSSIE *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               PERFORM FECHA-CADASTROS THRU FECHA-CADASTROS-FIM
               GO TO ACC-MODO.
           MOVE ZEROS TO W-QTDREG
           PERFORM ABRE-SPOOL THRU ABRE-SPOOL-FIM.
           STRING " "
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "==== DOSSIE DE DADOS PESSOAIS - LGPD ART. 18 ===="
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "PEDIDO " NUMPED-PLG " DE " DTPED-PLG
               "  TITULAR CPF " W-CPF "  EMITIDO EM " W-DTHOJE
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "CAB;" NUMPED-PLG ";" W-CPF ";" DTPED-PLG ";"
               W-DTHOJE ";" W-OPER
               DELIMITED BY SIZE INTO W-LINARQ
           PERFORM GRAVA-ARQ THRU GRAVA-ARQ-FIM
           PERFORM DOSS-CADASTRO THRU DOSS-CADASTRO-FIM
           PERFORM DOSS-LOCACAO THRU DOSS-LOCACAO-FIM
           PERFORM DOSS-HISTLOC THRU DOSS-HISTLOC-FIM
           PERFORM DOSS-PAGTO THRU DOSS-PAGTO-FIM
           PERFORM DOSS-VISTORIA THRU DOSS-VISTORIA-FIM
           PERFORM DOSS-AVALIACAO THRU DOSS-AVALIACAO-FIM
           PERFORM DOSS-SAC THRU DOSS-SAC-FIM
           PERFORM DOSS-NOTIF THRU DOSS-NOTIF-FIM
           PERFORM DOSS-SCORE THRU DOSS-SCORE-FIM
           PERFORM DOSS-LEITURAS THRU DOSS-LEITURAS-FIM
           STRING "FIM;" W-QTDREG
               DELIMITED BY SIZE INTO W-LINARQ
           PERFORM GRAVA-ARQ THRU GRAVA-ARQ-FIM
           CLOSE DOSSIE
           PERFORM FECHA-CADASTROS THRU FECHA-CADASTROS-FIM
           PERFORM GRAVA-LGPD THRU GRAVA-LGPD-FIM
           STRING " "
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "REGISTROS NO ARQUIVO " W-ARQDOSS ": " W-QTDREG
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           PERFORM FECHA-SPOOL THRU FECHA-SPOOL-FIM.
           MOVE W-NUMPED TO NUMPED-PLG
           READ CADPEDLG
           IF ST-ERRO = "00"
               IF DTRESP-PLG = ZEROS
                   MOVE W-DTHOJE TO DTRESP-PLG
                   MOVE W-OPER TO OPERRESP-PLG.
           IF ST-ERRO = "00"
               MOVE W-QTDREG TO QTDREG-PLG
               MOVE W-ARQDOSS TO ARQ-PLG
               MOVE "R" TO SITPLG
               MOVE "RESPONDIDO" TO DSCSITPLG
               REWRITE REGPEDLG.
           IF DTRESP-PLG > DTLIM-PLG
               DISPLAY "* ATENCAO: PEDIDO RESPONDIDO FORA DO PRAZO *".
           DISPLAY "TECLE ENTER PARA VOLTAR".
           ACCEPT W-OPCAO
           GO TO ACC-MODO.
      *
      * ARQUIVOS CONSULTADOS SO NA GERACAO DO DOSSIE
       ABRE-CADASTROS.
           OPEN INPUT CADCLI
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO AO ABRIR O ARQUIVO CADCLI.DAT *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ABRE-CADASTROS-FIM.
           OPEN INPUT CADLOC
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO AO ABRIR O ARQUIVO CADLOC.DAT *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADCLI
               GO TO ABRE-CADASTROS-FIM.
           OPEN INPUT CADHISTLOC
           IF ST-ERRO NOT = "00"
               OPEN OUTPUT CADHISTLOC
               CLOSE CADHISTLOC
               OPEN INPUT CADHISTLOC.
           OPEN INPUT CADPAG
           IF ST-ERRO NOT = "00"
               OPEN OUTPUT CADPAG
               CLOSE CADPAG
               OPEN INPUT CADPAG.
           OPEN INPUT CADINSP
           IF ST-ERRO NOT = "00"
               OPEN OUTPUT CADINSP
               CLOSE CADINSP
               OPEN INPUT CADINSP.
           OPEN INPUT CADAVAL
           IF ST-ERRO NOT = "00"
               OPEN OUTPUT CADAVAL
               CLOSE CADAVAL
               OPEN INPUT CADAVAL.
           OPEN INPUT CADSAC
           IF ST-ERRO NOT = "00"
               OPEN OUTPUT CADSAC
               CLOSE CADSAC
               OPEN INPUT CADSAC.
           OPEN INPUT CADNOTIF
           IF ST-ERRO NOT = "00"
               OPEN OUTPUT CADNOTIF
               CLOSE CADNOTIF
               OPEN INPUT CADNOTIF.
           OPEN INPUT CADGPS
           IF ST-ERRO NOT = "00"
               OPEN OUTPUT CADGPS
               CLOSE CADGPS
               OPEN INPUT CADGPS.
           OPEN INPUT CADSCORE
           IF ST-ERRO NOT = "00"
               OPEN OUTPUT CADSCORE
               CLOSE CADSCORE
               OPEN INPUT CADSCORE.
           OPEN INPUT CADBLOQ
           IF ST-ERRO NOT = "00"
               OPEN OUTPUT CADBLOQ
               CLOSE CADBLOQ
               OPEN INPUT CADBLOQ.
           OPEN INPUT CADSALDO
           IF ST-ERRO NOT = "00"
               OPEN OUTPUT CADSALDO
               CLOSE CADSALDO
               OPEN INPUT CADSALDO.
           MOVE "00" TO ST-ERRO.
       ABRE-CADASTROS-FIM.
           EXIT.
      *
       FECHA-CADASTROS.
           CLOSE CADCLI CADLOC CADHISTLOC CADPAG CADINSP CADAVAL
               CADSAC CADNOTIF CADGPS CADSCORE CADBLOQ CADSALDO.
       FECHA-CADASTROS-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * SECOES DO DOSSIE -- CADA UMA ESCREVE O TITULO E AS LINHAS NO
      * SPOOL E O MESMO CONTEUDO NO ARQUIVO DE PORTABILIDADE
      *--------------------------------------------------------------
      *
       DOSS-CADASTRO.
           STRING " "
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "---- CADASTRO (CADCLI) ----"
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           MOVE W-CPF TO CPF-CLI
           READ CADCLI
           IF ST-ERRO NOT = "00"
               STRING "NENHUM CADASTRO PARA O CPF"
                   DELIMITED BY SIZE INTO W-LINSPOOL
               PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM
               GO TO DOSS-CADASTRO-FIM.
           STRING "NOME " NOME-CLI "  RG " RG-CLI
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "E-MAIL " EMAIL-CLI "  TELEFONE " TEL-CLI
               "  NASCIMENTO " DATNASC
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           MOVE VALLIMCRED TO W-VALED
           STRING "CEP " FKCEP "  NUMERO " NUM-CLI "  COMPL "
               COMPLEM-CLI "  FILIAL " CODFILIAL-CLI
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "SITUACAO " DSCSITUAC-CLI "  LIMITE DE CREDITO "
               W-VALED
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           MOVE VALLIMCRED TO W-VAL1
           STRING "CLI;" CPF-CLI ";" RG-CLI DELIMITED BY "  "
               ";" NOME-CLI DELIMITED BY "  "
               ";" EMAIL-CLI DELIMITED BY "  "
               ";" TEL-CLI ";" DATNASC ";" FKCEP ";" NUM-CLI
               ";" COMPLEM-CLI DELIMITED BY "  "
               ";" CODFILIAL-CLI ";" SITUAC-CLI ";" W-VAL1
               DELIMITED BY SIZE INTO W-LINARQ
           PERFORM GRAVA-ARQ THRU GRAVA-ARQ-FIM.
       DOSS-CADASTRO-FIM.
           EXIT.
      *
      * LOCACOES CORRENTES (CADLOC), PELA CHAVE ALTERNATIVA DO CPF
       DOSS-LOCACAO.
           STRING " "
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "---- LOCACOES (CADLOC) E PINGS DE GPS ----"
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           MOVE ZEROS TO W-QTDSEC
           MOVE W-CPF TO FKCPF-CLI
           START CADLOC KEY IS = FKCPF-CLI
           IF ST-ERRO NOT = "00"
               GO TO DOSS-LOCACAO-TOT.
       DOSS-LOCACAO-PROX.
           READ CADLOC NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO DOSS-LOCACAO-TOT.
           IF FKCPF-CLI NOT = W-CPF
               GO TO DOSS-LOCACAO-TOT.
           ADD 1 TO W-QTDSEC
           MOVE VALCOBRADO TO W-VALED
           STRING "CONTRATO " NUMCONTRATO "  BIKE " FKNUM-BIKE
               "  RETIRADA " DTLOCACAO " " HRLOCACAO ":" MINLOCACAO
               "  COBRADO " W-VALED
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           MOVE VALCOBRADO TO W-VAL1
           MOVE VALCAUCAO TO W-VAL2
           STRING "LOC;" NUMCONTRATO ";" FKNUM-BIKE ";" DTLOCACAO
               ";" HRLOCACAO MINLOCACAO ";" DTPREVISAO ";"
               HRPREVISAO MINPREVISAO ";" DTENTREGA ";"
               HRENTREGA MINENTREGA ";" CODFILIAL-LOC ";" W-VAL1
               ";" W-VAL2 ";" CODCUPOM-LOC ";" CODPLANO-LOC ";"
               PROTECAO-LOC
               DELIMITED BY SIZE INTO W-LINARQ
           PERFORM GRAVA-ARQ THRU GRAVA-ARQ-FIM
           MOVE NUMCONTRATO TO W-CONTRATO
           MOVE FKNUM-BIKE TO W-BIKEGPS
           MOVE ANO-LOCA TO W-DTINIG (1:4)
           MOVE MES-LOCA TO W-DTINIG (5:2)
           MOVE DIA-LOCA TO W-DTINIG (7:2)
           COMPUTE W-HMINIG = (HRLOCACAO * 100) + MINLOCACAO
           IF DTENTREGA = ZEROS
               MOVE W-DTHOJE TO W-DTFIMG
               MOVE 2359 TO W-HMFIMG
           ELSE
               MOVE ANO-ENTR TO W-DTFIMG (1:4)
               MOVE MES-ENTR TO W-DTFIMG (5:2)
               MOVE DIA-ENTR TO W-DTFIMG (7:2)
               COMPUTE W-HMFIMG = (HRENTREGA * 100) + MINENTREGA.
           PERFORM DOSS-PINGS THRU DOSS-PINGS-FIM
           GO TO DOSS-LOCACAO-PROX.
       DOSS-LOCACAO-TOT.
           STRING "LOCACOES CORRENTES: " W-QTDSEC
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
       DOSS-LOCACAO-FIM.
           EXIT.
      *
      * LOCACOES ARQUIVADAS (CADHISTLOC), CHAVE COMECA PELO CPF
       DOSS-HISTLOC.
           STRING " "
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "---- LOCACOES ARQUIVADAS (CADHISTLOC) ----"
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           MOVE ZEROS TO W-QTDSEC
           MOVE ZEROS TO KEYHISTLOC
           MOVE W-CPF TO HFKCPF-CLI
           START CADHISTLOC KEY IS >= KEYHISTLOC
           IF ST-ERRO NOT = "00"
               GO TO DOSS-HISTLOC-TOT.
       DOSS-HISTLOC-PROX.
           READ CADHISTLOC NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO DOSS-HISTLOC-TOT.
           IF HFKCPF-CLI NOT = W-CPF
               GO TO DOSS-HISTLOC-TOT.
           ADD 1 TO W-QTDSEC
           MOVE HVALCOBRADO TO W-VALED
           STRING "CONTRATO " HNUMCONTRATO "  BIKE " HFKNUM-BIKE
               "  RETIRADA " HDTLOCACAO " " HHRLOCACAO ":"
               HMINLOCACAO "  COBRADO " W-VALED
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           MOVE HVALCOBRADO TO W-VAL1
           MOVE HVALCAUCAO TO W-VAL2
           STRING "HLO;" HNUMCONTRATO ";" HFKNUM-BIKE ";" HDTLOCACAO
               ";" HHRLOCACAO HMINLOCACAO ";" HDTPREVISAO ";"
               HHRPREVISAO HMINPREVISAO ";" HDTENTREGA ";"
               HHRENTREGA HMINENTREGA ";" HCODFILIAL-LOC ";" W-VAL1
               ";" W-VAL2 ";" HCODCUPOM-LOC ";" HCODPLANO-LOC ";"
               HPROTECAO-LOC
               DELIMITED BY SIZE INTO W-LINARQ
           PERFORM GRAVA-ARQ THRU GRAVA-ARQ-FIM
           MOVE HNUMCONTRATO TO W-CONTRATO
           MOVE HFKNUM-BIKE TO W-BIKEGPS
           MOVE HANO-LOCA TO W-DTINIG (1:4)
           MOVE HMES-LOCA TO W-DTINIG (5:2)
           MOVE HDIA-LOCA TO W-DTINIG (7:2)
           COMPUTE W-HMINIG = (HHRLOCACAO * 100) + HMINLOCACAO
           MOVE HANO-ENTR TO W-DTFIMG (1:4)
           MOVE HMES-ENTR TO W-DTFIMG (5:2)
           MOVE HDIA-ENTR TO W-DTFIMG (7:2)
           COMPUTE W-HMFIMG = (HHRENTREGA * 100) + HMINENTREGA
           IF HDTENTREGA = ZEROS
               MOVE W-DTHOJE TO W-DTFIMG
               MOVE 2359 TO W-HMFIMG.
           PERFORM DOSS-PINGS THRU DOSS-PINGS-FIM
           GO TO DOSS-HISTLOC-PROX.
       DOSS-HISTLOC-TOT.
           STRING "LOCACOES ARQUIVADAS: " W-QTDSEC
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
       DOSS-HISTLOC-FIM.
           EXIT.
      *
      * PINGS DA BIKE DENTRO DA JANELA DA LOCACAO: NO SPOOL SO A
      * QUANTIDADE, NO ARQUIVO CADA PING COM DATA, HORA E POSICAO
       DOSS-PINGS.
           MOVE ZEROS TO W-QTDPING
           MOVE ZEROS TO KEYGPS
           MOVE W-DTINIG TO DTGPS
           START CADGPS KEY IS >= KEYGPS
           IF ST-ERRO NOT = "00"
               GO TO DOSS-PINGS-TOT.
       DOSS-PINGS-PROX.
           READ CADGPS NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO DOSS-PINGS-TOT.
           IF DTGPS > W-DTFIMG
               GO TO DOSS-PINGS-TOT.
           IF NUM-BIKE-GPS NOT = W-BIKEGPS
               GO TO DOSS-PINGS-PROX.
           MOVE HRGPS TO W-HMGPS
           IF DTGPS = W-DTINIG AND W-HMGPS < W-HMINIG
               GO TO DOSS-PINGS-PROX.
           IF DTGPS = W-DTFIMG AND W-HMGPS > W-HMFIMG
               GO TO DOSS-PINGS-PROX.
           ADD 1 TO W-QTDPING
           MOVE LONGITU-GPS TO W-LONGED
           MOVE LATITU-GPS TO W-LATED
           STRING "GPS;" W-CONTRATO ";" DTGPS ";" HRGPS ";"
               W-LONGED ";" W-LATED
               DELIMITED BY SIZE INTO W-LINARQ
           PERFORM GRAVA-ARQ THRU GRAVA-ARQ-FIM
           GO TO DOSS-PINGS-PROX.
       DOSS-PINGS-TOT.
           STRING "    PINGS DE GPS DA LOCACAO: " W-QTDPING
               " (DETALHE NO ARQUIVO)"
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
       DOSS-PINGS-FIM.
           EXIT.
      *
       DOSS-PAGTO.
           STRING " "
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "---- PAGAMENTOS (CADPAG) ----"
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           MOVE ZEROS TO W-QTDSEC
           MOVE ZEROS TO KEYPAG
           MOVE W-CPF TO FKCPF-CLI-PAG
           START CADPAG KEY IS >= KEYPAG
           IF ST-ERRO NOT = "00"
               GO TO DOSS-PAGTO-TOT.
       DOSS-PAGTO-PROX.
           READ CADPAG NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO DOSS-PAGTO-TOT.
           IF FKCPF-CLI-PAG NOT = W-CPF
               GO TO DOSS-PAGTO-TOT.
           ADD 1 TO W-QTDSEC
           MOVE VALORPAG TO W-VALED
           STRING "BIKE " FKNUM-BIKE-PAG " " DTLOCACAO-PAG "  "
               FORMAPAGDESC " PARC " NUMPARCELA "/" TOTPARCELAS
               " " W-VALED " VENC " DTVENCTO " " DSCSITPARC
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           MOVE VALORPAG TO W-VAL1
           STRING "PAG;" KEYLOCACAO-PAG ";" SEQ-PAG ";" FORMAPAG
               ";" W-VAL1 ";" NUMPARCELA ";" TOTPARCELAS ";"
               DTVENCTO ";" SITPARC ";" DTPAGTO
               DELIMITED BY SIZE INTO W-LINARQ
           PERFORM GRAVA-ARQ THRU GRAVA-ARQ-FIM
           GO TO DOSS-PAGTO-PROX.
       DOSS-PAGTO-TOT.
           STRING "PARCELAS: " W-QTDSEC
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
       DOSS-PAGTO-FIM.
           EXIT.
      *
       DOSS-VISTORIA.
           STRING " "
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "---- VISTORIAS (CADINSP) ----"
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           MOVE ZEROS TO W-QTDSEC
           MOVE LOW-VALUES TO KEYINSP
           MOVE W-CPF TO INSFKCPF-CLI
           START CADINSP KEY IS >= KEYINSP
           IF ST-ERRO NOT = "00"
               GO TO DOSS-VISTORIA-TOT.
       DOSS-VISTORIA-PROX.
           READ CADINSP NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO DOSS-VISTORIA-TOT.
           IF INSFKCPF-CLI NOT = W-CPF
               GO TO DOSS-VISTORIA-TOT.
           ADD 1 TO W-QTDSEC
           STRING "BIKE " INSFKNUM-BIKE " " INSDTLOCACAO " TIPO "
               TIPOINSP " EM " DTINSP "  " INSOBS
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "INS;" INSFKNUM-BIKE ";" INSDTLOCACAO ";"
               INSHRLOCACAO INSMINLOCACAO ";" TIPOINSP ";"
               INSARRANHOES ";" INSFREIOS ";" INSPNEUS ";"
               INSOBS DELIMITED BY "  "
               ";" DTINSP ";" HRINSP
               DELIMITED BY SIZE INTO W-LINARQ
           PERFORM GRAVA-ARQ THRU GRAVA-ARQ-FIM
           GO TO DOSS-VISTORIA-PROX.
       DOSS-VISTORIA-TOT.
           STRING "VISTORIAS: " W-QTDSEC
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
       DOSS-VISTORIA-FIM.
           EXIT.
      *
       DOSS-AVALIACAO.
           STRING " "
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "---- AVALIACOES (CADAVAL) ----"
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           MOVE ZEROS TO W-QTDSEC
           MOVE ZEROS TO KEYAVAL
           MOVE W-CPF TO AVFKCPF-CLI
           START CADAVAL KEY IS >= KEYAVAL
           IF ST-ERRO NOT = "00"
               GO TO DOSS-AVALIACAO-TOT.
       DOSS-AVALIACAO-PROX.
           READ CADAVAL NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO DOSS-AVALIACAO-TOT.
           IF AVFKCPF-CLI NOT = W-CPF
               GO TO DOSS-AVALIACAO-TOT.
           ADD 1 TO W-QTDSEC
           STRING "BIKE " AVFKNUM-BIKE " " AVDTLOCACAO "  NOTA "
               AVNOTA "  EM " DTAVAL
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "AVA;" AVFKNUM-BIKE ";" AVDTLOCACAO ";"
               AVHRLOCACAO AVMINLOCACAO ";" AVNOTA ";" DTAVAL ";"
               HRAVAL
               DELIMITED BY SIZE INTO W-LINARQ
           PERFORM GRAVA-ARQ THRU GRAVA-ARQ-FIM
           GO TO DOSS-AVALIACAO-PROX.
       DOSS-AVALIACAO-TOT.
           STRING "AVALIACOES: " W-QTDSEC
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
       DOSS-AVALIACAO-FIM.
           EXIT.
      *
       DOSS-SAC.
           STRING " "
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "---- ATENDIMENTOS SAC (CADSAC) ----"
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           MOVE ZEROS TO W-QTDSEC
           MOVE W-CPF TO CPF-SAC
           MOVE ZEROS TO SEQ-SAC
           START CADSAC KEY IS >= KEYSAC
           IF ST-ERRO NOT = "00"
               GO TO DOSS-SAC-TOT.
       DOSS-SAC-PROX.
           READ CADSAC NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO DOSS-SAC-TOT.
           IF CPF-SAC NOT = W-CPF
               GO TO DOSS-SAC-TOT.
           ADD 1 TO W-QTDSEC
           STRING "SAC " SEQ-SAC " " DSCCATEGSAC " ABERTO "
               DTABERT-SAC " " DSCSITSAC
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "    " DSCSAC
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "SAC;" SEQ-SAC ";" KEYLOCACAO-SAC ";" CATEGSAC
               ";" DSCSAC DELIMITED BY "  "
               ";" SITSAC ";" DTABERT-SAC ";" DTRESOL-SAC
               DELIMITED BY SIZE INTO W-LINARQ
           PERFORM GRAVA-ARQ THRU GRAVA-ARQ-FIM
           GO TO DOSS-SAC-PROX.
       DOSS-SAC-TOT.
           STRING "ATENDIMENTOS: " W-QTDSEC
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
       DOSS-SAC-FIM.
           EXIT.
      *
       DOSS-NOTIF.
           STRING " "
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "---- MENSAGENS ENVIADAS (CADNOTIF) ----"
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           MOVE ZEROS TO W-QTDSEC
           MOVE ZEROS TO KEYNOTIF
           MOVE W-CPF TO FKCPF-CLI-NOTIF
           START CADNOTIF KEY IS >= KEYNOTIF
           IF ST-ERRO NOT = "00"
               GO TO DOSS-NOTIF-TOT.
       DOSS-NOTIF-PROX.
           READ CADNOTIF NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO DOSS-NOTIF-TOT.
           IF FKCPF-CLI-NOTIF NOT = W-CPF
               GO TO DOSS-NOTIF-TOT.
           ADD 1 TO W-QTDSEC
           STRING DTENVIO " " TIPONOTIF " " DESTINONOTIF " "
               MENSNOTIF
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "NOT;" KEYNOTIF ";" TIPONOTIF ";"
               DESTINONOTIF DELIMITED BY "  "
               ";" DTENVIO ";" HRENVIO ";"
               MENSNOTIF DELIMITED BY "  "
               INTO W-LINARQ
           PERFORM GRAVA-ARQ THRU GRAVA-ARQ-FIM
           GO TO DOSS-NOTIF-PROX.
       DOSS-NOTIF-TOT.
           STRING "MENSAGENS: " W-QTDSEC
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
       DOSS-NOTIF-FIM.
           EXIT.
      *
      * SCORE, LISTA DE BLOQUEIO E SALDO: UM REGISTRO POR CPF
       DOSS-SCORE.
           STRING " "
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "---- SCORE, BLOQUEIO E SALDO ----"
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           MOVE W-CPF TO CPF-SCORE
           READ CADSCORE
           IF ST-ERRO = "00"
               STRING "SCORE " VALSCORE " EM " DTCALC-SCORE
                   "  VENCIDAS " QTDVENCIDAS "  PAGTO ATRASO "
                   QTDPAGATRASO "  AVARIAS " QTDAVARIAS
                   DELIMITED BY SIZE INTO W-LINSPOOL
               PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM
               STRING "SCO;" VALSCORE ";" QTDVENCIDAS ";"
                   QTDPAGATRASO ";" QTDAVARIAS ";" QTDCANCEL ";"
                   QTDSAC ";" DTCALC-SCORE
                   DELIMITED BY SIZE INTO W-LINARQ
               PERFORM GRAVA-ARQ THRU GRAVA-ARQ-FIM
           ELSE
               STRING "SEM SCORE CALCULADO"
                   DELIMITED BY SIZE INTO W-LINSPOOL
               PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           MOVE W-CPF TO CPF-BLOQ
           READ CADBLOQ
           IF ST-ERRO = "00"
               STRING "BLOQUEIO: " DSCMOTIVOBLOQ " DESDE "
                   DTINCL-BLOQ " ATE " DTEXPIRA-BLOQ
                   DELIMITED BY SIZE INTO W-LINSPOOL
               PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM
               STRING "BLQ;" MOTIVOBLOQ ";"
                   DSCMOTIVOBLOQ DELIMITED BY "  "
                   ";" FILBLOQ ";" DTINCL-BLOQ ";" DTEXPIRA-BLOQ
                   DELIMITED BY SIZE INTO W-LINARQ
               PERFORM GRAVA-ARQ THRU GRAVA-ARQ-FIM
           ELSE
               STRING "NAO CONSTA NA LISTA DE BLOQUEIO"
                   DELIMITED BY SIZE INTO W-LINSPOOL
               PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           MOVE W-CPF TO CPF-SALDO
           READ CADSALDO
           IF ST-ERRO = "00"
               MOVE VALSALDO TO W-VALED
               MOVE VALSALDO TO W-VAL1
               STRING "SALDO EM CONTA " W-VALED "  ULTIMO MOVIMENTO "
                   DTULTMOV
                   DELIMITED BY SIZE INTO W-LINSPOOL
               PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM
               STRING "SAL;" W-VAL1 ";" DTULTMOV
                   DELIMITED BY SIZE INTO W-LINARQ
               PERFORM GRAVA-ARQ THRU GRAVA-ARQ-FIM
           ELSE
               STRING "SEM SALDO EM CONTA"
                   DELIMITED BY SIZE INTO W-LINSPOOL
               PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
       DOSS-SCORE-FIM.
           EXIT.
      *
      * QUEM LEU OS DADOS DO TITULAR (CADLGPD, SEQUENCIAL)
       DOSS-LEITURAS.
           STRING " "
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "---- LEITURAS DOS DADOS PESSOAIS (CADLGPD) ----"
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           MOVE ZEROS TO W-QTDSEC
           OPEN INPUT CADLGPD
           IF ST-ERRO NOT = "00"
               GO TO DOSS-LEITURAS-TOT.
       DOSS-LEITURAS-PROX.
           READ CADLGPD
               AT END
                   GO TO DOSS-LEITURAS-FECHA
           END-READ
           IF CPFVISTO NOT = W-CPF
               GO TO DOSS-LEITURAS-PROX.
           ADD 1 TO W-QTDSEC
           STRING "EM " DTLGPD " " HRLGPD " PELO PROGRAMA " PROGLGPD
               " OPERADOR " OPERLGPD
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "LGP;" DTLGPD ";" HRLGPD ";" PROGLGPD ";"
               OPERLGPD
               DELIMITED BY SIZE INTO W-LINARQ
           PERFORM GRAVA-ARQ THRU GRAVA-ARQ-FIM
           GO TO DOSS-LEITURAS-PROX.
       DOSS-LEITURAS-FECHA.
           CLOSE CADLGPD.
       DOSS-LEITURAS-TOT.
           STRING "LEITURAS REGISTRADAS: " W-QTDSEC
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
       DOSS-LEITURAS-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * PEDIDOS EM ABERTO, COM O PRAZO LEGAL
      *--------------------------------------------------------------
      *
       PED-LISTA.
           MOVE ZEROS TO W-QTDABERTO W-QTDVENC
           PERFORM ABRE-SPOOL THRU ABRE-SPOOL-FIM.
           STRING " "
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "---- PEDIDOS LGPD EM ABERTO EM " W-DTHOJE " ----"
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "PEDIDO CPF         CANAL PEDIDO   PRAZO    SITUACAO"
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           MOVE ZEROS TO NUMPED-PLG
           START CADPEDLG KEY IS >= NUMPED-PLG
           IF ST-ERRO NOT = "00"
               GO TO PED-LISTA-FIM.
       PED-LISTA-PROX.
           READ CADPEDLG NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO PED-LISTA-FIM.
           IF SITPLG NOT = "A"
               GO TO PED-LISTA-PROX.
           ADD 1 TO W-QTDABERTO
           MOVE "NO PRAZO    " TO W-SITPRAZO
           IF DTLIM-PLG < W-DTHOJE
               ADD 1 TO W-QTDVENC
               MOVE "** VENCIDO  " TO W-SITPRAZO.
           STRING NUMPED-PLG " " CPF-PLG " " CANAL-PLG "     "
               DTPED-PLG " " DTLIM-PLG " " W-SITPRAZO
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           GO TO PED-LISTA-PROX.
       PED-LISTA-FIM.
           STRING "EM ABERTO: " W-QTDABERTO "  VENCIDOS: " W-QTDVENC
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
       GRAVA-ARQ.
           MOVE W-LINARQ TO REGDOSS
           WRITE REGDOSS
           ADD 1 TO W-QTDREG
           MOVE SPACES TO W-LINARQ.
       GRAVA-ARQ-FIM.
           EXIT.
      *
      * A GERACAO DO DOSSIE TAMBEM E LEITURA DOS DADOS DO TITULAR
       GRAVA-LGPD.
           OPEN EXTEND CADLGPD
           IF ST-ERRO NOT = "00"
               OPEN OUTPUT CADLGPD
               CLOSE CADLGPD
               OPEN EXTEND CADLGPD.
           ACCEPT W-DTLG FROM DATE YYYYMMDD
           MOVE W-ANOLG TO ANO-LG
           MOVE W-MESLG TO MES-LG
           MOVE W-DIALG TO DIA-LG
           ACCEPT HRLGPD FROM TIME
           MOVE "SGB154" TO PROGLGPD
           MOVE W-OPER TO OPERLGPD
           MOVE W-CPF TO CPFVISTO
           WRITE REGLGPD
           CLOSE CADLGPD.
       GRAVA-LGPD-FIM.
           EXIT.
      *
      * AVANCA UM DIA DE CALENDARIO REAL (FEVEREIRO COM 29 EM ANO
      * MULTIPLO DE 4)
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
      * PARAMETRO 28 = PRAZO EM DIAS PARA RESPONDER O TITULAR
       LE-PARAMETROS.
           OPEN INPUT CADPARAM
           IF ST-ERRO NOT = "00"
               GO TO LE-PARAMETROS-FIM.
           MOVE 28 TO COD-PARAM
           READ CADPARAM
           IF ST-ERRO = "00" AND VAL-PARAM NOT < 1
                   AND VAL-PARAM NOT > 999
               MOVE VAL-PARAM TO W-PRAZOLGPD.
           CLOSE CADPARAM.
       LE-PARAMETROS-FIM.
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
           MOVE "SGB154" TO PROGSPOOL
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
           CLOSE CADPEDLG CADFUNC CADCONTROLE
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
