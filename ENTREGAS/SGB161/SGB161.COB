       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGB161.
       AUTHOR. VINICIUS ESCAME DOS SANTOS.
      *--------------------------------------------------------------
      * SEGREGACAO DE FUNCOES -- EXCECOES DO MES EM QUE UM MESMO
      * FUNCIONARIO (COD-FUNC) FEZ PAPEIS QUE DEVERIAM SER DE PESSOAS
      * DIFERENTES NA MESMA LOCACAO OU NO MESMO DIA. CRUZA O CADLOC
      * (OPERADOR QUE ABRIU), O CADOVERRIDE (QUEM PEDIU E QUEM
      * LIBEROU), O CADPAG COM O CADCAIXA (RECEBIMENTO EM DINHEIRO NO
      * CAIXA DO OPERADOR, COMO NO CONFRONTO DO SGB042), O CADCREDNOTA
      * (SUPERVISOR QUE EMITIU A NOTA) E O CADDIA COM O HISTORICO DE
      * ABERTURA/FECHAMENTO DO DIA GRAVADO NO CADAUDIT PELO SGB037
      *   R = RELATORIO DO MES, POR GRAVIDADE E REGRA, COM RESUMO POR
      *       FUNCIONARIO (VAI PARA O SPOOL)
      *   M = MANUTENCAO DAS REGRAS: GRAVIDADE (1=BAIXA 2=MEDIA
      *       3=ALTA) E SITUACAO (A=ATIVA I=INATIVA) DE CADA REGRA
      * AS REGRAS (CADREGSOD) NASCEM COM A GRAVIDADE PADRAO; REGRA
      * INATIVA NAO E APURADA. DIA ANTERIOR AO REGISTRO NO CADAUDIT
      * SO APARECE SE AINDA FOR O DIA CORRENTE DO CADDIA
      *--------------------------------------------------------------
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT CADREGSOD
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-RSOD
                    FILE STATUS  IS ST-RSD.

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

            SELECT CADOVERRIDE
                    ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-OVR.

            SELECT CADPAG
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPAG
                    FILE STATUS  IS ST-PAG
                    ALTERNATE RECORD KEY IS KEYLOCACAO-PAG
                                            WITH DUPLICATES.

            SELECT CADCAIXA
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCAIXA
                    FILE STATUS  IS ST-CX.

            SELECT CADDIA
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-DIA
                    FILE STATUS  IS ST-DIA.

            SELECT CADCREDNOTA
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMCRED
                    FILE STATUS  IS ST-CRD
                    ALTERNATE RECORD KEY IS CPFCRED
                                            WITH DUPLICATES.

            SELECT CADAUDIT
                    ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-AUD.

            SELECT CADFUNC
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-FUNC
                    FILE STATUS  IS ST-FUN.

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
      * REGRAS DE SEGREGACAO DE FUNCOES (SGB161). O CODIGO AMARRA A
      * REGRA A SUA APURACAO NO PROGRAMA; GRAVIDADE E SITUACAO SAO
      * MANTIDAS PELO SUPERVISOR, COM DATA E MATRICULA DA ALTERACAO
      *   GRAV-RSOD 1 = BAIXA  2 = MEDIA  3 = ALTA
      *   SIT-RSOD  A = ATIVA  I = INATIVA
      *--------------------------------------------------------------
      *
       FD CADREGSOD
           VALUE OF FILE-ID IS "CADREGSOD.DAT".
       01 REGRSOD.
           03 COD-RSOD         PIC 9(02).
           03 DSC-RSOD         PIC X(40).
           03 GRAV-RSOD        PIC 9(01).
           03 SIT-RSOD         PIC X(01).
           03 DTALT-RSOD       PIC 9(08).
           03 OPER-RSOD        PIC 9(04).
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
       FD CADOVERRIDE
           VALUE OF FILE-ID IS "CADOVERRIDE.DAT".
       01 REGOVR.
           03 DTOVR           PIC 9(08).
           03 HROVR           PIC 9(08).
           03 PROGOVR         PIC X(06).
           03 TIPOOVR         PIC X(01).
           03 KEYLOCACAO-OVR  PIC X(27).
           03 OPEROVR         PIC 9(04).
           03 SUPERVOVR       PIC 9(04).
           03 VALANTES-OVR    PIC 9(06)V99.
           03 VALDEPOIS-OVR   PIC 9(06)V99.
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
       FD CADCAIXA
           VALUE OF FILE-ID IS "CADCAIXA.DAT".
       01 REGCAIXA.
           03 KEYCAIXA.
               05 OPERCAIXA    PIC 9(04).
               05 DTCAIXA      PIC 9(08).
           03 SITCAIXA        PIC X(01).
           03 DSCSITCAIXA     PIC X(08).
           03 VALTROCO        PIC 9(06)V99.
           03 VALSANGRIA      PIC 9(06)V99.
           03 VALDESPESA      PIC 9(06)V99.
           03 VALCONTADO      PIC 9(06)V99.
           03 VALDINHEIRO     PIC 9(06)V99.
           03 VALDIFERENCA    PIC S9(06)V99.
           03 VALCARGA        PIC 9(06)V99.
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
       77 ST-RSD        PIC X(02) VALUE "00".
       77 ST-OVR        PIC X(02) VALUE "00".
       77 ST-PAG        PIC X(02) VALUE "00".
       77 ST-CX         PIC X(02) VALUE "00".
       77 ST-DIA        PIC X(02) VALUE "00".
       77 ST-CRD        PIC X(02) VALUE "00".
       77 ST-AUD        PIC X(02) VALUE "00".
       77 ST-FUN        PIC X(02) VALUE "00".
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 W-MODO        PIC X(01) VALUE SPACES.
       77 W-CONF        PIC X(01) VALUE SPACES.
       77 W-DATAHOJE    PIC 9(08) VALUE ZEROS.
       77 W-OKPAG       PIC X(01) VALUE "N".
       77 W-OKCX        PIC X(01) VALUE "N".
       77 W-OKDIA       PIC X(01) VALUE "N".
       77 W-OKCRD       PIC X(01) VALUE "N".
       77 W-OKFUN       PIC X(01) VALUE "N".
      *
      * REGRAS PADRAO: GRAVIDADE E DESCRICAO, NA ORDEM DO CODIGO. A
      * APURACAO DE CADA CODIGO ESTA NOS PARAGRAFOS APURA-xxx
      *   01 OVERRIDE COM OPERADOR = SUPERVISOR QUE LIBEROU
      *   02 QUEM ABRIU A LOCACAO PEDIU O OVERRIDE E RECEBEU EM
      *      DINHEIRO NO PROPRIO CAIXA
      *   03 A REGRA 02 E AINDA FECHOU O DIA DO RECEBIMENTO
      *   04 NOTA DE CREDITO EMITIDA PELO SUPERVISOR QUE ABRIU A
      *      LOCACAO
      *   05 QUEM FECHOU O DIA TINHA SESSAO DE CAIXA NO DIA
      *   06 QUEM FECHOU O DIA PEDIU OU LIBEROU OVERRIDE NO DIA
      *   07 MESMO FUNCIONARIO ABRIU E FECHOU O DIA
       01 TTREGSOD.
           03 FILLER PIC X(01) VALUE "3".
           03 FILLER PIC X(40) VALUE
               "SUPERVISOR LIBEROU O PROPRIO OVERRIDE".
           03 FILLER PIC X(01) VALUE "2".
           03 FILLER PIC X(40) VALUE
               "LOCOU, PEDIU OVERRIDE E RECEBEU NO CAIXA".
           03 FILLER PIC X(01) VALUE "3".
           03 FILLER PIC X(40) VALUE
               "LOCOU, OVERRIDE, RECEBEU E FECHOU O DIA".
           03 FILLER PIC X(01) VALUE "2".
           03 FILLER PIC X(40) VALUE
               "NOTA DE CREDITO NA PROPRIA LOCACAO".
           03 FILLER PIC X(01) VALUE "2".
           03 FILLER PIC X(40) VALUE
               "FECHOU O DIA TENDO CAIXA PROPRIO NO DIA".
           03 FILLER PIC X(01) VALUE "2".
           03 FILLER PIC X(40) VALUE
               "FECHOU O DIA DO PROPRIO OVERRIDE".
           03 FILLER PIC X(01) VALUE "1".
           03 FILLER PIC X(40) VALUE
               "ABRIU E FECHOU O MESMO DIA".
       01 TTREGSOD-R REDEFINES TTREGSOD.
           03 TRP-ITEM OCCURS 7 TIMES.
               05 TRP-GRAV     PIC 9(01).
               05 TRP-DSC      PIC X(40).
       77 W-QTDREGRAS   PIC 9(02) VALUE 7.
      *
      * REGRAS EM VIGOR, CARREGADAS DO CADREGSOD
       01 TAB-REGRA.
           03 TRG-ITEM OCCURS 7 TIMES.
               05 TRG-GRAV     PIC 9(01).
               05 TRG-SIT      PIC X(01).
               05 TRG-DSC      PIC X(40).
               05 TRG-QTD      PIC 9(05).
       77 W-RG          PIC 9(02) VALUE ZEROS.
      *
      * MES DE REFERENCIA (AAAAMM) E GRAVIDADE MINIMA DO RELATORIO
       01 W-AMREF       PIC 9(06) VALUE ZEROS.
       01 W-AMREF-R REDEFINES W-AMREF.
           03 W-ANOREF      PIC 9(04).
           03 W-MESREF      PIC 9(02).
       77 W-GRAVMIN     PIC 9(01) VALUE 1.
       01 W-DTTESTE     PIC 9(08) VALUE ZEROS.
       01 W-DTTESTE-R REDEFINES W-DTTESTE.
           03 W-AMTESTE     PIC 9(06).
           03 W-DIATESTE    PIC 9(02).
      *
      * DIAS DO MES: QUEM ABRIU E QUEM FECHOU (CADAUDIT DO SGB037 E
      * O DIA CORRENTE DO CADDIA). REFECHAMENTO VALE O ULTIMO
       01 TAB-DIA.
           03 TDI-ITEM OCCURS 31 TIMES.
               05 TDI-TEM      PIC X(01).
               05 TDI-ABERT    PIC 9(04).
               05 TDI-FECH     PIC 9(04).
       77 W-DI          PIC 9(02) VALUE ZEROS.
       01 W-IMGDIA          PIC X(219).
       01 W-IMGDIA-R REDEFINES W-IMGDIA.
           03 W-CODDIAIMG   PIC X(01).
           03 W-DTDIAIMG    PIC 9(08).
           03 W-SITDIAIMG   PIC X(01).
           03 FILLER        PIC X(08).
           03 W-ABERTIMG    PIC 9(04).
           03 W-FECHIMG     PIC 9(04).
           03 FILLER        PIC X(193).
      *
      * OCORRENCIAS APURADAS, IMPRESSAS DEPOIS POR GRAVIDADE E REGRA
       77 W-TOTOCO      PIC 9(04) VALUE ZEROS.
       77 W-OCOIGN      PIC 9(06) VALUE ZEROS.
       77 W-OX          PIC 9(04) VALUE ZEROS.
       01 TAB-OCO.
           03 TOC-ITEM OCCURS 2000 TIMES.
               05 TOC-REGRA    PIC 9(02).
               05 TOC-FUNC     PIC 9(04).
               05 TOC-DATA     PIC 9(08).
               05 TOC-REF      PIC X(27).
       77 W-OCOREGRA    PIC 9(02) VALUE ZEROS.
       77 W-OCOFUNC     PIC 9(04) VALUE ZEROS.
       77 W-OCODATA     PIC 9(08) VALUE ZEROS.
       77 W-OCOREF      PIC X(27) VALUE SPACES.
      *
      * APOIO A APURACAO DOS OVERRIDES
       77 W-OPERLOC     PIC 9(04) VALUE ZEROS.
       77 W-ULTKEYOVR   PIC X(27) VALUE SPACES.
       77 W-DTRECEB     PIC 9(08) VALUE ZEROS.
       01 W-REFCX.
           03 FILLER        PIC X(06) VALUE "CAIXA ".
           03 W-REFCXOPER   PIC 9(04).
           03 FILLER        PIC X(01) VALUE " ".
           03 W-REFCXDT     PIC 9(08).
       01 W-REFDIA.
           03 FILLER        PIC X(12) VALUE "DIA ABERTO  ".
           03 W-REFDIAOPER  PIC 9(04).
       01 W-REFCRED.
           03 FILLER        PIC X(06) VALUE "NOTA  ".
           03 W-REFCREDNUM  PIC 9(06).
      *
      * RESUMO POR FUNCIONARIO: OCORRENCIAS POR GRAVIDADE
       77 W-TOTRES      PIC 9(04) VALUE ZEROS.
       77 W-RESIGN      PIC 9(06) VALUE ZEROS.
       77 W-RX          PIC 9(04) VALUE ZEROS.
       01 TAB-RESF.
           03 TRF-ITEM OCCURS 300 TIMES.
               05 TRF-FUNC     PIC 9(04).
               05 TRF-QTD OCCURS 3 TIMES PIC 9(04).
      *
      * IMPRESSAO
       77 W-GIMP        PIC 9(01) VALUE ZEROS.
       77 W-QTDLISTA    PIC 9(05) VALUE ZEROS.
       77 W-NOMEFUNC    PIC X(20) VALUE SPACES.
       01 W-TABGRAV.
           03 FILLER PIC X(05) VALUE "BAIXA".
           03 FILLER PIC X(05) VALUE "MEDIA".
           03 FILLER PIC X(05) VALUE "ALTA ".
       01 W-TABGRAV-R REDEFINES W-TABGRAV.
           03 W-DSCGRAV     PIC X(05) OCCURS 3 TIMES.
      *
      * MANUTENCAO DAS REGRAS
       77 W-CODREGRA    PIC 9(02) VALUE ZEROS.
       77 W-GRAVNOVA    PIC 9(01) VALUE ZEROS.
       77 W-SITNOVA     PIC X(01) VALUE SPACES.
       77 W-OPER        PIC 9(04) VALUE ZEROS.
       77 W-LIN         PIC 9(02) VALUE ZEROS.
      *
      * APOIO AO SPOOL DE RELATORIOS (MESMA ROTINA DO SGB026)
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
           OPEN I-O CADREGSOD
           IF ST-RSD NOT = "00"
               IF ST-RSD = "30" OR "35"
                   OPEN OUTPUT CADREGSOD
                   CLOSE CADREGSOD
                   OPEN I-O CADREGSOD
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQ CADREGSOD.DAT *"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
           OPEN INPUT CADLOC
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO AO ABRIR O ARQUIVO CADLOC.DAT *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADREGSOD
               GO TO ROT-FIM.
      * OS DEMAIS ARQUIVOS SAO DE APOIO: O QUE NAO EXISTIR SO DEIXA
      * DE APURAR AS REGRAS QUE DEPENDEM DELE
           OPEN INPUT CADPAG
           IF ST-PAG = "00"
               MOVE "S" TO W-OKPAG.
           OPEN INPUT CADCAIXA
           IF ST-CX = "00"
               MOVE "S" TO W-OKCX.
           OPEN INPUT CADDIA
           IF ST-DIA = "00"
               MOVE "S" TO W-OKDIA.
           OPEN INPUT CADCREDNOTA
           IF ST-CRD = "00"
               MOVE "S" TO W-OKCRD.
           OPEN INPUT CADFUNC
           IF ST-FUN = "00"
               MOVE "S" TO W-OKFUN.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           PERFORM SEMEIA-REGRAS THRU SEMEIA-REGRAS-FIM.
      *
       ACC-MODO.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 01) "  * SEGREGACAO DE FUNCOES *"
           MOVE SPACES TO W-MODO
           DISPLAY (03, 01)
               "   R=RELATORIO DO MES  M=MANUTENCAO DAS REGRAS"
           DISPLAY (04, 01)
               "                                           MODO: ".
           ACCEPT (04, 50) W-MODO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR 01
               GO TO ENCERRA.
           IF W-MODO = "r" MOVE "R" TO W-MODO.
           IF W-MODO = "m" MOVE "M" TO W-MODO.
           IF W-MODO = "M"
               GO TO MAN-INICIO.
           IF W-MODO NOT = "R"
               MOVE "* MODO R OU M *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-MODO.
      *
      *--------------------------------------------------------------
      * RELATORIO DO MES
      *--------------------------------------------------------------
      *
       ACC-MESREF.
           MOVE W-DATAHOJE (1:6) TO W-AMREF
           DISPLAY (06, 01) "   MES DE REFERENCIA (AAAAMM): ".
           ACCEPT (06, 33) W-AMREF WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-MODO.
           IF W-ANOREF = ZEROS OR W-MESREF < 1 OR W-MESREF > 12
               MOVE "* MES INVALIDO (AAAAMM) *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-MESREF.
       ACC-GRAVMIN.
           MOVE 1 TO W-GRAVMIN
           DISPLAY (07, 01) "   GRAVIDADE MINIMA (1 A 3)..: ".
           ACCEPT (07, 33) W-GRAVMIN WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-MESREF.
           IF W-GRAVMIN < 1 OR W-GRAVMIN > 3
               MOVE "* GRAVIDADE DE 1 A 3 *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-GRAVMIN.
           MOVE "S" TO W-CONF
           DISPLAY (09, 01) "   CONFIRMA O RELATORIO (S/N): ".
           ACCEPT (09, 33) W-CONF WITH UPDATE
           IF W-CONF NOT = "S" AND "s"
               GO TO ACC-MODO.
           DISPLAY (11, 01) "   APURANDO AS OCORRENCIAS, AGUARDE..."
           PERFORM CARREGA-REGRAS THRU CARREGA-REGRAS-FIM
           MOVE ZEROS TO W-TOTOCO W-OCOIGN W-TOTRES W-RESIGN
           PERFORM CARREGA-DIAS THRU CARREGA-DIAS-FIM
           PERFORM APURA-OVR THRU APURA-OVR-FIM
           PERFORM APURA-CRED THRU APURA-CRED-FIM
           PERFORM APURA-CAIXA THRU APURA-CAIXA-FIM
           PERFORM APURA-DIA THRU APURA-DIA-FIM
           DISPLAY (01, 01) ERASE
           PERFORM ABRE-SPOOL THRU ABRE-SPOOL-FIM
           PERFORM IMPRIME-CABEC THRU IMPRIME-CABEC-FIM
           PERFORM IMPRIME-OCORRENCIAS THRU IMPRIME-OCORRENCIAS-FIM
           PERFORM IMPRIME-RESUMO THRU IMPRIME-RESUMO-FIM
           PERFORM FECHA-SPOOL THRU FECHA-SPOOL-FIM
           MOVE SPACES TO W-CONF
           DISPLAY "TECLE ENTER PARA VOLTAR".
           ACCEPT W-CONF.
           GO TO ACC-MODO.
      *
      *--------------------------------------------------------------
      * GRAVA NO CADREGSOD AS REGRAS PADRAO QUE AINDA NAO EXISTEM.
      * REGRA JA GRAVADA FICA COMO O SUPERVISOR DEIXOU
      *--------------------------------------------------------------
      *
       SEMEIA-REGRAS.
           MOVE 1 TO W-RG.
       SEMEIA-REGRAS-PROX.
           MOVE W-RG TO COD-RSOD
           READ CADREGSOD
           IF ST-RSD NOT = "00"
               MOVE W-RG TO COD-RSOD
               MOVE TRP-DSC (W-RG) TO DSC-RSOD
               MOVE TRP-GRAV (W-RG) TO GRAV-RSOD
               MOVE "A" TO SIT-RSOD
               MOVE W-DATAHOJE TO DTALT-RSOD
               MOVE ZEROS TO OPER-RSOD
               WRITE REGRSOD.
           IF W-RG < W-QTDREGRAS
               ADD 1 TO W-RG
               GO TO SEMEIA-REGRAS-PROX.
       SEMEIA-REGRAS-FIM.
           EXIT.
      *
       CARREGA-REGRAS.
           MOVE 1 TO W-RG.
       CARREGA-REGRAS-PROX.
           MOVE TRP-GRAV (W-RG) TO TRG-GRAV (W-RG)
           MOVE "A" TO TRG-SIT (W-RG)
           MOVE TRP-DSC (W-RG) TO TRG-DSC (W-RG)
           MOVE ZEROS TO TRG-QTD (W-RG)
           MOVE W-RG TO COD-RSOD
           READ CADREGSOD
           IF ST-RSD = "00"
               MOVE GRAV-RSOD TO TRG-GRAV (W-RG)
               MOVE SIT-RSOD TO TRG-SIT (W-RG)
               MOVE DSC-RSOD TO TRG-DSC (W-RG).
           IF W-RG < W-QTDREGRAS
               ADD 1 TO W-RG
               GO TO CARREGA-REGRAS-PROX.
       CARREGA-REGRAS-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * DIAS DO MES: FECHAMENTOS GRAVADOS PELO SGB037 NO CADAUDIT
      * (IMAGEM DO REGDIA) E O DIA CORRENTE DO CADDIA, SE FECHADO
      *--------------------------------------------------------------
      *
       CARREGA-DIAS.
           MOVE 1 TO W-DI.
       CARREGA-DIAS-LIMPA.
           MOVE "N" TO TDI-TEM (W-DI)
           MOVE ZEROS TO TDI-ABERT (W-DI) TDI-FECH (W-DI)
           IF W-DI < 31
               ADD 1 TO W-DI
               GO TO CARREGA-DIAS-LIMPA.
           OPEN INPUT CADAUDIT
           IF ST-AUD NOT = "00"
               GO TO CARREGA-DIAS-CORRENTE.
       CARREGA-DIAS-PROX.
           READ CADAUDIT
               AT END
                   GO TO CARREGA-DIAS-FECHA
           END-READ
           IF PROGAUDIT NOT = "SGB037" OR OPERAUDIT NOT = "F"
               GO TO CARREGA-DIAS-PROX.
           MOVE REGAUDIT-DEPOIS TO W-IMGDIA
           IF W-DTDIAIMG NOT NUMERIC
               GO TO CARREGA-DIAS-PROX.
           MOVE W-DTDIAIMG TO W-DTTESTE
           IF W-AMTESTE NOT = W-AMREF
                   OR W-DIATESTE < 1 OR W-DIATESTE > 31
               GO TO CARREGA-DIAS-PROX.
           MOVE "S" TO TDI-TEM (W-DIATESTE)
           MOVE W-ABERTIMG TO TDI-ABERT (W-DIATESTE)
           MOVE W-FECHIMG TO TDI-FECH (W-DIATESTE)
           GO TO CARREGA-DIAS-PROX.
       CARREGA-DIAS-FECHA.
           CLOSE CADAUDIT.
       CARREGA-DIAS-CORRENTE.
           IF W-OKDIA NOT = "S"
               GO TO CARREGA-DIAS-FIM.
           MOVE 1 TO COD-DIA
           READ CADDIA
           IF ST-DIA NOT = "00" OR SITDIA NOT = "F"
               GO TO CARREGA-DIAS-FIM.
           MOVE DTMOVIMENTO TO W-DTTESTE
           IF W-AMTESTE NOT = W-AMREF
                   OR W-DIATESTE < 1 OR W-DIATESTE > 31
               GO TO CARREGA-DIAS-FIM.
           MOVE "S" TO TDI-TEM (W-DIATESTE)
           MOVE OPERABERT TO TDI-ABERT (W-DIATESTE)
           MOVE OPERFECH TO TDI-FECH (W-DIATESTE).
       CARREGA-DIAS-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * OVERRIDES DO MES (REGRAS 01, 02, 03 E 06). O RECEBIMENTO E
      * PARCELA PAGA EM DINHEIRO COM SESSAO DE CAIXA DO OPERADOR DA
      * LOCACAO NA DATA DO PAGAMENTO (MESMO CRITERIO DO SGB042). AS
      * REGRAS 02 E 03 SAIRAM UMA VEZ SO POR LOCACAO
      *--------------------------------------------------------------
      *
       APURA-OVR.
           MOVE SPACES TO W-ULTKEYOVR
           OPEN INPUT CADOVERRIDE
           IF ST-OVR NOT = "00"
               GO TO APURA-OVR-FIM.
       APURA-OVR-PROX.
           READ CADOVERRIDE
               AT END
                   GO TO APURA-OVR-FECHA
           END-READ
           MOVE DTOVR TO W-DTTESTE
           IF W-AMTESTE NOT = W-AMREF
               GO TO APURA-OVR-PROX.
           IF SUPERVOVR NOT = ZEROS AND SUPERVOVR = OPEROVR
               MOVE 1 TO W-OCOREGRA
               MOVE SUPERVOVR TO W-OCOFUNC
               MOVE DTOVR TO W-OCODATA
               MOVE KEYLOCACAO-OVR TO W-OCOREF
               PERFORM GUARDA-OCORRENCIA THRU GUARDA-OCORRENCIA-FIM.
           IF W-DIATESTE > 0 AND W-DIATESTE < 32
               IF TDI-TEM (W-DIATESTE) = "S"
                   AND TDI-FECH (W-DIATESTE) NOT = ZEROS
                   AND (TDI-FECH (W-DIATESTE) = OPEROVR
                        OR TDI-FECH (W-DIATESTE) = SUPERVOVR)
                   MOVE 6 TO W-OCOREGRA
                   MOVE TDI-FECH (W-DIATESTE) TO W-OCOFUNC
                   MOVE DTOVR TO W-OCODATA
                   MOVE KEYLOCACAO-OVR TO W-OCOREF
                   PERFORM GUARDA-OCORRENCIA
                       THRU GUARDA-OCORRENCIA-FIM.
           IF KEYLOCACAO-OVR = SPACES OR KEYLOCACAO-OVR = W-ULTKEYOVR
               GO TO APURA-OVR-PROX.
           MOVE KEYLOCACAO-OVR TO W-ULTKEYOVR
           MOVE KEYLOCACAO-OVR TO KEYLOCACAO
           READ CADLOC
           IF ST-ERRO NOT = "00"
               GO TO APURA-OVR-PROX.
           MOVE OPERADOR TO W-OPERLOC
           IF W-OPERLOC = ZEROS OR W-OPERLOC NOT = OPEROVR
               GO TO APURA-OVR-PROX.
           PERFORM ACHA-RECEBIMENTO THRU ACHA-RECEBIMENTO-FIM
           IF W-DTRECEB = ZEROS
               GO TO APURA-OVR-PROX.
           MOVE 2 TO W-OCOREGRA
           MOVE W-OPERLOC TO W-OCOFUNC
           MOVE W-DTRECEB TO W-OCODATA
           MOVE KEYLOCACAO-OVR TO W-OCOREF
           PERFORM GUARDA-OCORRENCIA THRU GUARDA-OCORRENCIA-FIM
           MOVE W-DTRECEB TO W-DTTESTE
           IF W-AMTESTE NOT = W-AMREF
                   OR W-DIATESTE < 1 OR W-DIATESTE > 31
               GO TO APURA-OVR-PROX.
           IF TDI-TEM (W-DIATESTE) = "S"
                   AND TDI-FECH (W-DIATESTE) = W-OPERLOC
               MOVE 3 TO W-OCOREGRA
               MOVE W-OPERLOC TO W-OCOFUNC
               MOVE W-DTRECEB TO W-OCODATA
               MOVE KEYLOCACAO-OVR TO W-OCOREF
               PERFORM GUARDA-OCORRENCIA THRU GUARDA-OCORRENCIA-FIM.
           GO TO APURA-OVR-PROX.
       APURA-OVR-FECHA.
           CLOSE CADOVERRIDE.
       APURA-OVR-FIM.
           EXIT.
      *
      * PRIMEIRA PARCELA DA LOCACAO PAGA EM DINHEIRO NUM DIA EM QUE O
      * OPERADOR DA LOCACAO TINHA SESSAO DE CAIXA (W-DTRECEB)
       ACHA-RECEBIMENTO.
           MOVE ZEROS TO W-DTRECEB
           IF W-OKPAG NOT = "S" OR W-OKCX NOT = "S"
               GO TO ACHA-RECEBIMENTO-FIM.
           MOVE KEYLOCACAO TO KEYLOCACAO-PAG
           START CADPAG KEY IS = KEYLOCACAO-PAG
           IF ST-PAG NOT = "00"
               GO TO ACHA-RECEBIMENTO-FIM.
       ACHA-RECEBIMENTO-PROX.
           READ CADPAG NEXT RECORD
           IF ST-PAG NOT = "00"
               GO TO ACHA-RECEBIMENTO-FIM.
           IF KEYLOCACAO-PAG NOT = KEYLOCACAO
               GO TO ACHA-RECEBIMENTO-FIM.
           IF SITPARC NOT = "P" OR FORMAPAG NOT = "D"
                   OR DTPAGTO = ZEROS
               GO TO ACHA-RECEBIMENTO-PROX.
           MOVE W-OPERLOC TO OPERCAIXA
           MOVE DTPAGTO TO DTCAIXA
           READ CADCAIXA
           IF ST-CX NOT = "00"
               GO TO ACHA-RECEBIMENTO-PROX.
           MOVE DTPAGTO TO W-DTRECEB.
       ACHA-RECEBIMENTO-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * NOTAS DE CREDITO EMITIDAS NO MES (REGRA 04): O SUPERVISOR QUE
      * EMITIU E O MESMO QUE ABRIU A LOCACAO DE ORIGEM
      *--------------------------------------------------------------
      *
       APURA-CRED.
           IF W-OKCRD NOT = "S"
               GO TO APURA-CRED-FIM.
           MOVE ZEROS TO NUMCRED
           START CADCREDNOTA KEY IS NOT LESS NUMCRED
           IF ST-CRD NOT = "00"
               GO TO APURA-CRED-FIM.
       APURA-CRED-PROX.
           READ CADCREDNOTA NEXT RECORD
           IF ST-CRD NOT = "00"
               GO TO APURA-CRED-FIM.
           MOVE DTEMIS-CRED TO W-DTTESTE
           IF W-AMTESTE NOT = W-AMREF
               GO TO APURA-CRED-PROX.
           IF KEYLOCACAO-CRED = SPACES OR SUPERVCRED = ZEROS
               GO TO APURA-CRED-PROX.
           MOVE KEYLOCACAO-CRED TO KEYLOCACAO
           READ CADLOC
           IF ST-ERRO NOT = "00"
               GO TO APURA-CRED-PROX.
           IF OPERADOR NOT = SUPERVCRED
               GO TO APURA-CRED-PROX.
           MOVE 4 TO W-OCOREGRA
           MOVE SUPERVCRED TO W-OCOFUNC
           MOVE DTEMIS-CRED TO W-OCODATA
           MOVE NUMCRED TO W-REFCREDNUM
           MOVE W-REFCRED TO W-OCOREF
           PERFORM GUARDA-OCORRENCIA THRU GUARDA-OCORRENCIA-FIM
           GO TO APURA-CRED-PROX.
       APURA-CRED-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * SESSOES DE CAIXA DO MES (REGRA 05): O OPERADOR DO CAIXA FOI
      * QUEM FECHOU O DIA DE MOVIMENTO DA MESMA DATA
      *--------------------------------------------------------------
      *
       APURA-CAIXA.
           IF W-OKCX NOT = "S"
               GO TO APURA-CAIXA-FIM.
           MOVE LOW-VALUES TO KEYCAIXA
           START CADCAIXA KEY IS NOT LESS KEYCAIXA
           IF ST-CX NOT = "00"
               GO TO APURA-CAIXA-FIM.
       APURA-CAIXA-PROX.
           READ CADCAIXA NEXT RECORD
           IF ST-CX NOT = "00"
               GO TO APURA-CAIXA-FIM.
           MOVE DTCAIXA TO W-DTTESTE
           IF W-AMTESTE NOT = W-AMREF
                   OR W-DIATESTE < 1 OR W-DIATESTE > 31
               GO TO APURA-CAIXA-PROX.
           IF TDI-TEM (W-DIATESTE) NOT = "S"
                   OR TDI-FECH (W-DIATESTE) NOT = OPERCAIXA
               GO TO APURA-CAIXA-PROX.
           MOVE 5 TO W-OCOREGRA
           MOVE OPERCAIXA TO W-OCOFUNC
           MOVE DTCAIXA TO W-OCODATA
           MOVE OPERCAIXA TO W-REFCXOPER
           MOVE DTCAIXA TO W-REFCXDT
           MOVE W-REFCX TO W-OCOREF
           PERFORM GUARDA-OCORRENCIA THRU GUARDA-OCORRENCIA-FIM
           GO TO APURA-CAIXA-PROX.
       APURA-CAIXA-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * DIAS DO MES (REGRA 07): ABERTO E FECHADO PELO MESMO
      * FUNCIONARIO
      *--------------------------------------------------------------
      *
       APURA-DIA.
           MOVE 1 TO W-DI.
       APURA-DIA-PROX.
           IF TDI-TEM (W-DI) = "S" AND TDI-FECH (W-DI) NOT = ZEROS
                   AND TDI-ABERT (W-DI) = TDI-FECH (W-DI)
               MOVE 7 TO W-OCOREGRA
               MOVE TDI-FECH (W-DI) TO W-OCOFUNC
               MOVE W-AMREF TO W-AMTESTE
               MOVE W-DI TO W-DIATESTE
               MOVE W-DTTESTE TO W-OCODATA
               MOVE TDI-ABERT (W-DI) TO W-REFDIAOPER
               MOVE W-REFDIA TO W-OCOREF
               PERFORM GUARDA-OCORRENCIA THRU GUARDA-OCORRENCIA-FIM.
           IF W-DI < 31
               ADD 1 TO W-DI
               GO TO APURA-DIA-PROX.
       APURA-DIA-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * GUARDA A OCORRENCIA (W-OCOxxx) SE A REGRA ESTIVER ATIVA E NA
      * GRAVIDADE PEDIDA, E SOMA NO RESUMO DO FUNCIONARIO
      *--------------------------------------------------------------
      *
       GUARDA-OCORRENCIA.
           IF TRG-SIT (W-OCOREGRA) NOT = "A"
               GO TO GUARDA-OCORRENCIA-FIM.
           IF TRG-GRAV (W-OCOREGRA) < W-GRAVMIN
               GO TO GUARDA-OCORRENCIA-FIM.
           IF W-TOTOCO >= 2000
               ADD 1 TO W-OCOIGN
               GO TO GUARDA-OCORRENCIA-FIM.
           ADD 1 TO W-TOTOCO
           MOVE W-OCOREGRA TO TOC-REGRA (W-TOTOCO)
           MOVE W-OCOFUNC TO TOC-FUNC (W-TOTOCO)
           MOVE W-OCODATA TO TOC-DATA (W-TOTOCO)
           MOVE W-OCOREF TO TOC-REF (W-TOTOCO)
           ADD 1 TO TRG-QTD (W-OCOREGRA)
           MOVE 1 TO W-RX.
       GUARDA-OCORRENCIA-BUSCA.
           IF W-RX > W-TOTRES
               GO TO GUARDA-OCORRENCIA-NOVO.
           IF TRF-FUNC (W-RX) = W-OCOFUNC
               GO TO GUARDA-OCORRENCIA-SOMA.
           ADD 1 TO W-RX
           GO TO GUARDA-OCORRENCIA-BUSCA.
       GUARDA-OCORRENCIA-NOVO.
           IF W-TOTRES >= 300
               ADD 1 TO W-RESIGN
               GO TO GUARDA-OCORRENCIA-FIM.
           ADD 1 TO W-TOTRES
           MOVE W-TOTRES TO W-RX
           MOVE W-OCOFUNC TO TRF-FUNC (W-RX)
           MOVE ZEROS TO TRF-QTD (W-RX, 1) TRF-QTD (W-RX, 2)
               TRF-QTD (W-RX, 3).
       GUARDA-OCORRENCIA-SOMA.
           ADD 1 TO TRF-QTD (W-RX, TRG-GRAV (W-OCOREGRA)).
       GUARDA-OCORRENCIA-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * IMPRESSAO: DA GRAVIDADE ALTA PARA A BAIXA, REGRA A REGRA
      *--------------------------------------------------------------
      *
       IMPRIME-CABEC.
           STRING " "
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "---- SEGREGACAO DE FUNCOES - MES " W-MESREF "/"
               W-ANOREF " - GRAVIDADE MINIMA " W-GRAVMIN " ----"
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "RG FUNC NOME                 DATA     "
               "REFERENCIA"
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
       IMPRIME-CABEC-FIM.
           EXIT.
      *
       IMPRIME-OCORRENCIAS.
           MOVE ZEROS TO W-QTDLISTA
           MOVE 3 TO W-GIMP.
       IMP-OCO-GRAV.
           MOVE 1 TO W-RG.
       IMP-OCO-REGRA.
           IF TRG-GRAV (W-RG) NOT = W-GIMP OR TRG-SIT (W-RG) NOT = "A"
               GO TO IMP-OCO-PROXREGRA.
           IF TRG-QTD (W-RG) = ZEROS
               GO TO IMP-OCO-PROXREGRA.
           STRING " "
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "REGRA " W-RG " - " TRG-DSC (W-RG) " ("
               W-DSCGRAV (W-GIMP) ")"
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           MOVE 1 TO W-OX.
       IMP-OCO-LINHA.
           IF W-OX > W-TOTOCO
               GO TO IMP-OCO-TOTREGRA.
           IF TOC-REGRA (W-OX) NOT = W-RG
               ADD 1 TO W-OX
               GO TO IMP-OCO-LINHA.
           MOVE TOC-FUNC (W-OX) TO W-OCOFUNC
           PERFORM LE-NOMEFUNC THRU LE-NOMEFUNC-FIM
           STRING W-RG " " TOC-FUNC (W-OX) " " W-NOMEFUNC " "
               TOC-DATA (W-OX) " " TOC-REF (W-OX)
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           ADD 1 TO W-QTDLISTA
           ADD 1 TO W-OX
           GO TO IMP-OCO-LINHA.
       IMP-OCO-TOTREGRA.
           STRING "   OCORRENCIAS DA REGRA: " TRG-QTD (W-RG)
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
       IMP-OCO-PROXREGRA.
           IF W-RG < W-QTDREGRAS
               ADD 1 TO W-RG
               GO TO IMP-OCO-REGRA.
           IF W-GIMP > W-GRAVMIN
               SUBTRACT 1 FROM W-GIMP
               GO TO IMP-OCO-GRAV.
           STRING " "
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           IF W-QTDLISTA = ZEROS
               STRING "NENHUMA OCORRENCIA NO MES"
                   DELIMITED BY SIZE INTO W-LINSPOOL
               PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           IF W-OCOIGN NOT = ZEROS
               STRING "OCORRENCIAS ALEM DE 2000 (NAO LISTADAS): "
                   W-OCOIGN
                   DELIMITED BY SIZE INTO W-LINSPOOL
               PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
       IMPRIME-OCORRENCIAS-FIM.
           EXIT.
      *
       IMPRIME-RESUMO.
           IF W-TOTRES = ZEROS
               GO TO IMPRIME-RESUMO-FIM.
           STRING " "
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "RESUMO POR FUNCIONARIO        ALTA MEDIA BAIXA"
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           MOVE 1 TO W-RX.
       IMPRIME-RESUMO-PROX.
           MOVE TRF-FUNC (W-RX) TO W-OCOFUNC
           PERFORM LE-NOMEFUNC THRU LE-NOMEFUNC-FIM
           STRING TRF-FUNC (W-RX) " " W-NOMEFUNC "   "
               TRF-QTD (W-RX, 3) "  " TRF-QTD (W-RX, 2) "  "
               TRF-QTD (W-RX, 1)
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           IF W-RX < W-TOTRES
               ADD 1 TO W-RX
               GO TO IMPRIME-RESUMO-PROX.
           IF W-RESIGN NOT = ZEROS
               STRING "FUNCIONARIOS ALEM DE 300 (FORA DO RESUMO): "
                   W-RESIGN
                   DELIMITED BY SIZE INTO W-LINSPOOL
               PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
       IMPRIME-RESUMO-FIM.
           EXIT.
      *
       LE-NOMEFUNC.
           MOVE SPACES TO W-NOMEFUNC
           IF W-OKFUN NOT = "S"
               GO TO LE-NOMEFUNC-FIM.
           MOVE W-OCOFUNC TO COD-FUNC
           READ CADFUNC
           IF ST-FUN = "00"
               MOVE NOME-FUNC TO W-NOMEFUNC.
       LE-NOMEFUNC-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * MANUTENCAO DAS REGRAS: LISTA AS REGRAS E ALTERA GRAVIDADE E
      * SITUACAO DA REGRA ESCOLHIDA
      *--------------------------------------------------------------
      *
       MAN-INICIO.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 01) "  * REGRAS DE SEGREGACAO DE FUNCOES *"
           DISPLAY (03, 01)
               "   RG DESCRICAO                                GR SIT"
           MOVE 1 TO W-RG
           MOVE 4 TO W-LIN.
       MAN-LISTA.
           MOVE W-RG TO COD-RSOD
           READ CADREGSOD
           IF ST-RSD = "00"
               DISPLAY (W-LIN, 04) COD-RSOD " " DSC-RSOD "    "
                   GRAV-RSOD "  " SIT-RSOD.
           ADD 1 TO W-LIN
           IF W-RG < W-QTDREGRAS
               ADD 1 TO W-RG
               GO TO MAN-LISTA.
       MAN-CODIGO.
           MOVE ZEROS TO W-CODREGRA
           DISPLAY (14, 01) "   REGRA A ALTERAR (0=VOLTA): ".
           ACCEPT (14, 32) W-CODREGRA WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR W-CODREGRA = ZEROS
               GO TO ACC-MODO.
           MOVE W-CODREGRA TO COD-RSOD
           READ CADREGSOD
           IF ST-RSD NOT = "00"
               MOVE "* REGRA NAO CADASTRADA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO MAN-CODIGO.
           DISPLAY (15, 01) "   " DSC-RSOD.
       MAN-GRAV.
           MOVE GRAV-RSOD TO W-GRAVNOVA
           DISPLAY (16, 01)
               "   GRAVIDADE (1=BAIXA 2=MEDIA 3=ALTA)...: ".
           ACCEPT (16, 43) W-GRAVNOVA WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO MAN-CODIGO.
           IF W-GRAVNOVA < 1 OR W-GRAVNOVA > 3
               MOVE "* GRAVIDADE DE 1 A 3 *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO MAN-GRAV.
       MAN-SIT.
           MOVE SIT-RSOD TO W-SITNOVA
           DISPLAY (17, 01)
               "   SITUACAO (A=ATIVA I=INATIVA).........: ".
           ACCEPT (17, 43) W-SITNOVA WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO MAN-GRAV.
           IF W-SITNOVA = "a" MOVE "A" TO W-SITNOVA.
           IF W-SITNOVA = "i" MOVE "I" TO W-SITNOVA.
           IF W-SITNOVA NOT = "A" AND "I"
               MOVE "* SITUACAO A OU I *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO MAN-SIT.
       MAN-OPER.
           MOVE ZEROS TO W-OPER
           DISPLAY (18, 01)
               "   MATRICULA DO SUPERVISOR..............: ".
           ACCEPT (18, 43) W-OPER WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO MAN-SIT.
           IF W-OPER = ZEROS
               MOVE "* INFORME A MATRICULA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO MAN-OPER.
           MOVE W-GRAVNOVA TO GRAV-RSOD
           MOVE W-SITNOVA TO SIT-RSOD
           MOVE W-DATAHOJE TO DTALT-RSOD
           MOVE W-OPER TO OPER-RSOD
           REWRITE REGRSOD
           IF ST-RSD NOT = "00"
               MOVE "* ERRO NA GRAVACAO DA REGRA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO MAN-INICIO.
           MOVE "* REGRA ALTERADA *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MAN-INICIO.
      *
      *--------------------------------------------------------------
      * ABERTURA DO SPOOL DO RELATORIO (MESMA ROTINA DO SGB026)
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
           MOVE "SGB161" TO PROGSPOOL
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
       ENCERRA.
           CLOSE CADREGSOD CADLOC
           IF W-OKPAG = "S"
               CLOSE CADPAG.
           IF W-OKCX = "S"
               CLOSE CADCAIXA.
           IF W-OKDIA = "S"
               CLOSE CADDIA.
           IF W-OKCRD = "S"
               CLOSE CADCREDNOTA.
           IF W-OKFUN = "S"
               CLOSE CADFUNC.
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
