       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGB160.
       AUTHOR. VINICIUS ESCAME DOS SANTOS.
      *--------------------------------------------------------------
      * AUDITORIA DE RECEITA POR RECALCULO DAS LOCACOES FECHADAS --
      * O VALCOBRADO PODE SER ALTERADO A MAO NO ALT-OPC DO SGB004 E A
      * CADEIA DE PRECO (ACC-VALCOBRADO) FICOU LONGA DEMAIS PARA SER
      * CONFERIDA DE CABECA. PARA CADA LOCACAO DEVOLVIDA NO PERIODO
      * INFORMADO (STATUS E OU P), O VALOR E REFEITO COM AS REGRAS EM
      * VIGOR NAS DATAS DELA, NA MESMA ORDEM DO SGB004:
      *   1 TARIFA DA BIKE EM CAMADAS (HORA/DIARIA/SEMANA COM TETOS).
      *     A TARIFA E A DA BIKE NA DATA DA LOCACAO: SE O PRECO MUDOU
      *     DEPOIS (SGB002/SGB136/SGB138), VALE O "ANTES" DA PRIMEIRA
      *     MUDANCA POSTERIOR GRAVADA NO CADAUDIT; O CADPRECOLOC,
      *     QUANDO HOUVER, PREVALECE COMO NO SGB004
      *   2 CONVENIO (CADTARCORP)     3 PLANO CARIMBADO (CODPLANO-LOC)
      *   4 CALENDARIO DE TARIFAS     5 MULTA DE ATRASO (CADFERIADO)
      *   6 TAXA DE ENTREGA DA REGIAO 7 ACESSORIOS DA LOCACAO
      *   8 PROTECAO E FRANQUIA       9 MULTAS DE ZONA COBRADAS
      *  10 CUPOM CARIMBADO          11 AVARIAS DA VISTORIA
      * O RECALCULADO E COMPARADO COM O VALCOBRADO GRAVADO E TODA
      * DIFERENCA ACIMA DA TOLERANCIA (PARAMETRO 34) E LISTADA. A
      * DIFERENCA A MENOR E EXPLICADA PRIMEIRO PELOS OVERRIDES DE
      * SUPERVISOR DA LOCACAO NO CADOVERRIDE (DESCONTO E ISENCAO --
      * A DEVOLUCAO DE CAUCAO NAO MEXE NO VALOR COBRADO) E DEPOIS PELO
      * SALDO DE NOTA DE CREDITO JA CONSUMIDO PELO CLIENTE, QUE NAO
      * GUARDA A LOCACAO ONDE FOI ABATIDO. O QUE SOBRA SEM EXPLICACAO
      * (E TODA COBRANCA A MAIOR) VAI PARA O GERENTE DA FILIAL, POR
      * ATENDENTE. O RELATORIO VAI PARA O SPOOL (SGB038)
      *--------------------------------------------------------------
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

            SELECT CADAUDIT
                    ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

            SELECT CADOVERRIDE
                    ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

            SELECT CADPRECOLOC
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPRECOLOC
                    FILE STATUS  IS ST-ERRO.

            SELECT CADTARCORP
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYTARCORP
                    FILE STATUS  IS ST-ERRO.

            SELECT CADPLANO
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODPLANO
                    FILE STATUS  IS ST-ERRO.

            SELECT CADTARIFA
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODTARIFA
                    FILE STATUS  IS ST-ERRO.

            SELECT CADFERIADO
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYFERIADO
                    FILE STATUS  IS ST-ERRO.

            SELECT CADCLI
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF-CLI
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS RG-CLI
                                            WITH DUPLICATES.

            SELECT CADCEP
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CEP
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS LOGRAD
                                            WITH DUPLICATES.

            SELECT CADREGIAO
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-REGIAO
                    FILE STATUS  IS ST-ERRO.

            SELECT CADLOCACE
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYLOCACE
                    FILE STATUS  IS ST-ERRO.

            SELECT CADINFZONA
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYINFZONA
                    FILE STATUS  IS ST-ERRO.

            SELECT CADCUPOM
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODCUPOM
                    FILE STATUS  IS ST-ERRO.

            SELECT CADCOBDANO
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCOBDANO
                    FILE STATUS  IS ST-ERRO.

            SELECT CADCREDNOTA
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMCRED
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CPFCRED
                                            WITH DUPLICATES.

            SELECT CADFILIAL
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-FILIAL
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
       FD CADTARCORP
           VALUE OF FILE-ID IS "CADTARCORP.DAT".
       01 REGTARCORP.
           03 KEYTARCORP.
               05 CNPJ-TC      PIC 9(14).
               05 CATEG-TC     PIC X(01).
           03 TIPO-TC         PIC X(01).
           03 VALHORA-TC      PIC 9(06)V99.
           03 VALDIA-TC       PIC 9(06)V99.
           03 VALSEMANA-TC    PIC 9(06)V99.
           03 PERCDESC-TC     PIC 9(02)V99.
      *
       FD CADPLANO
               VALUE OF FILE-ID IS "CADPLANO.DAT".
       01 REGPLANO.
                03 CODPLANO     PIC 9(02).
                03 DSCPLANO     PIC X(20).
                03 VALMENSAL    PIC 9(06)V99.
                03 HORASINCL    PIC 9(04).
                03 CATEGPLANO   PIC X(01).
                03 VALHORAEXC   PIC 9(06)V99.
      *
       FD CADTARIFA
               VALUE OF FILE-ID IS "CADTARIFA.DAT".
       01 REGTARIFA.
                03 CODTARIFA    PIC 9(04).
                03 DSCTARIFA    PIC X(20).
                03 DTINITAR     PIC 9(08).
                03 DTFIMTAR     PIC 9(08).
                03 DIASEMTAR    PIC 9(01).
                03 CATEGTAR     PIC X(01).
                03 MULTTAR      PIC 9(02)V99.
      *
       FD CADFERIADO
           VALUE OF FILE-ID IS "CADFERIADO.DAT".
       01 REGFERIADO.
           03 KEYFERIADO.
               05 CODFIL-FER   PIC 9(02).
               05 DTFERIADO    PIC 9(08).
           03 DESCFERIADO     PIC X(30).
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
       FD CADCEP
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCEP.DAT".
       01 REGCEP.
           03 CEP             PIC 9(08).
           03 LOGRAD          PIC X(35).
           03 BAIRRO          PIC X(20).
           03 CIDADE          PIC X(12).
           03 UF              PIC X(02).
           03 DSCUF           PIC X(20).
           03 LONGITU         PIC X(12).
           03 LATITU          PIC X(12).
           03 REGIAO-CDD      PIC 9(01).
           03 DSC-REGIAOCDD   PIC X(12).
      *
       FD CADREGIAO
           VALUE OF FILE-ID IS "CADREGIAO.DAT".
       01 REGCADREGIAO.
           03 COD-REGIAO      PIC 9(01).
           03 DSC-REGIAO      PIC X(13).
           03 VALENTREGA      PIC 9(04)V99.
      *
       FD CADLOCACE
           VALUE OF FILE-ID IS "CADLOCACE.DAT".
       01 REGLOCACE.
           03 KEYLOCACE.
               05 KEYLOCACAO-ACE   PIC X(27).
               05 CODACESS-ACE     PIC 9(04).
           03 VALACE          PIC 9(06)V99.
           03 DEVOLVIDO-ACE   PIC X(01).
      *
       FD CADINFZONA
           VALUE OF FILE-ID IS "CADINFZONA.DAT".
       01 REGINFZONA.
           03 KEYINFZONA.
               05 KEYLOCACAO-INF  PIC X(27).
               05 CODZONA-INF     PIC 9(03).
           03 NUMBIKE-INF      PIC 9(04).
           03 NUMCONTR-INF     PIC 9(08).
           03 DTPRIM-INF       PIC 9(08).
           03 HRPRIM-INF       PIC 9(04).
           03 QTDPINGS-INF     PIC 9(05).
           03 VALMULTA-INF     PIC 9(06)V99.
           03 SITINF           PIC X(01).
           03 DSCSITINF        PIC X(10).
           03 SUPERV-INF       PIC 9(04).
           03 DTBAIXA-INF      PIC 9(08).
      *
       FD CADCUPOM
               VALUE OF FILE-ID IS "CADCUPOM.DAT".
       01 REGCUPOM.
                03 CODCUPOM     PIC X(08).
                03 TIPODESC     PIC X(01).
                03 VALDESC      PIC 9(06)V99.
                03 DTINICUPOM   PIC 9(08).
                03 DTFIMCUPOM   PIC 9(08).
                03 LIMUSO       PIC 9(04).
                03 QTDUSADA     PIC 9(04).
                03 VALMINIMO    PIC 9(06)V99.
      *
       FD CADCOBDANO
           VALUE OF FILE-ID IS "CADCOBDANO.DAT".
       01 REGCOBDANO.
           03 KEYCOBDANO.
               05 KEYLOCACAO-DANO   PIC X(27).
               05 ITEMDANO-COB      PIC X(01).
           03 SEVERDANO-COB         PIC X(01).
           03 VALDANO-COB           PIC 9(06)V99.
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
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 W-CONF        PIC X(01) VALUE SPACES.
      *
      * ARQUIVOS DE APOIO PRESENTES (S/N). SEM O ARQUIVO, A ETAPA
      * CORRESPONDENTE DO RECALCULO NAO SOMA NADA, COMO NO SGB004
       77 W-OKPRL       PIC X(01) VALUE "N".
       77 W-OKTC        PIC X(01) VALUE "N".
       77 W-OKPLA       PIC X(01) VALUE "N".
       77 W-OKTAR       PIC X(01) VALUE "N".
       77 W-OKFER       PIC X(01) VALUE "N".
       77 W-OKCLI       PIC X(01) VALUE "N".
       77 W-OKCEP       PIC X(01) VALUE "N".
       77 W-OKREG       PIC X(01) VALUE "N".
       77 W-OKACE       PIC X(01) VALUE "N".
       77 W-OKINF       PIC X(01) VALUE "N".
       77 W-OKCUP       PIC X(01) VALUE "N".
       77 W-OKDANO      PIC X(01) VALUE "N".
       77 W-OKCRED      PIC X(01) VALUE "N".
       77 W-OKFIL       PIC X(01) VALUE "N".
       77 W-OKFUNC      PIC X(01) VALUE "N".
      *
      * PERIODO DE DEVOLUCAO AUDITADO E TOLERANCIA (PARAMETRO 34)
       01 W-DTINI       PIC 9(08) VALUE ZEROS.
       01 W-DTINI-R REDEFINES W-DTINI.
           03 W-ANOINI      PIC 9(04).
           03 W-MESINI      PIC 9(02).
           03 W-DIAINI      PIC 9(02).
       01 W-DTFIM       PIC 9(08) VALUE ZEROS.
       01 W-DTFIM-R REDEFINES W-DTFIM.
           03 W-ANOFIM      PIC 9(04).
           03 W-MESFIM      PIC 9(02).
           03 W-DIAFIM      PIC 9(02).
       77 W-TOLER       PIC 9(04)V99 VALUE 0001,00.
      *
      * PARAMETROS 01 (MULTA DE ATRASO) E 06 (FRANQUIA DA PROTECAO),
      * OS MESMOS PADROES DE SEGURANCA DO SGB004
       77 W-VALMULTA    PIC 9(06)V99 VALUE 050,00.
       77 W-VALFRANQUIA PIC 9(06)V99 VALUE 000300,00.
      *
      * DATA/HORA DA LOCACAO (AAAAMMDDHHMM) PARA ACHAR A TARIFA EM
      * VIGOR NAQUELE MOMENTO
       01 W-DTHRLOC.
           03 W-ANOHL       PIC 9(04).
           03 W-MESHL       PIC 9(02).
           03 W-DIAHL       PIC 9(02).
           03 W-HRHL        PIC 9(02).
           03 W-MINHL       PIC 9(02).
       01 W-DTHRLOC-R REDEFINES W-DTHRLOC.
           03 W-DTHRLOCNUM  PIC 9(12).
      *
      * MUDANCAS DE TARIFA/CATEGORIA DAS BIKES LIDAS DO CADAUDIT, NA
      * ORDEM EM QUE FORAM GRAVADAS, COM OS VALORES DE ANTES DE CADA
      * MUDANCA. A IMAGEM DO REGBIKE NO CADAUDIT E VISTA PELOS
      * CAMPOS DE PRECO (W-IMGANT/W-IMGDEP)
       77 W-TOTPRECO    PIC 9(04) VALUE ZEROS.
       77 W-PRECOIGN    PIC 9(06) VALUE ZEROS.
       77 W-PDX         PIC 9(04) VALUE ZEROS.
       01 TAB-PRECO.
           03 TAB-PRECO-ITEM OCCURS 1000 TIMES.
               05 TPR-BIKE        PIC 9(04).
               05 TPR-DTHR        PIC 9(12).
               05 TPR-CATEG       PIC X(01).
               05 TPR-VALHORA     PIC 9(06)V99.
               05 TPR-VALDIA      PIC 9(06)V99.
               05 TPR-VALSEM      PIC 9(06)V99.
       01 W-DTHRAUD.
           03 W-DTAUD       PIC 9(08).
           03 W-HRAUD       PIC 9(02).
           03 W-MINAUD      PIC 9(02).
       01 W-DTHRAUD-R REDEFINES W-DTHRAUD.
           03 W-DTHRAUDNUM  PIC 9(12).
       01 W-IMGANT          PIC X(219).
       01 W-IMGANT-R REDEFINES W-IMGANT.
           03 W-NUMANT      PIC X(04).
           03 FILLER        PIC X(40).
           03 W-CATEGANT    PIC X(01).
           03 FILLER        PIC X(31).
           03 W-VALHORAANT  PIC 9(06)V99.
           03 FILLER        PIC X(59).
           03 W-VALDIAANT   PIC 9(06)V99.
           03 W-VALSEMANT   PIC 9(06)V99.
           03 FILLER        PIC X(60).
       01 W-IMGDEP          PIC X(219).
       01 W-IMGDEP-R REDEFINES W-IMGDEP.
           03 FILLER        PIC X(44).
           03 W-CATEGDEP    PIC X(01).
           03 FILLER        PIC X(31).
           03 W-VALHORADEP  PIC 9(06)V99.
           03 FILLER        PIC X(59).
           03 W-VALDIADEP   PIC 9(06)V99.
           03 W-VALSEMDEP   PIC 9(06)V99.
           03 FILLER        PIC X(60).
      *
      * OVERRIDES DE SUPERVISOR QUE REDUZIRAM VALOR (TODOS MENOS A
      * DEVOLUCAO DE CAUCAO), COM O VALOR DA REDUCAO
       77 W-TOTOVR      PIC 9(04) VALUE ZEROS.
       77 W-OVRIGN      PIC 9(06) VALUE ZEROS.
       77 W-ODX         PIC 9(04) VALUE ZEROS.
       01 TAB-OVR.
           03 TAB-OVR-ITEM OCCURS 1000 TIMES.
               05 TOV-KEY         PIC X(27).
               05 TOV-TIPO        PIC X(01).
               05 TOV-SUPERV      PIC 9(04).
               05 TOV-VAL         PIC 9(06)V99.
      *
      * RECALCULO DA LOCACAO (MESMOS CAMPOS DE APOIO DO SGB004)
       77 W-VALREC      PIC 9(06)V99 VALUE ZEROS.
       77 W-TARHORA     PIC 9(06)V99 VALUE ZEROS.
       77 W-TARDIA      PIC 9(06)V99 VALUE ZEROS.
       77 W-TARSEM      PIC 9(06)V99 VALUE ZEROS.
       77 W-CATEGLOC    PIC X(01) VALUE SPACES.
       77 W-ORIGTAR     PIC X(01) VALUE SPACES.
       77 W-TOTHORAS    PIC 9(06)V99 VALUE ZEROS.
       77 W-QTDSEMANAS  PIC 9(04) VALUE ZEROS.
       77 W-QTDDIAS     PIC 9(04) VALUE ZEROS.
       77 W-HORASREST   PIC 9(06)V99 VALUE ZEROS.
       77 W-VALPARTEHORA PIC 9(06)V99 VALUE ZEROS.
       77 W-VALPARTEDIA PIC 9(06)V99 VALUE ZEROS.
       77 W-TEMTARCORP  PIC X(01) VALUE "N".
       77 W-HORASEXC    PIC 9(06)V99 VALUE ZEROS.
       77 W-ATRASO      PIC X(01) VALUE "N".
       77 W-VALENTREGA  PIC 9(04)V99 VALUE ZEROS.
       77 W-VALACES     PIC 9(06)V99 VALUE ZEROS.
       77 W-VALINFZONA  PIC 9(06)V99 VALUE ZEROS.
       77 W-VALDESCONTO PIC 9(06)V99 VALUE ZEROS.
       77 W-VALDANOS    PIC 9(06)V99 VALUE ZEROS.
      *
      * CALENDARIO DE TARIFAS: DIA DA SEMANA DA LOCACAO (ZELLER)
       77 W-DTLOCNUM    PIC 9(08) VALUE ZEROS.
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
       77 W-DIASEMLOC   PIC 9(01) VALUE ZEROS.
      *
      * CARENCIA DE FERIADO NA MULTA DE ATRASO
       01 W-DTPREVAJ.
           03 W-ANOPREVAJ  PIC 9(04).
           03 W-MESPREVAJ  PIC 9(02).
           03 W-DIAPREVAJ  PIC 9(02).
       01 W-DTENTRNUM.
           03 W-ANOENTRN   PIC 9(04).
           03 W-MESENTRN   PIC 9(02).
           03 W-DIAENTRN   PIC 9(02).
       01 W-DTENTRNUM-R REDEFINES W-DTENTRNUM.
           03 W-DTENTR8    PIC 9(08).
       77 W-DIAFECH     PIC X(01) VALUE "N".
       77 W-TEVEFECH    PIC X(01) VALUE "N".
       77 W-ULTDIAMES   PIC 9(02) VALUE ZEROS.
       77 W-ANORESTO    PIC 9(04) VALUE ZEROS.
       01 W-TABDIASMES.
           03 FILLER PIC X(24) VALUE "312831303130313130313031".
       01 W-TABDIASMES-R REDEFINES W-TABDIASMES.
           03 W-DIASMES    PIC 9(02) OCCURS 12 TIMES.
      *
      * EXPLICACAO DA DIFERENCA DA LOCACAO
       77 W-DIFER       PIC S9(07)V99 VALUE ZEROS.
       77 W-DIFABS      PIC 9(07)V99 VALUE ZEROS.
       77 W-VALOVR      PIC 9(07)V99 VALUE ZEROS.
       77 W-EXPLOVR     PIC 9(07)V99 VALUE ZEROS.
       77 W-EXPLCRED    PIC 9(07)V99 VALUE ZEROS.
       77 W-SEMEXPL     PIC 9(07)V99 VALUE ZEROS.
       77 W-SUPOVR      PIC 9(04) VALUE ZEROS.
       01 W-TIPOSOVR    PIC X(03) VALUE SPACES.
      *
      * SALDO DE NOTA DE CREDITO JA CONSUMIDO PELO CLIENTE CORRENTE.
      * O CADLOC E LIDO NA ORDEM DA CHAVE (CPF PRIMEIRO), ENTAO O
      * SALDO E CARREGADO UMA VEZ POR CLIENTE E GASTO AOS POUCOS
       77 W-CPFCRED     PIC 9(11) VALUE ZEROS.
       77 W-SALDOCRED   PIC 9(07)V99 VALUE ZEROS.
      *
      * PENDENCIAS SEM EXPLICACAO POR FILIAL E ATENDENTE
       77 W-TOTRESP     PIC 9(04) VALUE ZEROS.
       77 W-RESPIGN     PIC 9(06) VALUE ZEROS.
       77 W-RDX         PIC 9(04) VALUE ZEROS.
       77 W-FILBUSCA    PIC 9(02) VALUE ZEROS.
       77 W-FILIMP      PIC 9(03) VALUE ZEROS.
       77 W-QTDFILIMP   PIC 9(04) VALUE ZEROS.
       01 TAB-RESP.
           03 TAB-RESP-ITEM OCCURS 300 TIMES.
               05 TRS-FILIAL      PIC 9(02).
               05 TRS-OPER        PIC 9(04).
               05 TRS-QTDMENOR    PIC 9(04).
               05 TRS-VALMENOR    PIC 9(07)V99.
               05 TRS-QTDMAIOR    PIC 9(04).
               05 TRS-VALMAIOR    PIC 9(07)V99.
       77 W-FQTDMENOR   PIC 9(05) VALUE ZEROS.
       77 W-FVALMENOR   PIC 9(08)V99 VALUE ZEROS.
       77 W-FQTDMAIOR   PIC 9(05) VALUE ZEROS.
       77 W-FVALMAIOR   PIC 9(08)V99 VALUE ZEROS.
      *
      * TOTAIS DA AUDITORIA
       77 W-QTDLIDAS    PIC 9(06) VALUE ZEROS.
       77 W-QTDAUDIT    PIC 9(06) VALUE ZEROS.
       77 W-QTDSEMBIKE  PIC 9(06) VALUE ZEROS.
       77 W-QTDDENTRO   PIC 9(06) VALUE ZEROS.
       77 W-QTDLISTA    PIC 9(06) VALUE ZEROS.
       77 W-QTDEXPL     PIC 9(06) VALUE ZEROS.
       77 W-QTDMENOR    PIC 9(06) VALUE ZEROS.
       77 W-QTDMAIOR    PIC 9(06) VALUE ZEROS.
       77 W-TOTCOBR     PIC 9(09)V99 VALUE ZEROS.
       77 W-TOTREC      PIC 9(09)V99 VALUE ZEROS.
       77 W-TOTOVREXP   PIC 9(09)V99 VALUE ZEROS.
       77 W-TOTCREDEXP  PIC 9(09)V99 VALUE ZEROS.
       77 W-TOTMENOR    PIC 9(09)V99 VALUE ZEROS.
       77 W-TOTMAIOR    PIC 9(09)V99 VALUE ZEROS.
      *
       77 W-ED1         PIC ZZZZZ9,99.
       77 W-ED2         PIC ZZZZZ9,99.
       77 W-ED3         PIC ZZZZZ9,99.
       77 W-EDDIF       PIC -ZZZZZ9,99.
       77 W-EDTOT1      PIC ZZZZZZZZ9,99.
       77 W-EDTOT2      PIC ZZZZZZZZ9,99.
       77 W-EDTOL       PIC ZZZ9,99.
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
           OPEN INPUT CADLOC
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO AO ABRIR O ARQUIVO CADLOC.DAT *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           OPEN INPUT CADBIKE
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO AO ABRIR O ARQUIVO CADBIKE.DAT *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADLOC
               GO TO ROT-FIM.
      * OS DEMAIS ARQUIVOS SAO DE APOIO: O QUE NAO EXISTIR SO DEIXA
      * DE SOMAR A SUA ETAPA NO RECALCULO
           OPEN INPUT CADPRECOLOC
           IF ST-ERRO = "00"
               MOVE "S" TO W-OKPRL.
           OPEN INPUT CADTARCORP
           IF ST-ERRO = "00"
               MOVE "S" TO W-OKTC.
           OPEN INPUT CADPLANO
           IF ST-ERRO = "00"
               MOVE "S" TO W-OKPLA.
           OPEN INPUT CADTARIFA
           IF ST-ERRO = "00"
               MOVE "S" TO W-OKTAR.
           OPEN INPUT CADFERIADO
           IF ST-ERRO = "00"
               MOVE "S" TO W-OKFER.
           OPEN INPUT CADCLI
           IF ST-ERRO = "00"
               MOVE "S" TO W-OKCLI.
           OPEN INPUT CADCEP
           IF ST-ERRO = "00"
               MOVE "S" TO W-OKCEP.
           OPEN INPUT CADREGIAO
           IF ST-ERRO = "00"
               MOVE "S" TO W-OKREG.
           OPEN INPUT CADLOCACE
           IF ST-ERRO = "00"
               MOVE "S" TO W-OKACE.
           OPEN INPUT CADINFZONA
           IF ST-ERRO = "00"
               MOVE "S" TO W-OKINF.
           OPEN INPUT CADCUPOM
           IF ST-ERRO = "00"
               MOVE "S" TO W-OKCUP.
           OPEN INPUT CADCOBDANO
           IF ST-ERRO = "00"
               MOVE "S" TO W-OKDANO.
           OPEN INPUT CADCREDNOTA
           IF ST-ERRO = "00"
               MOVE "S" TO W-OKCRED.
           OPEN INPUT CADFILIAL
           IF ST-ERRO = "00"
               MOVE "S" TO W-OKFIL.
           OPEN INPUT CADFUNC
           IF ST-ERRO = "00"
               MOVE "S" TO W-OKFUNC.
           PERFORM LE-PARAMETROS THRU LE-PARAMETROS-FIM.
      *
       ACC-PERIODO.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 01)
               "  * AUDITORIA DE RECEITA - RECALCULO DAS LOCACOES *"
           MOVE ZEROS TO W-DTINI W-DTFIM
           DISPLAY (05, 01) "   DEVOLVIDAS DE (AAAAMMDD)..: ".
           ACCEPT (05, 32) W-DTINI WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR 01
               GO TO ENCERRA.
           IF W-DTINI = ZEROS OR W-MESINI < 1 OR W-MESINI > 12
                   OR W-DIAINI < 1 OR W-DIAINI > 31
               MOVE "* DATA INICIAL INVALIDA (AAAAMMDD) *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-PERIODO.
       ACC-DTFIM.
           DISPLAY (06, 01) "   ATE (AAAAMMDD)............: ".
           ACCEPT (06, 32) W-DTFIM WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-PERIODO.
           IF W-DTFIM = ZEROS OR W-MESFIM < 1 OR W-MESFIM > 12
                   OR W-DIAFIM < 1 OR W-DIAFIM > 31
               MOVE "* DATA FINAL INVALIDA (AAAAMMDD) *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-DTFIM.
           IF W-DTFIM < W-DTINI
               MOVE "* DATA FINAL ANTES DA INICIAL *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-DTFIM.
       ACC-TOLER.
           DISPLAY (07, 01) "   TOLERANCIA R$.............: ".
           ACCEPT (07, 32) W-TOLER WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-DTFIM.
           MOVE "S" TO W-CONF
           DISPLAY (09, 01) "   CONFIRMA A AUDITORIA (S/N): ".
           ACCEPT (09, 32) W-CONF WITH UPDATE
           IF W-CONF NOT = "S" AND "s"
               GO TO ACC-PERIODO.
           DISPLAY (11, 01) "   RECALCULANDO AS LOCACOES, AGUARDE..."
           PERFORM CARREGA-PRECOS THRU CARREGA-PRECOS-FIM
           PERFORM CARREGA-OVR THRU CARREGA-OVR-FIM
           DISPLAY (01, 01) ERASE
           PERFORM ABRE-SPOOL THRU ABRE-SPOOL-FIM
           PERFORM IMPRIME-CABEC THRU IMPRIME-CABEC-FIM
           PERFORM AUDITA-LOCACAO THRU AUDITA-LOCACAO-FIM
           PERFORM IMPRIME-PENDENCIAS THRU IMPRIME-PENDENCIAS-FIM
           PERFORM IMPRIME-TOTAIS THRU IMPRIME-TOTAIS-FIM
           PERFORM FECHA-SPOOL THRU FECHA-SPOOL-FIM
           MOVE SPACES TO W-CONF
           DISPLAY "TECLE ENTER PARA VOLTAR".
           ACCEPT W-CONF.
           GO TO ENCERRA.
      *
      *--------------------------------------------------------------
      * MUDANCAS DE PRECO DAS BIKES: ALTERACOES DO SGB002, SGB136 E
      * SGB138 NO CADAUDIT (CHAVE = NUMERO DA BIKE) EM QUE A TARIFA
      * OU A CATEGORIA MUDOU. GUARDA OS VALORES DE ANTES; A TABELA
      * FICA NA ORDEM DO ARQUIVO, QUE E A ORDEM CRONOLOGICA
      *--------------------------------------------------------------
      *
       CARREGA-PRECOS.
           MOVE ZEROS TO W-TOTPRECO W-PRECOIGN
           OPEN INPUT CADAUDIT
           IF ST-ERRO NOT = "00"
               GO TO CARREGA-PRECOS-FIM.
       CARREGA-PRECOS-PROX.
           READ CADAUDIT
               AT END
                   GO TO CARREGA-PRECOS-FECHA
           END-READ
           IF PROGAUDIT NOT = "SGB002" AND "SGB136" AND "SGB138"
               GO TO CARREGA-PRECOS-PROX.
           IF OPERAUDIT NOT = "A"
               GO TO CARREGA-PRECOS-PROX.
           MOVE REGAUDIT-ANTES TO W-IMGANT
           MOVE REGAUDIT-DEPOIS TO W-IMGDEP
           IF W-NUMANT NOT NUMERIC
               GO TO CARREGA-PRECOS-PROX.
           IF W-VALHORAANT = W-VALHORADEP
                   AND W-VALDIAANT = W-VALDIADEP
                   AND W-VALSEMANT = W-VALSEMDEP
                   AND W-CATEGANT = W-CATEGDEP
               GO TO CARREGA-PRECOS-PROX.
           IF W-TOTPRECO >= 1000
               ADD 1 TO W-PRECOIGN
               GO TO CARREGA-PRECOS-PROX.
           ADD 1 TO W-TOTPRECO
           MOVE DTAUDIT TO W-DTAUD
           MOVE HR-AUD TO W-HRAUD
           MOVE MIN-AUD TO W-MINAUD
           MOVE W-NUMANT TO TPR-BIKE (W-TOTPRECO)
           MOVE W-DTHRAUDNUM TO TPR-DTHR (W-TOTPRECO)
           MOVE W-CATEGANT TO TPR-CATEG (W-TOTPRECO)
           MOVE W-VALHORAANT TO TPR-VALHORA (W-TOTPRECO)
           MOVE W-VALDIAANT TO TPR-VALDIA (W-TOTPRECO)
           MOVE W-VALSEMANT TO TPR-VALSEM (W-TOTPRECO)
           GO TO CARREGA-PRECOS-PROX.
       CARREGA-PRECOS-FECHA.
           CLOSE CADAUDIT.
       CARREGA-PRECOS-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * OVERRIDES DE SUPERVISOR QUE REDUZIRAM O VALOR DA LOCACAO
      * (DESCONTO ALEM DO LIMITE, ISENCAO DE MULTA DE ZONA ETC.). A
      * DEVOLUCAO DE CAUCAO (TIPO C) NAO MEXE NO VALOR COBRADO
      *--------------------------------------------------------------
      *
       CARREGA-OVR.
           MOVE ZEROS TO W-TOTOVR W-OVRIGN
           OPEN INPUT CADOVERRIDE
           IF ST-ERRO NOT = "00"
               GO TO CARREGA-OVR-FIM.
       CARREGA-OVR-PROX.
           READ CADOVERRIDE
               AT END
                   GO TO CARREGA-OVR-FECHA
           END-READ
           IF TIPOOVR = "C" OR KEYLOCACAO-OVR = SPACES
               GO TO CARREGA-OVR-PROX.
           IF VALANTES-OVR NOT > VALDEPOIS-OVR
               GO TO CARREGA-OVR-PROX.
           IF W-TOTOVR >= 1000
               ADD 1 TO W-OVRIGN
               GO TO CARREGA-OVR-PROX.
           ADD 1 TO W-TOTOVR
           MOVE KEYLOCACAO-OVR TO TOV-KEY (W-TOTOVR)
           MOVE TIPOOVR TO TOV-TIPO (W-TOTOVR)
           MOVE SUPERVOVR TO TOV-SUPERV (W-TOTOVR)
           COMPUTE TOV-VAL (W-TOTOVR) = VALANTES-OVR - VALDEPOIS-OVR
           GO TO CARREGA-OVR-PROX.
       CARREGA-OVR-FECHA.
           CLOSE CADOVERRIDE.
       CARREGA-OVR-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * VARREDURA DO CADLOC: LOCACOES DEVOLVIDAS NO PERIODO
      *--------------------------------------------------------------
      *
       AUDITA-LOCACAO.
           MOVE ZEROS TO W-QTDLIDAS W-QTDAUDIT W-QTDSEMBIKE
               W-QTDDENTRO W-QTDLISTA W-QTDEXPL W-QTDMENOR W-QTDMAIOR
               W-TOTCOBR W-TOTREC W-TOTOVREXP W-TOTCREDEXP
               W-TOTMENOR W-TOTMAIOR W-TOTRESP W-RESPIGN W-CPFCRED
               W-SALDOCRED
           MOVE ZEROS TO KEYLOCACAO
           START CADLOC KEY IS NOT LESS KEYLOCACAO
           IF ST-ERRO NOT = "00"
               GO TO AUDITA-LOCACAO-FIM.
       AUDITA-LOCACAO-PROX.
           READ CADLOC NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO AUDITA-LOCACAO-FIM.
           ADD 1 TO W-QTDLIDAS
           IF STATUS-BIKE NOT = "E" AND "e" AND "P" AND "p"
               GO TO AUDITA-LOCACAO-PROX.
           IF DTENTREGA = ZEROS
               GO TO AUDITA-LOCACAO-PROX.
           MOVE ANO-ENTR TO W-ANOENTRN
           MOVE MES-ENTR TO W-MESENTRN
           MOVE DIA-ENTR TO W-DIAENTRN
           IF W-DTENTR8 < W-DTINI OR W-DTENTR8 > W-DTFIM
               GO TO AUDITA-LOCACAO-PROX.
           MOVE FKNUM-BIKE TO NUM-BIKE
           READ CADBIKE
           IF ST-ERRO NOT = "00"
               ADD 1 TO W-QTDSEMBIKE
               GO TO AUDITA-LOCACAO-PROX.
           ADD 1 TO W-QTDAUDIT
           PERFORM RECALCULA THRU RECALCULA-FIM
           ADD VALCOBRADO TO W-TOTCOBR
           ADD W-VALREC TO W-TOTREC
           COMPUTE W-DIFER = W-VALREC - VALCOBRADO
           IF W-DIFER < ZEROS
               COMPUTE W-DIFABS = ZEROS - W-DIFER
           ELSE
               MOVE W-DIFER TO W-DIFABS.
           IF W-DIFABS NOT > W-TOLER
               ADD 1 TO W-QTDDENTRO
               GO TO AUDITA-LOCACAO-PROX.
           ADD 1 TO W-QTDLISTA
           PERFORM EXPLICA-DIFER THRU EXPLICA-DIFER-FIM
           PERFORM IMPRIME-DIFER THRU IMPRIME-DIFER-FIM
           GO TO AUDITA-LOCACAO-PROX.
       AUDITA-LOCACAO-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * RECALCULO DO VALCOBRADO NA ORDEM DE ACC-VALCOBRADO DO SGB004,
      * SEM AS PERGUNTAS AO ATENDENTE: O CUPOM E O PLANO SAO OS
      * CARIMBADOS NA LOCACAO, A MULTA DE ZONA E A JA COBRADA NO
      * CADINFZONA E AS AVARIAS SAO AS GRAVADAS NA VISTORIA. A NOTA
      * DE CREDITO NAO ENTRA AQUI -- E TRATADA NA EXPLICACAO
      *--------------------------------------------------------------
      *
       RECALCULA.
           PERFORM CALCULA-BASE THRU CALCULA-BASE-FIM
           PERFORM APLICA-TARCORP THRU APLICA-TARCORP-FIM
           PERFORM APLICA-PLANO THRU APLICA-PLANO-FIM
           PERFORM APLICA-TARIFA THRU APLICA-TARIFA-FIM
           PERFORM VERIFICA-ATRASO THRU VERIFICA-ATRASO-FIM
           PERFORM CALCULA-ENTREGA THRU CALCULA-ENTREGA-FIM
           PERFORM SOMA-ACESSORIOS THRU SOMA-ACESSORIOS-FIM
           PERFORM APLICA-PROTECAO THRU APLICA-PROTECAO-FIM
           PERFORM SOMA-INFZONA THRU SOMA-INFZONA-FIM
           PERFORM APLICA-CUPOM THRU APLICA-CUPOM-FIM
           PERFORM SOMA-DANOS THRU SOMA-DANOS-FIM.
       RECALCULA-FIM.
           EXIT.
      *
      * TARIFA EM VIGOR NA DATA DA LOCACAO: A DA BIKE HOJE, SALVO SE
      * MUDOU DEPOIS DA RETIRADA (VALE O "ANTES" DA PRIMEIRA MUDANCA
      * POSTERIOR); O CADPRECOLOC, QUANDO HOUVER, PREVALECE
       TARIFA-LOCACAO.
           MOVE VALHORA TO W-TARHORA
           MOVE VALDIA TO W-TARDIA
           MOVE VALSEMANA TO W-TARSEM
           MOVE CATEG TO W-CATEGLOC
           MOVE "B" TO W-ORIGTAR
           MOVE ANO-LOCA TO W-ANOHL
           MOVE MES-LOCA TO W-MESHL
           MOVE DIA-LOCA TO W-DIAHL
           MOVE HRLOCACAO TO W-HRHL
           MOVE MINLOCACAO TO W-MINHL
           MOVE ZEROS TO W-PDX.
       TARIFA-LOCACAO-PROX.
           ADD 1 TO W-PDX
           IF W-PDX > W-TOTPRECO
               GO TO TARIFA-LOCACAO-PRL.
           IF TPR-BIKE (W-PDX) NOT = FKNUM-BIKE
                   OR TPR-DTHR (W-PDX) NOT > W-DTHRLOCNUM
               GO TO TARIFA-LOCACAO-PROX.
           MOVE TPR-VALHORA (W-PDX) TO W-TARHORA
           MOVE TPR-VALDIA (W-PDX) TO W-TARDIA
           MOVE TPR-VALSEM (W-PDX) TO W-TARSEM
           MOVE TPR-CATEG (W-PDX) TO W-CATEGLOC
           MOVE "A" TO W-ORIGTAR.
       TARIFA-LOCACAO-PRL.
           IF W-OKPRL NOT = "S"
               GO TO TARIFA-LOCACAO-FIM.
           MOVE KEYLOCACAO TO KEYPRECOLOC
           READ CADPRECOLOC
           IF ST-ERRO = "00"
               MOVE VALHORA-PL TO W-TARHORA
               MOVE VALDIA-PL TO W-TARDIA
               MOVE VALSEMANA-PL TO W-TARSEM
               MOVE "P" TO W-ORIGTAR.
       TARIFA-LOCACAO-FIM.
           EXIT.
      *
      * TARIFA EM CAMADAS COM TETO DA DIARIA E DA SEMANA
       CALCULA-BASE.
           PERFORM TARIFA-LOCACAO THRU TARIFA-LOCACAO-FIM
           COMPUTE W-TOTHORAS ROUNDED = HRUSO + (MINUSO / 60)
           IF W-TOTHORAS >= 168
               COMPUTE W-QTDSEMANAS = W-TOTHORAS / 168
               COMPUTE W-HORASREST ROUNDED =
                   W-TOTHORAS - (W-QTDSEMANAS * 168)
               GO TO CALCULA-BASE-DIAS.
           IF W-TOTHORAS >= 24
               MOVE ZEROS TO W-QTDSEMANAS
               MOVE W-TOTHORAS TO W-HORASREST
               GO TO CALCULA-BASE-DIAS.
           MOVE ZEROS TO W-QTDSEMANAS W-QTDDIAS
           COMPUTE W-VALREC ROUNDED = W-TOTHORAS * W-TARHORA
           IF W-TARDIA NOT = ZEROS AND W-VALREC > W-TARDIA
               MOVE W-TARDIA TO W-VALREC.
           GO TO CALCULA-BASE-FIM.
       CALCULA-BASE-DIAS.
           IF W-HORASREST >= 24
               COMPUTE W-QTDDIAS = W-HORASREST / 24
               COMPUTE W-HORASREST ROUNDED =
                   W-HORASREST - (W-QTDDIAS * 24)
           ELSE
               MOVE ZEROS TO W-QTDDIAS.
           COMPUTE W-VALPARTEHORA ROUNDED = W-HORASREST * W-TARHORA
           IF W-TARDIA NOT = ZEROS AND W-VALPARTEHORA > W-TARDIA
               MOVE W-TARDIA TO W-VALPARTEHORA.
           COMPUTE W-VALPARTEDIA ROUNDED =
               (W-QTDDIAS * W-TARDIA) + W-VALPARTEHORA
           IF W-TARSEM NOT = ZEROS AND W-VALPARTEDIA > W-TARSEM
               MOVE W-TARSEM TO W-VALPARTEDIA.
           COMPUTE W-VALREC ROUNDED =
               (W-QTDSEMANAS * W-TARSEM) + W-VALPARTEDIA.
       CALCULA-BASE-FIM.
           EXIT.
      *
      * CONVENIO DA EMPRESA: LINHA DA CATEGORIA OU A GERAL; 'P' E
      * PERCENTUAL, 'V' REFAZ AS CAMADAS COM OS VALORES DO CONVENIO
       APLICA-TARCORP.
           IF CNPJEMP-LOC = ZEROS OR W-OKTC NOT = "S"
               GO TO APLICA-TARCORP-FIM.
           MOVE "N" TO W-TEMTARCORP
           MOVE CNPJEMP-LOC TO CNPJ-TC
           MOVE W-CATEGLOC TO CATEG-TC
           READ CADTARCORP
           IF ST-ERRO = "00"
               MOVE "S" TO W-TEMTARCORP
           ELSE
               MOVE CNPJEMP-LOC TO CNPJ-TC
               MOVE SPACES TO CATEG-TC
               READ CADTARCORP
               IF ST-ERRO = "00"
                   MOVE "S" TO W-TEMTARCORP.
           IF W-TEMTARCORP NOT = "S"
               GO TO APLICA-TARCORP-FIM.
           IF TIPO-TC = "P"
               COMPUTE W-VALREC ROUNDED =
                   W-VALREC - (W-VALREC * PERCDESC-TC / 100)
               GO TO APLICA-TARCORP-FIM.
           IF W-TOTHORAS >= 168
               COMPUTE W-QTDSEMANAS = W-TOTHORAS / 168
               COMPUTE W-HORASREST ROUNDED =
                   W-TOTHORAS - (W-QTDSEMANAS * 168)
               GO TO APLICA-TARCORP-DIAS.
           IF W-TOTHORAS >= 24
               MOVE ZEROS TO W-QTDSEMANAS
               MOVE W-TOTHORAS TO W-HORASREST
               GO TO APLICA-TARCORP-DIAS.
           MOVE ZEROS TO W-QTDSEMANAS W-QTDDIAS
           COMPUTE W-VALREC ROUNDED = W-TOTHORAS * VALHORA-TC
           IF VALDIA-TC NOT = ZEROS AND W-VALREC > VALDIA-TC
               MOVE VALDIA-TC TO W-VALREC.
           GO TO APLICA-TARCORP-FIM.
       APLICA-TARCORP-DIAS.
           IF W-HORASREST >= 24
               COMPUTE W-QTDDIAS = W-HORASREST / 24
               COMPUTE W-HORASREST ROUNDED =
                   W-HORASREST - (W-QTDDIAS * 24)
           ELSE
               MOVE ZEROS TO W-QTDDIAS.
           COMPUTE W-VALPARTEHORA ROUNDED = W-HORASREST * VALHORA-TC
           IF VALDIA-TC NOT = ZEROS AND W-VALPARTEHORA > VALDIA-TC
               MOVE VALDIA-TC TO W-VALPARTEHORA.
           COMPUTE W-VALPARTEDIA ROUNDED =
               (W-QTDDIAS * VALDIA-TC) + W-VALPARTEHORA
           IF VALSEMANA-TC NOT = ZEROS
                   AND W-VALPARTEDIA > VALSEMANA-TC
               MOVE VALSEMANA-TC TO W-VALPARTEDIA.
           COMPUTE W-VALREC ROUNDED =
               (W-QTDSEMANAS * VALSEMANA-TC) + W-VALPARTEDIA.
       APLICA-TARCORP-FIM.
           EXIT.
      *
      * PLANO DE ASSINATURA CARIMBADO NA LOCACAO: DENTRO DAS HORAS DO
      * PLANO NAO COBRA, ACIMA COBRA SO AS HORAS EXCEDENTES
       APLICA-PLANO.
           IF CODPLANO-LOC = ZEROS OR W-OKPLA NOT = "S"
               GO TO APLICA-PLANO-FIM.
           MOVE CODPLANO-LOC TO CODPLANO
           READ CADPLANO
           IF ST-ERRO NOT = "00"
               GO TO APLICA-PLANO-FIM.
           IF CATEGPLANO NOT = SPACES AND CATEGPLANO NOT = W-CATEGLOC
               GO TO APLICA-PLANO-FIM.
           IF HORASINCL = ZEROS OR W-TOTHORAS <= HORASINCL
               MOVE ZEROS TO W-VALREC
               GO TO APLICA-PLANO-FIM.
           COMPUTE W-HORASEXC = W-TOTHORAS - HORASINCL
           COMPUTE W-VALREC ROUNDED = W-HORASEXC * VALHORAEXC.
       APLICA-PLANO-FIM.
           EXIT.
      *
      * CALENDARIO DE TARIFAS: A PRIMEIRA REGRA QUE CASA COM A DATA
      * DA LOCACAO (FAIXA, DIA DA SEMANA E CATEGORIA) MULTIPLICA
       APLICA-TARIFA.
           IF W-OKTAR NOT = "S"
               GO TO APLICA-TARIFA-FIM.
           PERFORM CALCULA-DIASEM THRU CALCULA-DIASEM-FIM
           MOVE ZEROS TO CODTARIFA
           START CADTARIFA KEY IS >= CODTARIFA
           IF ST-ERRO NOT = "00"
               GO TO APLICA-TARIFA-FIM.
       APLICA-TARIFA-PROX.
           READ CADTARIFA NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO APLICA-TARIFA-FIM.
           IF DTINITAR NOT = ZEROS AND W-DTLOCNUM < DTINITAR
               GO TO APLICA-TARIFA-PROX.
           IF DTFIMTAR NOT = ZEROS AND W-DTLOCNUM > DTFIMTAR
               GO TO APLICA-TARIFA-PROX.
           IF DIASEMTAR NOT = ZEROS AND DIASEMTAR NOT = W-DIASEMLOC
               GO TO APLICA-TARIFA-PROX.
           IF CATEGTAR NOT = SPACES AND CATEGTAR NOT = W-CATEGLOC
               GO TO APLICA-TARIFA-PROX.
           IF MULTTAR = ZEROS
               GO TO APLICA-TARIFA-PROX.
           COMPUTE W-VALREC ROUNDED = W-VALREC * MULTTAR.
       APLICA-TARIFA-FIM.
           EXIT.
      *
      * DIA DA SEMANA DA DATA DA LOCACAO (ZELLER, 1=DOM ... 7=SAB)
       CALCULA-DIASEM.
           MOVE ANO-LOCA TO W-DTLOCNUM (1:4)
           MOVE MES-LOCA TO W-DTLOCNUM (5:2)
           MOVE DIA-LOCA TO W-DTLOCNUM (7:2)
           MOVE DIA-LOCA TO W-ZQ
           MOVE MES-LOCA TO W-ZM
           MOVE ANO-LOCA TO W-ZANO
           IF W-ZM < 3
               ADD 12 TO W-ZM
               SUBTRACT 1 FROM W-ZANO.
           DIVIDE W-ZANO BY 100 GIVING W-ZJ REMAINDER W-ZK
           COMPUTE W-ZT0 = 13 * (W-ZM + 1)
           DIVIDE W-ZT0 BY 5 GIVING W-ZT1
           DIVIDE W-ZK BY 4 GIVING W-ZT2
           DIVIDE W-ZJ BY 4 GIVING W-ZT3
           COMPUTE W-ZSOMA = W-ZQ + W-ZT1 + W-ZK + W-ZT2 + W-ZT3
               + (5 * W-ZJ)
           DIVIDE W-ZSOMA BY 7 GIVING W-ZSOMA REMAINDER W-ZH
           IF W-ZH = ZEROS
               MOVE 7 TO W-DIASEMLOC
           ELSE
               MOVE W-ZH TO W-DIASEMLOC.
       CALCULA-DIASEM-FIM.
           EXIT.
      *
      * MULTA DE ATRASO: DEVOLUCAO DEPOIS DA PREVISAO, SALVO A
      * CARENCIA DE DIA FECHADO DA FILIAL (CADFERIADO)
       VERIFICA-ATRASO.
           MOVE "N" TO W-ATRASO
           IF ANO-ENTR > ANO-PREV
               MOVE "S" TO W-ATRASO
           ELSE IF ANO-ENTR = ANO-PREV AND MES-ENTR > MES-PREV
               MOVE "S" TO W-ATRASO
           ELSE IF ANO-ENTR = ANO-PREV AND MES-ENTR = MES-PREV
                   AND DIA-ENTR > DIA-PREV
               MOVE "S" TO W-ATRASO
           ELSE IF ANO-ENTR = ANO-PREV AND MES-ENTR = MES-PREV
                   AND DIA-ENTR = DIA-PREV
               IF HRENTREGA > HRPREVISAO
                   MOVE "S" TO W-ATRASO
               ELSE IF HRENTREGA = HRPREVISAO
                       AND MINENTREGA > MINPREVISAO
                   MOVE "S" TO W-ATRASO.
           IF W-ATRASO = "S" AND W-OKFER = "S"
               PERFORM CARENCIA-FERIADO THRU CARENCIA-FERIADO-FIM.
           IF W-ATRASO = "S"
               ADD W-VALMULTA TO W-VALREC.
       VERIFICA-ATRASO-FIM.
           EXIT.
      *
       CARENCIA-FERIADO.
           MOVE "N" TO W-TEVEFECH
           MOVE ANO-PREV TO W-ANOPREVAJ
           MOVE MES-PREV TO W-MESPREVAJ
           MOVE DIA-PREV TO W-DIAPREVAJ.
       CARENCIA-FERIADO-TESTA.
           PERFORM VERIFICA-DIAFECH THRU VERIFICA-DIAFECH-FIM
           IF W-DIAFECH = "N"
               GO TO CARENCIA-FERIADO-AVALIA.
           MOVE "S" TO W-TEVEFECH
           PERFORM AVANCA-DIAPREV THRU AVANCA-DIAPREV-FIM
           GO TO CARENCIA-FERIADO-TESTA.
       CARENCIA-FERIADO-AVALIA.
           IF W-TEVEFECH NOT = "S"
               GO TO CARENCIA-FERIADO-FIM.
           IF W-DTENTRNUM NOT > W-DTPREVAJ
               MOVE "N" TO W-ATRASO.
       CARENCIA-FERIADO-FIM.
           EXIT.
      *
      * DIA FECHADO: FERIADO DA FILIAL DA LOCACAO OU DA EMPRESA
       VERIFICA-DIAFECH.
           MOVE "N" TO W-DIAFECH
           MOVE CODFILIAL-LOC TO CODFIL-FER
           MOVE W-DTPREVAJ TO DTFERIADO
           READ CADFERIADO
           IF ST-ERRO = "00"
               MOVE "S" TO W-DIAFECH
               GO TO VERIFICA-DIAFECH-FIM.
           MOVE ZEROS TO CODFIL-FER
           MOVE W-DTPREVAJ TO DTFERIADO
           READ CADFERIADO
           IF ST-ERRO = "00"
               MOVE "S" TO W-DIAFECH.
       VERIFICA-DIAFECH-FIM.
           EXIT.
      *
       AVANCA-DIAPREV.
           MOVE W-DIASMES (W-MESPREVAJ) TO W-ULTDIAMES
           IF W-MESPREVAJ = 02
               DIVIDE W-ANOPREVAJ BY 4 GIVING W-ANORESTO
               COMPUTE W-ANORESTO = W-ANOPREVAJ - (W-ANORESTO * 4)
               IF W-ANORESTO = ZEROS
                   MOVE 29 TO W-ULTDIAMES.
           IF W-DIAPREVAJ < W-ULTDIAMES
               ADD 1 TO W-DIAPREVAJ
               GO TO AVANCA-DIAPREV-FIM.
           MOVE 01 TO W-DIAPREVAJ
           IF W-MESPREVAJ < 12
               ADD 1 TO W-MESPREVAJ
           ELSE
               MOVE 01 TO W-MESPREVAJ
               ADD 1 TO W-ANOPREVAJ.
       AVANCA-DIAPREV-FIM.
           EXIT.
      *
      * TAXA DE ENTREGA DA REGIAO DO CEP DO CLIENTE
       CALCULA-ENTREGA.
           MOVE ZEROS TO W-VALENTREGA
           IF W-OKCLI NOT = "S" OR W-OKCEP NOT = "S"
                   OR W-OKREG NOT = "S"
               GO TO CALCULA-ENTREGA-FIM.
           MOVE FKCPF-CLI TO CPF-CLI
           READ CADCLI
           IF ST-ERRO NOT = "00"
               GO TO CALCULA-ENTREGA-FIM.
           MOVE FKCEP TO CEP
           READ CADCEP
           IF ST-ERRO NOT = "00"
               GO TO CALCULA-ENTREGA-FIM.
           MOVE REGIAO-CDD TO COD-REGIAO
           READ CADREGIAO
           IF ST-ERRO NOT = "00"
               GO TO CALCULA-ENTREGA-FIM.
           MOVE VALENTREGA TO W-VALENTREGA
           ADD W-VALENTREGA TO W-VALREC.
       CALCULA-ENTREGA-FIM.
           EXIT.
      *
      * ACESSORIOS ANEXADOS A LOCACAO
       SOMA-ACESSORIOS.
           MOVE ZEROS TO W-VALACES
           IF W-OKACE NOT = "S"
               GO TO SOMA-ACESSORIOS-FIM.
           MOVE KEYLOCACAO TO KEYLOCACAO-ACE
           MOVE ZEROS TO CODACESS-ACE
           START CADLOCACE KEY IS >= KEYLOCACE
           IF ST-ERRO NOT = "00"
               GO TO SOMA-ACESSORIOS-FIM.
       SOMA-ACESSORIOS-PROX.
           READ CADLOCACE NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO SOMA-ACESSORIOS-SOMA.
           IF KEYLOCACAO-ACE NOT = KEYLOCACAO
               GO TO SOMA-ACESSORIOS-SOMA.
           ADD VALACE TO W-VALACES
           GO TO SOMA-ACESSORIOS-PROX.
       SOMA-ACESSORIOS-SOMA.
           ADD W-VALACES TO W-VALREC.
       SOMA-ACESSORIOS-FIM.
           EXIT.
      *
      * PROTECAO: SOMA A TAXA E, EM ROUBO (SITUAC 'R'), LIMITA A
      * COBRANCA A FRANQUIA
       APLICA-PROTECAO.
           IF PROTECAO-LOC NOT = "S"
               GO TO APLICA-PROTECAO-FIM.
           ADD VALPROTECAO-LOC TO W-VALREC
           IF SITUAC = "R" OR "r"
               IF W-VALREC > W-VALFRANQUIA
                   MOVE W-VALFRANQUIA TO W-VALREC.
       APLICA-PROTECAO-FIM.
           EXIT.
      *
      * MULTAS DE ZONA PROIBIDA JA BAIXADAS COMO COBRADAS (A ISENTA
      * TEM OVERRIDE DE SUPERVISOR E NAO ENTRA)
       SOMA-INFZONA.
           MOVE ZEROS TO W-VALINFZONA
           IF W-OKINF NOT = "S"
               GO TO SOMA-INFZONA-FIM.
           MOVE KEYLOCACAO TO KEYLOCACAO-INF
           MOVE ZEROS TO CODZONA-INF
           START CADINFZONA KEY IS >= KEYINFZONA
           IF ST-ERRO NOT = "00"
               GO TO SOMA-INFZONA-FIM.
       SOMA-INFZONA-PROX.
           READ CADINFZONA NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO SOMA-INFZONA-SOMA.
           IF KEYLOCACAO-INF NOT = KEYLOCACAO
               GO TO SOMA-INFZONA-SOMA.
           IF SITINF = "C"
               ADD VALMULTA-INF TO W-VALINFZONA.
           GO TO SOMA-INFZONA-PROX.
       SOMA-INFZONA-SOMA.
           ADD W-VALINFZONA TO W-VALREC.
       SOMA-INFZONA-FIM.
           EXIT.
      *
      * CUPOM CARIMBADO NA LOCACAO, REAPLICADO COMO NO
      * ACC-CUPOM-REAPLICA DO SGB004
       APLICA-CUPOM.
           IF CODCUPOM-LOC = SPACES OR W-OKCUP NOT = "S"
               GO TO APLICA-CUPOM-FIM.
           MOVE CODCUPOM-LOC TO CODCUPOM
           READ CADCUPOM
           IF ST-ERRO NOT = "00"
               GO TO APLICA-CUPOM-FIM.
           IF TIPODESC = "P"
               COMPUTE W-VALDESCONTO ROUNDED =
                   W-VALREC * VALDESC / 100
           ELSE
               MOVE VALDESC TO W-VALDESCONTO.
           IF W-VALDESCONTO > W-VALREC
               MOVE W-VALREC TO W-VALDESCONTO.
           SUBTRACT W-VALDESCONTO FROM W-VALREC.
       APLICA-CUPOM-FIM.
           EXIT.
      *
      * AVARIAS COBRADAS NA VISTORIA DE ENTREGA (CADCOBDANO)
       SOMA-DANOS.
           MOVE ZEROS TO W-VALDANOS
           IF W-OKDANO NOT = "S"
               GO TO SOMA-DANOS-FIM.
           MOVE KEYLOCACAO TO KEYLOCACAO-DANO
           MOVE LOW-VALUES TO ITEMDANO-COB
           START CADCOBDANO KEY IS >= KEYCOBDANO
           IF ST-ERRO NOT = "00"
               GO TO SOMA-DANOS-FIM.
       SOMA-DANOS-PROX.
           READ CADCOBDANO NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO SOMA-DANOS-SOMA.
           IF KEYLOCACAO-DANO NOT = KEYLOCACAO
               GO TO SOMA-DANOS-SOMA.
           ADD VALDANO-COB TO W-VALDANOS
           GO TO SOMA-DANOS-PROX.
       SOMA-DANOS-SOMA.
           ADD W-VALDANOS TO W-VALREC.
       SOMA-DANOS-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * EXPLICACAO DA DIFERENCA. COBRADO A MENOR: PRIMEIRO OS
      * OVERRIDES DE SUPERVISOR DA PROPRIA LOCACAO, DEPOIS O SALDO
      * DE NOTA DE CREDITO CONSUMIDO PELO CLIENTE (EMITIDA ATE O FIM
      * DO PERIODO), GASTO UMA SO VEZ. COBRADO A MAIOR NAO TEM
      * EXPLICACAO POSSIVEL E VAI INTEIRO PARA O GERENTE
      *--------------------------------------------------------------
      *
       EXPLICA-DIFER.
           MOVE ZEROS TO W-VALOVR W-EXPLOVR W-EXPLCRED W-SEMEXPL
               W-SUPOVR
           MOVE SPACES TO W-TIPOSOVR
           IF W-DIFER < ZEROS
               ADD 1 TO W-QTDMAIOR
               ADD W-DIFABS TO W-TOTMAIOR
               PERFORM LOCALIZA-RESP THRU LOCALIZA-RESP-FIM
               IF W-RDX NOT = ZEROS
                   ADD 1 TO TRS-QTDMAIOR (W-RDX)
                   ADD W-DIFABS TO TRS-VALMAIOR (W-RDX)
                   GO TO EXPLICA-DIFER-FIM
               ELSE
                   GO TO EXPLICA-DIFER-FIM.
           MOVE ZEROS TO W-ODX.
       EXPLICA-OVR-PROX.
           ADD 1 TO W-ODX
           IF W-ODX > W-TOTOVR
               GO TO EXPLICA-OVR-FIM.
           IF TOV-KEY (W-ODX) NOT = KEYLOCACAO
               GO TO EXPLICA-OVR-PROX.
           ADD TOV-VAL (W-ODX) TO W-VALOVR
           IF W-SUPOVR = ZEROS
               MOVE TOV-SUPERV (W-ODX) TO W-SUPOVR.
           IF TOV-TIPO (W-ODX) = "D"
               MOVE "D" TO W-TIPOSOVR (1:1)
           ELSE IF TOV-TIPO (W-ODX) = "Z"
               MOVE "Z" TO W-TIPOSOVR (2:1)
           ELSE
               MOVE TOV-TIPO (W-ODX) TO W-TIPOSOVR (3:1).
           GO TO EXPLICA-OVR-PROX.
       EXPLICA-OVR-FIM.
           IF W-VALOVR > W-DIFABS
               MOVE W-DIFABS TO W-EXPLOVR
           ELSE
               MOVE W-VALOVR TO W-EXPLOVR.
           COMPUTE W-SEMEXPL = W-DIFABS - W-EXPLOVR
           IF W-SEMEXPL = ZEROS OR W-OKCRED NOT = "S"
               GO TO EXPLICA-SOBRA.
           IF FKCPF-CLI NOT = W-CPFCRED
               PERFORM CARREGA-CRED THRU CARREGA-CRED-FIM.
           IF W-SALDOCRED > W-SEMEXPL
               MOVE W-SEMEXPL TO W-EXPLCRED
           ELSE
               MOVE W-SALDOCRED TO W-EXPLCRED.
           SUBTRACT W-EXPLCRED FROM W-SALDOCRED
           SUBTRACT W-EXPLCRED FROM W-SEMEXPL.
       EXPLICA-SOBRA.
           ADD W-EXPLOVR TO W-TOTOVREXP
           ADD W-EXPLCRED TO W-TOTCREDEXP
           IF W-SEMEXPL NOT > W-TOLER
               ADD 1 TO W-QTDEXPL
               GO TO EXPLICA-DIFER-FIM.
           ADD 1 TO W-QTDMENOR
           ADD W-SEMEXPL TO W-TOTMENOR
           PERFORM LOCALIZA-RESP THRU LOCALIZA-RESP-FIM
           IF W-RDX NOT = ZEROS
               ADD 1 TO TRS-QTDMENOR (W-RDX)
               ADD W-SEMEXPL TO TRS-VALMENOR (W-RDX).
       EXPLICA-DIFER-FIM.
           EXIT.
      *
      * SALDO DE NOTA DE CREDITO JA CONSUMIDO PELO CLIENTE DA
      * LOCACAO CORRENTE
       CARREGA-CRED.
           MOVE FKCPF-CLI TO W-CPFCRED
           MOVE ZEROS TO W-SALDOCRED
           MOVE FKCPF-CLI TO CPFCRED
           START CADCREDNOTA KEY IS = CPFCRED
           IF ST-ERRO NOT = "00"
               GO TO CARREGA-CRED-FIM.
       CARREGA-CRED-PROX.
           READ CADCREDNOTA NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO CARREGA-CRED-FIM.
           IF CPFCRED NOT = W-CPFCRED
               GO TO CARREGA-CRED-FIM.
           IF DTEMIS-CRED NOT > W-DTFIM
               ADD VALUSADO-CRED TO W-SALDOCRED.
           GO TO CARREGA-CRED-PROX.
       CARREGA-CRED-FIM.
           EXIT.
      *
      * ACHA A FILIAL/ATENDENTE DA LOCACAO NA TABELA DE PENDENCIAS,
      * INCLUINDO SE FOR NOVO (W-RDX VOLTA ZERO COM A TABELA CHEIA)
       LOCALIZA-RESP.
           MOVE 1 TO W-RDX.
       LOCALIZA-RESP-LOOP.
           IF W-RDX > W-TOTRESP
               GO TO LOCALIZA-RESP-INSERE.
           IF TRS-FILIAL (W-RDX) = CODFILIAL-LOC
                   AND TRS-OPER (W-RDX) = OPERADOR
               GO TO LOCALIZA-RESP-FIM.
           ADD 1 TO W-RDX
           GO TO LOCALIZA-RESP-LOOP.
       LOCALIZA-RESP-INSERE.
           IF W-TOTRESP >= 300
               ADD 1 TO W-RESPIGN
               MOVE ZEROS TO W-RDX
               GO TO LOCALIZA-RESP-FIM.
           ADD 1 TO W-TOTRESP
           MOVE W-TOTRESP TO W-RDX
           MOVE ZEROS TO TAB-RESP-ITEM (W-RDX)
           MOVE CODFILIAL-LOC TO TRS-FILIAL (W-RDX)
           MOVE OPERADOR TO TRS-OPER (W-RDX).
       LOCALIZA-RESP-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * IMPRESSAO
      *--------------------------------------------------------------
      *
       IMPRIME-CABEC.
           STRING " "
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           MOVE W-TOLER TO W-EDTOL
           STRING "---- AUDITORIA DE RECEITA - DEVOLVIDAS DE " W-DTINI
               " A " W-DTFIM " ----"
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "(LISTADAS AS DIFERENCAS ACIMA DE R$ " W-EDTOL
               "; TARIFA B=BIKE A=CADAUDIT P=CADPRECOLOC)"
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
       IMPRIME-CABEC-FIM.
           EXIT.
      *
       IMPRIME-DIFER.
           STRING " "
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "CONTR " NUMCONTRATO " CPF " FKCPF-CLI " BIKE "
               FKNUM-BIKE " LOC " DTLOCACAO " FIL " CODFILIAL-LOC
               " OPER " OPERADOR
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           MOVE VALCOBRADO TO W-ED1
           MOVE W-VALREC TO W-ED2
           MOVE W-DIFER TO W-EDDIF
           STRING "   COBRADO " W-ED1 "  RECALCULADO " W-ED2
               " (" W-ORIGTAR ")  DIFERENCA " W-EDDIF
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           IF W-DIFER < ZEROS
               STRING "   COBRADO A MAIOR -- CONFERIR COM O GERENTE"
                   DELIMITED BY SIZE INTO W-LINSPOOL
               PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM
               GO TO IMPRIME-DIFER-FIM.
           IF W-EXPLOVR NOT = ZEROS OR W-EXPLCRED NOT = ZEROS
               MOVE W-EXPLOVR TO W-ED1
               MOVE W-EXPLCRED TO W-ED2
               STRING "   OVERRIDE " W-ED1 " (" W-TIPOSOVR ") SUPERV "
                   W-SUPOVR "  NOTA DE CREDITO " W-ED2
                   DELIMITED BY SIZE INTO W-LINSPOOL
               PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           IF W-SEMEXPL NOT > W-TOLER
               STRING "   DIFERENCA EXPLICADA"
                   DELIMITED BY SIZE INTO W-LINSPOOL
               PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM
               GO TO IMPRIME-DIFER-FIM.
           MOVE W-SEMEXPL TO W-ED3
           STRING "   SEM EXPLICACAO " W-ED3 " -- VAI PARA O GERENTE"
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
       IMPRIME-DIFER-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * PENDENCIAS PARA O GERENTE: POR FILIAL (COM O GERENTE DO
      * CADFILIAL) E, DENTRO DELA, POR ATENDENTE DA LOCACAO
      *--------------------------------------------------------------
      *
       IMPRIME-PENDENCIAS.
           STRING " "
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "==== PENDENCIAS SEM EXPLICACAO POR FILIAL E "
               "ATENDENTE ===="
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           IF W-TOTRESP = ZEROS
               STRING "   NENHUMA PENDENCIA NO PERIODO"
                   DELIMITED BY SIZE INTO W-LINSPOOL
               PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM
               GO TO IMPRIME-PENDENCIAS-FIM.
           MOVE ZEROS TO W-FILIMP.
       IMP-PEND-FIL.
           IF W-FILIMP > 99
               GO TO IMPRIME-PENDENCIAS-FIM.
           MOVE W-FILIMP TO W-FILBUSCA
           MOVE ZEROS TO W-QTDFILIMP W-FQTDMENOR W-FVALMENOR
               W-FQTDMAIOR W-FVALMAIOR
           MOVE ZEROS TO W-RDX.
       IMP-PEND-CONTA.
           ADD 1 TO W-RDX
           IF W-RDX > W-TOTRESP
               GO TO IMP-PEND-TESTA.
           IF TRS-FILIAL (W-RDX) NOT = W-FILBUSCA
               GO TO IMP-PEND-CONTA.
           IF TRS-QTDMENOR (W-RDX) = ZEROS
                   AND TRS-QTDMAIOR (W-RDX) = ZEROS
               GO TO IMP-PEND-CONTA.
           ADD 1 TO W-QTDFILIMP
           ADD TRS-QTDMENOR (W-RDX) TO W-FQTDMENOR
           ADD TRS-VALMENOR (W-RDX) TO W-FVALMENOR
           ADD TRS-QTDMAIOR (W-RDX) TO W-FQTDMAIOR
           ADD TRS-VALMAIOR (W-RDX) TO W-FVALMAIOR
           GO TO IMP-PEND-CONTA.
       IMP-PEND-TESTA.
           IF W-QTDFILIMP = ZEROS
               ADD 1 TO W-FILIMP
               GO TO IMP-PEND-FIL.
           PERFORM IMPRIME-FILIAL THRU IMPRIME-FILIAL-FIM
           MOVE ZEROS TO W-RDX.
       IMP-PEND-OPER.
           ADD 1 TO W-RDX
           IF W-RDX > W-TOTRESP
               ADD 1 TO W-FILIMP
               GO TO IMP-PEND-FIL.
           IF TRS-FILIAL (W-RDX) NOT = W-FILBUSCA
               GO TO IMP-PEND-OPER.
           IF TRS-QTDMENOR (W-RDX) = ZEROS
                   AND TRS-QTDMAIOR (W-RDX) = ZEROS
               GO TO IMP-PEND-OPER.
           PERFORM IMPRIME-ATENDENTE THRU IMPRIME-ATENDENTE-FIM
           GO TO IMP-PEND-OPER.
       IMPRIME-PENDENCIAS-FIM.
           EXIT.
      *
       IMPRIME-FILIAL.
           STRING " "
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           MOVE SPACES TO NOME-FILIAL
           MOVE ZEROS TO GERENTE-FIL
           IF W-OKFIL = "S"
               MOVE W-FILBUSCA TO COD-FILIAL
               READ CADFILIAL
               IF ST-ERRO NOT = "00"
                   MOVE SPACES TO NOME-FILIAL
                   MOVE ZEROS TO GERENTE-FIL.
           MOVE "*** SEM GERENTE ***" TO NOME-FUNC
           IF GERENTE-FIL NOT = ZEROS AND W-OKFUNC = "S"
               MOVE GERENTE-FIL TO COD-FUNC
               READ CADFUNC
               IF ST-ERRO NOT = "00"
                   MOVE "*** SEM CADASTRO ***" TO NOME-FUNC.
           STRING "FILIAL " W-FILBUSCA " " NOME-FILIAL "  GERENTE "
               GERENTE-FIL " " NOME-FUNC
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           MOVE W-FVALMENOR TO W-EDTOT1
           MOVE W-FVALMAIOR TO W-EDTOT2
           STRING "   A MENOR " W-FQTDMENOR " LOC " W-EDTOT1
               "   A MAIOR " W-FQTDMAIOR " LOC " W-EDTOT2
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
       IMPRIME-FILIAL-FIM.
           EXIT.
      *
       IMPRIME-ATENDENTE.
           MOVE "*** SEM ATENDENTE ***" TO NOME-FUNC
           IF TRS-OPER (W-RDX) NOT = ZEROS
               MOVE "*** SEM CADASTRO ***" TO NOME-FUNC
               IF W-OKFUNC = "S"
                   MOVE TRS-OPER (W-RDX) TO COD-FUNC
                   READ CADFUNC
                   IF ST-ERRO NOT = "00"
                       MOVE "*** SEM CADASTRO ***" TO NOME-FUNC.
           STRING "   ATENDENTE " TRS-OPER (W-RDX) " " NOME-FUNC
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           MOVE TRS-VALMENOR (W-RDX) TO W-EDTOT1
           MOVE TRS-VALMAIOR (W-RDX) TO W-EDTOT2
           STRING "      A MENOR " TRS-QTDMENOR (W-RDX) " LOC "
               W-EDTOT1 "   A MAIOR " TRS-QTDMAIOR (W-RDX) " LOC "
               W-EDTOT2
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
       IMPRIME-ATENDENTE-FIM.
           EXIT.
      *
       IMPRIME-TOTAIS.
           STRING " "
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "LOCACOES AUDITADAS............: " W-QTDAUDIT
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "DENTRO DA TOLERANCIA..........: " W-QTDDENTRO
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "DIFERENCAS LISTADAS...........: " W-QTDLISTA
               "  EXPLICADAS " W-QTDEXPL
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           MOVE W-TOTCOBR TO W-EDTOT1
           MOVE W-TOTREC TO W-EDTOT2
           STRING "TOTAL COBRADO " W-EDTOT1 "  RECALCULADO "
               W-EDTOT2
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           MOVE W-TOTOVREXP TO W-EDTOT1
           MOVE W-TOTCREDEXP TO W-EDTOT2
           STRING "EXPLICADO POR OVERRIDE " W-EDTOT1
               "  POR NOTA DE CREDITO " W-EDTOT2
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           MOVE W-TOTMENOR TO W-EDTOT1
           MOVE W-TOTMAIOR TO W-EDTOT2
           STRING "SEM EXPLICACAO: A MENOR " W-QTDMENOR " "
               W-EDTOT1 "  A MAIOR " W-QTDMAIOR " " W-EDTOT2
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           IF W-QTDSEMBIKE NOT = ZEROS
               STRING "LOCACOES COM BIKE SEM CADASTRO: " W-QTDSEMBIKE
                   " (NAO RECALCULADAS)"
                   DELIMITED BY SIZE INTO W-LINSPOOL
               PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           IF W-PRECOIGN NOT = ZEROS
               STRING "MUDANCAS DE PRECO ALEM DE 1000: " W-PRECOIGN
                   " (VALE A TARIFA ATUAL)"
                   DELIMITED BY SIZE INTO W-LINSPOOL
               PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           IF W-OVRIGN NOT = ZEROS
               STRING "OVERRIDES ALEM DE 1000........: " W-OVRIGN
                   " (NAO CONSIDERADOS)"
                   DELIMITED BY SIZE INTO W-LINSPOOL
               PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           IF W-RESPIGN NOT = ZEROS
               STRING "PENDENCIAS ALEM DE 300 ATENDENTES: " W-RESPIGN
                   DELIMITED BY SIZE INTO W-LINSPOOL
               PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
       IMPRIME-TOTAIS-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * PARAMETROS DO CADPARAM (SGB036): 01 MULTA DE ATRASO, 06
      * FRANQUIA DA PROTECAO E 34 TOLERANCIA DA AUDITORIA. PARAMETRO
      * AUSENTE OU ZERADO MANTEM O PADRAO
      *--------------------------------------------------------------
      *
       LE-PARAMETROS.
           OPEN INPUT CADPARAM
           IF ST-ERRO NOT = "00"
               GO TO LE-PARAMETROS-FIM.
           MOVE 1 TO COD-PARAM
           READ CADPARAM
           IF ST-ERRO = "00" AND VAL-PARAM NOT = ZEROS
               MOVE VAL-PARAM TO W-VALMULTA.
           MOVE 6 TO COD-PARAM
           READ CADPARAM
           IF ST-ERRO = "00" AND VAL-PARAM NOT = ZEROS
               MOVE VAL-PARAM TO W-VALFRANQUIA.
           MOVE 34 TO COD-PARAM
           READ CADPARAM
           IF ST-ERRO = "00" AND VAL-PARAM NOT = ZEROS
                   AND VAL-PARAM NOT > 9999
               MOVE VAL-PARAM TO W-TOLER.
           CLOSE CADPARAM.
       LE-PARAMETROS-FIM.
           EXIT.
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
           MOVE "SGB160" TO PROGSPOOL
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
           CLOSE CADLOC CADBIKE
           IF W-OKPRL = "S"
               CLOSE CADPRECOLOC.
           IF W-OKTC = "S"
               CLOSE CADTARCORP.
           IF W-OKPLA = "S"
               CLOSE CADPLANO.
           IF W-OKTAR = "S"
               CLOSE CADTARIFA.
           IF W-OKFER = "S"
               CLOSE CADFERIADO.
           IF W-OKCLI = "S"
               CLOSE CADCLI.
           IF W-OKCEP = "S"
               CLOSE CADCEP.
           IF W-OKREG = "S"
               CLOSE CADREGIAO.
           IF W-OKACE = "S"
               CLOSE CADLOCACE.
           IF W-OKINF = "S"
               CLOSE CADINFZONA.
           IF W-OKCUP = "S"
               CLOSE CADCUPOM.
           IF W-OKDANO = "S"
               CLOSE CADCOBDANO.
           IF W-OKCRED = "S"
               CLOSE CADCREDNOTA.
           IF W-OKFIL = "S"
               CLOSE CADFILIAL.
           IF W-OKFUNC = "S"
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
