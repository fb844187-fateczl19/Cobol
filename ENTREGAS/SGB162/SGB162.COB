       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGB162.
       AUTHOR. VINICIUS ESCAME DOS SANTOS.
      *--------------------------------------------------------------
      * RECUPERACAO DE TRANSACOES INTERROMPIDAS -- LE O DIARIO DE
      * TRANSACOES (CADJORNAL) GRAVADO PELO SGB004 E PELO SGB056 E
      * MOSTRA AS TRANSACOES QUE FICARAM ABERTAS (TERMINAL QUE CAIU
      * NO MEIO DE UMA GRAVACAO EM VARIOS ARQUIVOS). O SUPERVISOR
      * ESCOLHE, TRANSACAO POR TRANSACAO:
      *   C = COMPLETAR: GRAVA A IMAGEM "DEPOIS" DOS PASSOS QUE NAO
      *       CHEGARAM AO ARQUIVO, SINCRONIZA A BIKE E O INDICE DE
      *       LOCACOES EM ABERTO COM A LOCACAO GRAVADA E CONSOME O
      *       CUPOM/NOTA DE CREDITO DO ROTEIRO QUE FICOU SEM PASSO.
      *       SO E PERMITIDO SE TODOS OS OUTROS PASSOS DO ROTEIRO
      *       FORAM REGISTRADOS
      *   D = DESFAZER: DO ULTIMO PASSO PARA O PRIMEIRO, VOLTA A
      *       IMAGEM "ANTES" DOS REGISTROS QUE A TRANSACAO GRAVOU
      * CADA ARQUIVO E CONFIRMADO (S/N); QUANDO O REGISTRO ATUAL NAO
      * BATE COM A IMAGEM ESPERADA (OUTRA GRAVACAO DEPOIS DA QUEDA)
      * A RESPOSTA SUGERIDA E N. A TRANSACAO SO E FECHADA (R OU D NO
      * CABECALHO, COM O SUPERVISOR E A DATA) QUANDO TODOS OS PASSOS
      * FORAM TRATADOS; OS AJUSTES FEITOS AQUI ENTRAM NO DIARIO COMO
      * PASSOS NOVOS JA REFEITOS.
      * CHAMADO NO LOGIN (SGB000), NA ABERTURA DO DIA (SGB037) E NO
      * MENU 6. SEM TRANSACAO ABERTA VOLTA SEM MOSTRAR NADA
      *--------------------------------------------------------------
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT CADJORNAL
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYJORNAL
                    FILE STATUS  IS ST-JOR.

            SELECT CADFUNC
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-FUNC
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

            SELECT CADBIKE
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUM-BIKE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS MARCA-BIKE
                                            WITH DUPLICATES.

            SELECT CADLOCAB
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMBIKE-AB
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CHPREV-AB
                                            WITH DUPLICATES.

            SELECT CADCUPOM
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODCUPOM
                    FILE STATUS  IS ST-ERRO.

            SELECT CADCREDNOTA
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMCRED
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CPFCRED
                                            WITH DUPLICATES.

            SELECT CADPAG
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPAG
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS KEYLOCACAO-PAG
                                            WITH DUPLICATES.

            SELECT CADSINAL
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYSINAL
                    FILE STATUS  IS ST-ERRO.

            SELECT CADCONTROLE
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TIPOCTRL
                    FILE STATUS  IS ST-ERRO.

            SELECT CADNFS
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYNFS
                    FILE STATUS  IS ST-ERRO.

            SELECT CADGRUPO
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMGRUPO
                    FILE STATUS  IS ST-ERRO.
      *
      *--------------------------------------------------------------
      *
       DATA DIVISION.
       FILE SECTION.
      *
      * DIARIO DE TRANSACOES (MESMO LAYOUT DO SGB004/SGB056). SEQ 000
      * E O CABECALHO (A=ABERTA C=CONCLUIDA R=COMPLETADA NA
      * RECUPERACAO D=DESFEITA NA RECUPERACAO); OS PASSOS VEM A
      * PARTIR DA 001 (P=PENDENTE F=FEITO R=REFEITO D=DESFEITO), COM
      * A ACAO (W=INCLUSAO R=REGRAVACAO D=EXCLUSAO), A LETRA DO
      * ROTEIRO E A IMAGEM DO REGISTRO ANTES E DEPOIS
       FD CADJORNAL
           VALUE OF FILE-ID IS "CADJORNAL.DAT".
       01 REGJORNAL.
           03 KEYJORNAL.
               05 NUMTRANS-JR      PIC 9(08).
               05 SEQ-JR           PIC 9(03).
           03 SIT-JR           PIC X(01).
           03 DT-JR            PIC 9(08).
           03 HR-JR            PIC 9(08).
           03 CORPO-JR         PIC X(460).
           03 CAB-JR REDEFINES CORPO-JR.
               05 PROG-JR          PIC X(06).
               05 OPER-JR          PIC 9(04).
               05 TIPOTRANS-JR     PIC X(01).
               05 KEYLOCACAO-JR    PIC X(27).
               05 ROTEIRO-JR       PIC X(10).
               05 CUPOM-JR         PIC X(08).
               05 NUMCRED-JR       PIC 9(06).
               05 VALCRED-JR       PIC 9(06)V99.
               05 SUPERV-JR        PIC 9(04).
               05 DTREC-JR         PIC 9(08).
               05 FILLER           PIC X(378).
           03 PASSO-JR REDEFINES CORPO-JR.
               05 ARQ-JR           PIC X(12).
               05 ACAO-JR          PIC X(01).
               05 LETRA-JR         PIC X(01).
               05 ANTES-JR         PIC X(219).
               05 DEPOIS-JR        PIC X(219).
               05 FILLER           PIC X(08).
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
       FD CADCONTROLE
           VALUE OF FILE-ID IS "CADCONTROLE.DAT".
       01 REGCTRL.
           03 TIPOCTRL     PIC X(08).
           03 PROXNUM      PIC 9(08).
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
       FD CADGRUPO
           VALUE OF FILE-ID IS "CADGRUPO.DAT".
       01 REGGRUPO.
           03 NUMGRUPO       PIC 9(06).
           03 CPFRESP        PIC 9(11).
           03 DTGRUPO        PIC 9(08).
           03 QTDBIKES       PIC 9(02).
           03 VALTOTGRUPO    PIC 9(08)V99.
           03 SITGRUPO       PIC X(01).
           03 DSCSITGRUPO    PIC X(08).
      *
      *--------------------------------------------------------------
      *
       WORKING-STORAGE SECTION.
      *
       77 ST-ERRO       PIC X(02) VALUE "00".
       77 ST-JOR        PIC X(02) VALUE "00".
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 W-CONF        PIC X(01) VALUE SPACES.
       77 W-DECISAO     PIC X(01) VALUE SPACES.
       77 W-DATAHOJE    PIC 9(08) VALUE ZEROS.
       77 W-SUPERV      PIC 9(04) VALUE ZEROS.
       77 W-NUMTRANS    PIC 9(08) VALUE ZEROS.
       77 W-QTDABERTA   PIC 9(04) VALUE ZEROS.
       77 W-QTDPASSO    PIC 9(03) VALUE ZEROS.
       77 W-ULTSEQ      PIC 9(03) VALUE ZEROS.
       77 W-QTDPEND     PIC 9(03) VALUE ZEROS.
       77 W-IX          PIC 9(03) VALUE ZEROS.
       77 W-IX2         PIC 9(03) VALUE ZEROS.
       77 W-IR          PIC 9(02) VALUE ZEROS.
       77 W-LIN         PIC 9(02) VALUE ZEROS.
       77 W-LETRA       PIC X(01) VALUE SPACES.
       77 W-ACHOU       PIC X(01) VALUE "N".
       77 W-FALTAU      PIC X(01) VALUE "N".
       77 W-FALTAN      PIC X(01) VALUE "N".
       77 W-FALTAM      PIC X(10) VALUE SPACES.
       77 W-SEMREG      PIC X(10) VALUE SPACES.
       77 W-IF          PIC 9(02) VALUE ZEROS.
       77 W-IS          PIC 9(02) VALUE ZEROS.
       77 W-ARQ         PIC X(12) VALUE SPACES.
       77 W-OPARQ       PIC X(01) VALUE SPACES.
       77 W-ARQOK       PIC X(01) VALUE "N".
       77 W-EXISTE      PIC X(01) VALUE "N".
       77 W-GRAVOU      PIC X(01) VALUE "N".
       77 W-NOVASIT     PIC X(01) VALUE SPACES.
       77 W-ACAOREC     PIC X(01) VALUE SPACES.
       77 W-LETRAREC    PIC X(01) VALUE SPACES.
       77 W-VERBO       PIC X(14) VALUE SPACES.
       77 W-SEQATU      PIC 9(03) VALUE ZEROS.
       77 W-DSCTIPO     PIC X(22) VALUE SPACES.
       77 W-OKLOC       PIC X(01) VALUE "N".
       77 W-OKBIKE      PIC X(01) VALUE "N".
       77 W-OKLOCAB     PIC X(01) VALUE "N".
       77 W-OKCUP       PIC X(01) VALUE "N".
       77 W-OKCRD       PIC X(01) VALUE "N".
       77 W-OKPAG       PIC X(01) VALUE "N".
       77 W-OKSIN       PIC X(01) VALUE "N".
       77 W-OKCTRL      PIC X(01) VALUE "N".
       77 W-OKNFS       PIC X(01) VALUE "N".
       77 W-OKGRP       PIC X(01) VALUE "N".
      *
      * IMAGENS DO PASSO EM TRATAMENTO: A DO DIARIO (ANTES/DEPOIS),
      * A DO REGISTRO COMO ESTA NO ARQUIVO E A QUE VAI SER GRAVADA
       01 W-IMGANTES    PIC X(219) VALUE SPACES.
       01 W-IMGDEPOIS   PIC X(219) VALUE SPACES.
       01 W-IMGATUAL    PIC X(219) VALUE SPACES.
       01 W-IMGNOVA     PIC X(219) VALUE SPACES.
       01 W-IMGCHAVE    PIC X(219) VALUE SPACES.
      *
      * CABECALHO DA TRANSACAO EM TRATAMENTO
       01 W-CABTRANS.
           03 W-PROGTRANS   PIC X(06).
           03 W-OPERTRANS   PIC 9(04).
           03 W-TIPOTRANS   PIC X(01).
           03 W-KEYTRANS    PIC X(27).
           03 W-ROTEIRO     PIC X(10).
           03 W-CUPOMTR     PIC X(08).
           03 W-NUMCREDTR   PIC 9(06).
           03 W-VALCREDTR   PIC 9(06)V99.
      *
       01 W-DTJR.
           03 W-ANOJR       PIC 9(04).
           03 W-MESJR       PIC 9(02).
           03 W-DIAJR       PIC 9(02).
       01 W-HRJR.
           03 W-HHJR        PIC 9(02).
           03 W-MMJR        PIC 9(02).
           03 FILLER        PIC 9(04).
      *
      * LINHA DA LISTA DE TRANSACOES ABERTAS
       01 W-LINABERTA.
           03 LA-NUM        PIC 9(08).
           03 FILLER        PIC X(02) VALUE SPACES.
           03 LA-DIA        PIC 9(02).
           03 FILLER        PIC X(01) VALUE "/".
           03 LA-MES        PIC 9(02).
           03 FILLER        PIC X(01) VALUE "/".
           03 LA-ANO        PIC 9(04).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 LA-HH         PIC 9(02).
           03 FILLER        PIC X(01) VALUE ":".
           03 LA-MM         PIC 9(02).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 LA-PROG       PIC X(06).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 LA-TIPO       PIC X(01).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 LA-OPER       PIC 9(04).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 LA-REF        PIC X(27).
       01 TABABERTA.
           03 TA-LINHA      PIC X(69) OCCURS 14 TIMES.
      *
      * LINHA DA LISTA DE PASSOS DA TRANSACAO
       01 W-LINPASSO.
           03 LP-SEQ        PIC 9(03).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 LP-ARQ        PIC X(12).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 LP-ACAO       PIC X(10).
           03 FILLER        PIC X(01) VALUE SPACES.
           03 LP-LETRA      PIC X(01).
           03 FILLER        PIC X(02) VALUE SPACES.
           03 LP-SIT        PIC X(10).
       01 TABPASSO.
           03 TP-ITEM OCCURS 200 TIMES.
               05 TP-SEQ        PIC 9(03).
               05 TP-ARQ        PIC X(12).
               05 TP-ACAO       PIC X(01).
               05 TP-LETRA      PIC X(01).
               05 TP-SIT        PIC X(01).
      *
      *--------------------------------------------------------------
      *
       PROCEDURE DIVISION.
       INICIO.
           OPEN I-O CADJORNAL
           IF ST-JOR NOT = "00"
               GO TO ROT-FIMP.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           PERFORM CARREGA-ABERTAS THRU CARREGA-ABERTAS-FIM
           IF W-QTDABERTA = ZEROS
               CLOSE CADJORNAL
               GO TO ROT-FIMP.
           OPEN INPUT CADFUNC
           IF ST-ERRO NOT = "00"
               MOVE "* ARQUIVO CADFUNC NAO ENCONTRADO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADJORNAL
               GO TO ROT-FIM.
      * ARQUIVO QUE NAO ABRE SO IMPEDE OS PASSOS QUE DEPENDEM DELE
           OPEN I-O CADLOC
           IF ST-ERRO = "00"
               MOVE "S" TO W-OKLOC.
           OPEN I-O CADBIKE
           IF ST-ERRO = "00"
               MOVE "S" TO W-OKBIKE.
           OPEN I-O CADLOCAB
           IF ST-ERRO = "00"
               MOVE "S" TO W-OKLOCAB.
           OPEN I-O CADCUPOM
           IF ST-ERRO = "00"
               MOVE "S" TO W-OKCUP.
           OPEN I-O CADCREDNOTA
           IF ST-ERRO = "00"
               MOVE "S" TO W-OKCRD.
           OPEN I-O CADPAG
           IF ST-ERRO = "00"
               MOVE "S" TO W-OKPAG.
           OPEN I-O CADSINAL
           IF ST-ERRO = "00"
               MOVE "S" TO W-OKSIN.
           OPEN I-O CADCONTROLE
           IF ST-ERRO = "00"
               MOVE "S" TO W-OKCTRL.
           OPEN I-O CADNFS
           IF ST-ERRO = "00"
               MOVE "S" TO W-OKNFS.
           OPEN I-O CADGRUPO
           IF ST-ERRO = "00"
               MOVE "S" TO W-OKGRP.
           GO TO LISTA-ABERTAS.
      *
      *--------------------------------------------------------------
      * LISTA DAS TRANSACOES ABERTAS
      *--------------------------------------------------------------
      *
       RECARREGA.
           PERFORM CARREGA-ABERTAS THRU CARREGA-ABERTAS-FIM
           IF W-QTDABERTA = ZEROS
               MOVE "* NAO HA MAIS TRANSACOES ABERTAS *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ENCERRA.
       LISTA-ABERTAS.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 01)
               "  * RECUPERACAO DE TRANSACOES INTERROMPIDAS *"
           DISPLAY (02, 01) "   TRANSACOES ABERTAS NO DIARIO: "
               W-QTDABERTA
           DISPLAY (03, 01) "   TRANSACAO DATA       HORA  PROG   T "
               "OPER REFERENCIA"
           MOVE 1 TO W-IX
           MOVE 4 TO W-LIN.
       LISTA-ABERTAS-LIN.
           IF W-IX > W-QTDABERTA OR W-IX > 14
               GO TO LISTA-ABERTAS-AVISO.
           DISPLAY (W-LIN, 04) TA-LINHA (W-IX)
           ADD 1 TO W-IX
           ADD 1 TO W-LIN
           GO TO LISTA-ABERTAS-LIN.
       LISTA-ABERTAS-AVISO.
           IF W-QTDABERTA > 14
               DISPLAY (18, 04) "(SO AS 14 PRIMEIRAS ESTAO NA LISTA)".
           DISPLAY (19, 01)
               "   CONFIRA QUE O TERMINAL DE ORIGEM NAO ESTA MAIS "
               "NA TRANSACAO".
      *
       ACC-SUPERV.
           IF W-SUPERV NOT = ZEROS
               GO TO ACC-TRANS.
           DISPLAY (20, 01)
               "   MATRICULA DO SUPERVISOR (0=DEIXAR PARA DEPOIS): ".
           ACCEPT (20, 53) W-SUPERV WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR W-SUPERV = ZEROS
               GO TO ENCERRA.
           MOVE W-SUPERV TO COD-FUNC
           MOVE ZEROS TO W-SUPERV
           READ CADFUNC
           IF ST-ERRO NOT = "00"
               MOVE "* FUNCIONARIO NAO CADASTRADO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-SUPERV.
           IF SITUAC-FUNC NOT = "A" AND "a"
               MOVE "* FUNCIONARIO INATIVO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-SUPERV.
           IF PERFIL-FUNC NOT = "S"
               MOVE "* FUNCIONARIO NAO E SUPERVISOR *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-SUPERV.
           MOVE COD-FUNC TO W-SUPERV
           DISPLAY (20, 01) "   SUPERVISOR: " COD-FUNC " " NOME-FUNC
               "          ".
      *
       ACC-TRANS.
           MOVE ZEROS TO W-NUMTRANS
           DISPLAY (21, 01) "   TRANSACAO A TRATAR (0=SAIR)...: ".
           ACCEPT (21, 36) W-NUMTRANS WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR W-NUMTRANS = ZEROS
               GO TO ENCERRA.
           MOVE W-NUMTRANS TO NUMTRANS-JR
           MOVE ZEROS TO SEQ-JR
           READ CADJORNAL
           IF ST-JOR NOT = "00"
               MOVE "* TRANSACAO NAO ENCONTRADA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-TRANS.
           IF SIT-JR NOT = "A"
               MOVE "* TRANSACAO NAO ESTA ABERTA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-TRANS.
           MOVE PROG-JR TO W-PROGTRANS
           MOVE OPER-JR TO W-OPERTRANS
           MOVE TIPOTRANS-JR TO W-TIPOTRANS
           MOVE KEYLOCACAO-JR TO W-KEYTRANS
           MOVE ROTEIRO-JR TO W-ROTEIRO
           MOVE CUPOM-JR TO W-CUPOMTR
           MOVE NUMCRED-JR TO W-NUMCREDTR
           MOVE VALCRED-JR TO W-VALCREDTR
           MOVE SPACES TO W-DSCTIPO
           IF W-TIPOTRANS = "I"
               MOVE "ABERTURA DE LOCACAO" TO W-DSCTIPO.
           IF W-TIPOTRANS = "A"
               MOVE "ALTERACAO/DEVOLUCAO" TO W-DSCTIPO.
           IF W-TIPOTRANS = "S"
               MOVE "BAIXA DE SINAL" TO W-DSCTIPO.
           IF W-TIPOTRANS = "F"
               MOVE "NOTA FISCAL DE SERVICO" TO W-DSCTIPO.
           IF W-TIPOTRANS = "G"
               MOVE "ABERTURA DE GRUPO" TO W-DSCTIPO.
           IF W-TIPOTRANS = "H"
               MOVE "FECHAMENTO DE GRUPO" TO W-DSCTIPO.
           PERFORM CARREGA-PASSOS THRU CARREGA-PASSOS-FIM
           PERFORM VERIFICA-ROTEIRO THRU VERIFICA-ROTEIRO-FIM.
      *
      *--------------------------------------------------------------
      * PASSOS DA TRANSACAO ESCOLHIDA
      *--------------------------------------------------------------
      *
       MOSTRA-PASSOS.
           PERFORM MOSTRA-CAB THRU MOSTRA-CAB-FIM
           MOVE 1 TO W-IX.
       MOSTRA-PASSOS-LIN.
           IF W-IX > W-QTDPASSO
               GO TO MOSTRA-PASSOS-ROT.
           IF W-LIN > 17
               DISPLAY (19, 01) "   TECLE ENTER PARA VER MAIS PASSOS"
               ACCEPT (19, 38) W-CONF
               PERFORM MOSTRA-CAB THRU MOSTRA-CAB-FIM.
           MOVE TP-SEQ (W-IX) TO LP-SEQ
           MOVE TP-ARQ (W-IX) TO LP-ARQ
           MOVE TP-LETRA (W-IX) TO LP-LETRA
           MOVE SPACES TO LP-ACAO LP-SIT
           IF TP-ACAO (W-IX) = "W"
               MOVE "INCLUSAO" TO LP-ACAO.
           IF TP-ACAO (W-IX) = "R"
               MOVE "REGRAVACAO" TO LP-ACAO.
           IF TP-ACAO (W-IX) = "D"
               MOVE "EXCLUSAO" TO LP-ACAO.
           IF TP-SIT (W-IX) = "P"
               MOVE "PENDENTE" TO LP-SIT.
           IF TP-SIT (W-IX) = "F"
               MOVE "FEITO" TO LP-SIT.
           IF TP-SIT (W-IX) = "R"
               MOVE "REFEITO" TO LP-SIT.
           IF TP-SIT (W-IX) = "D"
               MOVE "DESFEITO" TO LP-SIT.
           DISPLAY (W-LIN, 04) W-LINPASSO
           ADD 1 TO W-LIN
           ADD 1 TO W-IX
           GO TO MOSTRA-PASSOS-LIN.
       MOSTRA-PASSOS-ROT.
           DISPLAY (19, 01) LIMPA
           IF W-QTDPASSO = ZEROS
               DISPLAY (06, 04)
                   "NENHUM PASSO REGISTRADO -- NADA FOI GRAVADO".
           DISPLAY (18, 01) "   ROTEIRO: " W-ROTEIRO
               "   SEM REGISTRO: " W-SEMREG
           IF W-FALTAM NOT = SPACES
               DISPLAY (19, 01)
                   "   FALTA PASSO QUE NAO DA PARA REFAZER -- "
                   "SO DESFAZER".
      *
       ACC-DECISAO.
           MOVE SPACES TO W-DECISAO
           DISPLAY (20, 01)
               "   C=COMPLETAR  D=DESFAZER  0=VOLTA...: ".
           ACCEPT (20, 42) W-DECISAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR W-DECISAO = "0"
               GO TO LISTA-ABERTAS.
           IF W-DECISAO = "c" MOVE "C" TO W-DECISAO.
           IF W-DECISAO = "d" MOVE "D" TO W-DECISAO.
           IF W-DECISAO NOT = "C" AND "D"
               MOVE "* OPCAO C, D OU 0 *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-DECISAO.
           IF W-DECISAO = "C" AND W-FALTAM NOT = SPACES
               MOVE "* PASSO SEM REGISTRO - USE DESFAZER *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-DECISAO.
           MOVE "S" TO W-CONF
           DISPLAY (21, 01) "   CONFIRMA (S/N)...................: ".
           ACCEPT (21, 42) W-CONF WITH UPDATE
           IF W-CONF NOT = "S" AND "s"
               GO TO ACC-DECISAO.
           MOVE ZEROS TO W-QTDPEND
           IF W-QTDPASSO = ZEROS
               MOVE "D" TO W-NOVASIT
               GO TO FECHA-TRANS.
           IF W-DECISAO = "D"
               GO TO DESFAZ.
      *
      *--------------------------------------------------------------
      * COMPLETAR: PASSOS PENDENTES NA ORDEM EM QUE FORAM GRAVADOS,
      * DEPOIS A BIKE E O INDICE DE CADA LOCACAO DA TRANSACAO E O
      * CUPOM/NOTA DE CREDITO DO ROTEIRO QUE FICARAM SEM PASSO
      *--------------------------------------------------------------
      *
       COMPLETA.
           MOVE 1 TO W-IX.
       COMPLETA-PROX.
           IF W-IX > W-QTDPASSO
               GO TO COMPLETA-DERIVA.
           PERFORM COMPLETA-PASSO THRU COMPLETA-PASSO-FIM
           ADD 1 TO W-IX
           GO TO COMPLETA-PROX.
       COMPLETA-DERIVA.
           MOVE 1 TO W-IX.
       COMPLETA-DERIVA-PROX.
           IF W-IX > W-QTDPASSO
               GO TO COMPLETA-ROTEIRO.
           IF TP-LETRA (W-IX) = "L"
               PERFORM SINC-LOCACAO THRU SINC-LOCACAO-FIM.
           ADD 1 TO W-IX
           GO TO COMPLETA-DERIVA-PROX.
       COMPLETA-ROTEIRO.
           PERFORM SINC-CUPOM THRU SINC-CUPOM-FIM
           PERFORM SINC-CREDNOTA THRU SINC-CREDNOTA-FIM
           MOVE "R" TO W-NOVASIT
           GO TO FECHA-TRANS.
      *
      *--------------------------------------------------------------
      * DESFAZER: DO ULTIMO PASSO PARA O PRIMEIRO
      *--------------------------------------------------------------
      *
       DESFAZ.
           MOVE W-QTDPASSO TO W-IX.
       DESFAZ-PROX.
           IF W-IX < 1
               GO TO DESFAZ-FIM.
           PERFORM DESFAZ-PASSO THRU DESFAZ-PASSO-FIM
           SUBTRACT 1 FROM W-IX
           GO TO DESFAZ-PROX.
       DESFAZ-FIM.
           MOVE "D" TO W-NOVASIT.
      *
       FECHA-TRANS.
           DISPLAY (22, 01) LIMPA
           IF W-QTDPEND > ZEROS
               MOVE "* PASSO NAO TRATADO - TRANSACAO CONTINUA ABERTA *"
                   TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO RECARREGA.
           MOVE W-NUMTRANS TO NUMTRANS-JR
           MOVE ZEROS TO SEQ-JR
           READ CADJORNAL
           IF ST-JOR NOT = "00"
               MOVE "* ERRO NA LEITURA DO DIARIO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO RECARREGA.
           MOVE W-NOVASIT TO SIT-JR
           MOVE W-SUPERV TO SUPERV-JR
           MOVE W-DATAHOJE TO DTREC-JR
           REWRITE REGJORNAL
           IF ST-JOR NOT = "00"
               MOVE "* ERRO NA GRAVACAO DO DIARIO *" TO MENS
           ELSE
               IF W-NOVASIT = "R"
                   MOVE "* TRANSACAO COMPLETADA *" TO MENS
               ELSE
                   MOVE "* TRANSACAO DESFEITA *" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO RECARREGA.
      *
      *--------------------------------------------------------------
      * CARGA DAS TRANSACOES ABERTAS (CABECALHOS COM SITUACAO A)
      *--------------------------------------------------------------
      *
       CARREGA-ABERTAS.
           MOVE ZEROS TO W-QTDABERTA
           MOVE SPACES TO TABABERTA
           MOVE ZEROS TO KEYJORNAL
           START CADJORNAL KEY IS NOT LESS KEYJORNAL
           IF ST-JOR NOT = "00"
               GO TO CARREGA-ABERTAS-FIM.
       CARREGA-ABERTAS-LE.
           READ CADJORNAL NEXT
           IF ST-JOR NOT = "00"
               GO TO CARREGA-ABERTAS-FIM.
           IF SEQ-JR NOT = ZEROS OR SIT-JR NOT = "A"
               GO TO CARREGA-ABERTAS-LE.
           ADD 1 TO W-QTDABERTA
           IF W-QTDABERTA > 14
               GO TO CARREGA-ABERTAS-LE.
           MOVE DT-JR TO W-DTJR
           MOVE HR-JR TO W-HRJR
           MOVE NUMTRANS-JR TO LA-NUM
           MOVE W-DIAJR TO LA-DIA
           MOVE W-MESJR TO LA-MES
           MOVE W-ANOJR TO LA-ANO
           MOVE W-HHJR TO LA-HH
           MOVE W-MMJR TO LA-MM
           MOVE PROG-JR TO LA-PROG
           MOVE TIPOTRANS-JR TO LA-TIPO
           MOVE OPER-JR TO LA-OPER
           MOVE KEYLOCACAO-JR TO LA-REF
           MOVE W-LINABERTA TO TA-LINHA (W-QTDABERTA)
           GO TO CARREGA-ABERTAS-LE.
       CARREGA-ABERTAS-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * CARGA DOS PASSOS DA TRANSACAO (SEM AS IMAGENS, QUE SAO LIDAS
      * DO DIARIO NA HORA DE TRATAR CADA PASSO)
      *--------------------------------------------------------------
      *
       CARREGA-PASSOS.
           MOVE ZEROS TO W-QTDPASSO W-ULTSEQ
           MOVE W-NUMTRANS TO NUMTRANS-JR
           MOVE 1 TO SEQ-JR
           START CADJORNAL KEY IS NOT LESS KEYJORNAL
           IF ST-JOR NOT = "00"
               GO TO CARREGA-PASSOS-FIM.
       CARREGA-PASSOS-LE.
           READ CADJORNAL NEXT
           IF ST-JOR NOT = "00" OR NUMTRANS-JR NOT = W-NUMTRANS
               GO TO CARREGA-PASSOS-FIM.
           MOVE SEQ-JR TO W-ULTSEQ
           IF W-QTDPASSO = 200
               GO TO CARREGA-PASSOS-LE.
           ADD 1 TO W-QTDPASSO
           MOVE SEQ-JR TO TP-SEQ (W-QTDPASSO)
           MOVE ARQ-JR TO TP-ARQ (W-QTDPASSO)
           MOVE ACAO-JR TO TP-ACAO (W-QTDPASSO)
           MOVE LETRA-JR TO TP-LETRA (W-QTDPASSO)
           MOVE SIT-JR TO TP-SIT (W-QTDPASSO)
           GO TO CARREGA-PASSOS-LE.
       CARREGA-PASSOS-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * CONFERE O ROTEIRO DO CABECALHO COM OS PASSOS REGISTRADOS:
      * BIKE (B) E INDICE (A) SAO REFEITOS A PARTIR DA LOCACAO, CUPOM
      * (U) E NOTA DE CREDITO (N) A PARTIR DO CABECALHO; QUALQUER
      * OUTRA LETRA SEM PASSO IMPEDE COMPLETAR (W-FALTAM)
      *--------------------------------------------------------------
      *
       VERIFICA-ROTEIRO.
           MOVE SPACES TO W-FALTAM W-SEMREG
           MOVE "N" TO W-FALTAU W-FALTAN
           MOVE ZEROS TO W-IF W-IS
           MOVE 1 TO W-IR.
       VERIFICA-ROTEIRO-LETRA.
           IF W-IR > 10
               GO TO VERIFICA-ROTEIRO-FIM.
           MOVE W-ROTEIRO (W-IR:1) TO W-LETRA
           IF W-LETRA = SPACE
               GO TO VERIFICA-ROTEIRO-PROX.
           MOVE "N" TO W-ACHOU
           MOVE 1 TO W-IX2.
       VERIFICA-ROTEIRO-BUSCA.
           IF W-IX2 > W-QTDPASSO
               GO TO VERIFICA-ROTEIRO-AVALIA.
           IF TP-LETRA (W-IX2) = W-LETRA
               MOVE "S" TO W-ACHOU
               GO TO VERIFICA-ROTEIRO-AVALIA.
           ADD 1 TO W-IX2
           GO TO VERIFICA-ROTEIRO-BUSCA.
       VERIFICA-ROTEIRO-AVALIA.
           IF W-ACHOU = "S"
               GO TO VERIFICA-ROTEIRO-PROX.
           ADD 1 TO W-IS
           MOVE W-LETRA TO W-SEMREG (W-IS:1)
           IF W-LETRA = "U"
               MOVE "S" TO W-FALTAU
               GO TO VERIFICA-ROTEIRO-PROX.
           IF W-LETRA = "N"
               MOVE "S" TO W-FALTAN
               GO TO VERIFICA-ROTEIRO-PROX.
           IF W-LETRA = "B" OR "A"
               GO TO VERIFICA-ROTEIRO-PROX.
           ADD 1 TO W-IF
           MOVE W-LETRA TO W-FALTAM (W-IF:1).
       VERIFICA-ROTEIRO-PROX.
           ADD 1 TO W-IR
           GO TO VERIFICA-ROTEIRO-LETRA.
       VERIFICA-ROTEIRO-FIM.
           EXIT.
      *
       MOSTRA-CAB.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 01) "  * TRANSACAO INTERROMPIDA " W-NUMTRANS
               " *"
           DISPLAY (02, 01) "   " W-PROGTRANS " " W-TIPOTRANS " - "
               W-DSCTIPO "  OPERADOR " W-OPERTRANS
           DISPLAY (03, 01) "   REFERENCIA: " W-KEYTRANS
           DISPLAY (04, 01)
               "   SEQ ARQUIVO      OPERACAO   P  SITUACAO"
           MOVE 5 TO W-LIN.
       MOSTRA-CAB-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * TRATAMENTO DE UM PASSO
      *--------------------------------------------------------------
      *
       COMPLETA-PASSO.
           IF TP-SIT (W-IX) NOT = "P" AND NOT = "D"
               GO TO COMPLETA-PASSO-FIM.
           PERFORM LE-PASSO THRU LE-PASSO-FIM
           IF W-ARQOK NOT = "S"
               ADD 1 TO W-QTDPEND
               GO TO COMPLETA-PASSO-FIM.
           IF W-IMGATUAL = W-IMGDEPOIS
               MOVE "R" TO W-NOVASIT
               PERFORM MARCA-PASSO THRU MARCA-PASSO-FIM
               GO TO COMPLETA-PASSO-FIM.
           MOVE "S" TO W-CONF
           MOVE "REFAZ" TO W-VERBO
           IF W-IMGATUAL NOT = W-IMGANTES
               MOVE "N" TO W-CONF
               MOVE "REFAZ (MUDOU)" TO W-VERBO.
           PERFORM CONFIRMA-ARQ THRU CONFIRMA-ARQ-FIM
           IF W-CONF NOT = "S"
               ADD 1 TO W-QTDPEND
               GO TO COMPLETA-PASSO-FIM.
           MOVE W-IMGDEPOIS TO W-IMGNOVA
           MOVE "G" TO W-OPARQ
           PERFORM ACESSA-ARQ THRU ACESSA-ARQ-FIM
           IF W-GRAVOU NOT = "S"
               ADD 1 TO W-QTDPEND
               MOVE "* ERRO NA GRAVACAO DO PASSO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO COMPLETA-PASSO-FIM.
           MOVE "R" TO W-NOVASIT
           PERFORM MARCA-PASSO THRU MARCA-PASSO-FIM.
       COMPLETA-PASSO-FIM.
           EXIT.
      *
       DESFAZ-PASSO.
           IF TP-SIT (W-IX) = "D"
               GO TO DESFAZ-PASSO-FIM.
           PERFORM LE-PASSO THRU LE-PASSO-FIM
           IF W-ARQOK NOT = "S"
               ADD 1 TO W-QTDPEND
               GO TO DESFAZ-PASSO-FIM.
           IF W-IMGATUAL = W-IMGANTES
               MOVE "D" TO W-NOVASIT
               PERFORM MARCA-PASSO THRU MARCA-PASSO-FIM
               GO TO DESFAZ-PASSO-FIM.
           MOVE "S" TO W-CONF
           MOVE "DESFAZ" TO W-VERBO
           IF W-IMGATUAL NOT = W-IMGDEPOIS
               MOVE "N" TO W-CONF
               MOVE "DESFAZ (MUDOU)" TO W-VERBO.
           PERFORM CONFIRMA-ARQ THRU CONFIRMA-ARQ-FIM
           IF W-CONF NOT = "S"
               ADD 1 TO W-QTDPEND
               GO TO DESFAZ-PASSO-FIM.
           MOVE W-IMGANTES TO W-IMGNOVA
           MOVE "G" TO W-OPARQ
           PERFORM ACESSA-ARQ THRU ACESSA-ARQ-FIM
           IF W-GRAVOU NOT = "S"
               ADD 1 TO W-QTDPEND
               MOVE "* ERRO NA GRAVACAO DO PASSO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO DESFAZ-PASSO-FIM.
           MOVE "D" TO W-NOVASIT
           PERFORM MARCA-PASSO THRU MARCA-PASSO-FIM.
       DESFAZ-PASSO-FIM.
           EXIT.
      *
      * LE O PASSO W-IX DO DIARIO E O REGISTRO ATUAL DO ARQUIVO (A
      * CHAVE VEM DA IMAGEM DEPOIS, OU DA ANTES NA EXCLUSAO)
       LE-PASSO.
           MOVE "N" TO W-ARQOK
           MOVE W-NUMTRANS TO NUMTRANS-JR
           MOVE TP-SEQ (W-IX) TO SEQ-JR
           READ CADJORNAL
           IF ST-JOR NOT = "00"
               GO TO LE-PASSO-FIM.
           MOVE TP-SEQ (W-IX) TO W-SEQATU
           MOVE ARQ-JR TO W-ARQ
           MOVE ANTES-JR TO W-IMGANTES
           MOVE DEPOIS-JR TO W-IMGDEPOIS
           MOVE W-IMGDEPOIS TO W-IMGCHAVE
           IF W-IMGDEPOIS = SPACES
               MOVE W-IMGANTES TO W-IMGCHAVE.
           MOVE "L" TO W-OPARQ
           PERFORM ACESSA-ARQ THRU ACESSA-ARQ-FIM
           IF W-ARQOK NOT = "S"
               MOVE "* ARQUIVO DO PASSO NAO ESTA DISPONIVEL *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM.
       LE-PASSO-FIM.
           EXIT.
      *
       CONFIRMA-ARQ.
           DISPLAY (22, 01) LIMPA
           DISPLAY (22, 01) "   " W-VERBO " " W-ARQ " PASSO " W-SEQATU
               " (S/N): ".
           ACCEPT (22, 49) W-CONF WITH UPDATE
           IF W-CONF = "s"
               MOVE "S" TO W-CONF.
       CONFIRMA-ARQ-FIM.
           EXIT.
      *
       MARCA-PASSO.
           MOVE W-NOVASIT TO TP-SIT (W-IX)
           MOVE W-NUMTRANS TO NUMTRANS-JR
           MOVE TP-SEQ (W-IX) TO SEQ-JR
           READ CADJORNAL
           IF ST-JOR = "00"
               MOVE W-NOVASIT TO SIT-JR
               REWRITE REGJORNAL.
       MARCA-PASSO-FIM.
           EXIT.
      *
      * AJUSTE FEITO NA RECUPERACAO ENTRA NO DIARIO COMO PASSO NOVO
      * JA REFEITO (W-IMGANTES/W-IMGNOVA)
       GRAVA-PASSO-REC.
           ADD 1 TO W-ULTSEQ
           MOVE SPACES TO REGJORNAL
           MOVE W-NUMTRANS TO NUMTRANS-JR
           MOVE W-ULTSEQ TO SEQ-JR
           MOVE "R" TO SIT-JR
           ACCEPT DT-JR FROM DATE YYYYMMDD
           ACCEPT HR-JR FROM TIME
           MOVE W-ARQ TO ARQ-JR
           MOVE W-ACAOREC TO ACAO-JR
           MOVE W-LETRAREC TO LETRA-JR
           MOVE W-IMGANTES TO ANTES-JR
           MOVE W-IMGNOVA TO DEPOIS-JR
           WRITE REGJORNAL.
       GRAVA-PASSO-REC-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * BIKE E INDICE DE LOCACOES EM ABERTO A PARTIR DA LOCACAO
      * GRAVADA PELA TRANSACAO (MESMAS REGRAS DO SYNC-CADBIKE E DO
      * ATUALIZA-LOCAB DO SGB004). SE A LOCACAO JA MUDOU DEPOIS DA
      * TRANSACAO NAO MEXE
      *--------------------------------------------------------------
      *
       SINC-LOCACAO.
           IF TP-SIT (W-IX) NOT = "F" AND NOT = "R"
               GO TO SINC-LOCACAO-FIM.
           PERFORM LE-PASSO THRU LE-PASSO-FIM
           IF W-ARQOK NOT = "S" OR W-IMGDEPOIS = SPACES
               GO TO SINC-LOCACAO-FIM.
           IF W-IMGATUAL NOT = W-IMGDEPOIS
               MOVE "* LOCACAO MUDOU - BIKE E INDICE NAO MEXIDOS *"
                   TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO SINC-LOCACAO-FIM.
           PERFORM SINC-BIKE THRU SINC-BIKE-FIM
           PERFORM SINC-LOCAB THRU SINC-LOCAB-FIM.
       SINC-LOCACAO-FIM.
           EXIT.
      *
       SINC-BIKE.
           IF W-OKBIKE NOT = "S"
               GO TO SINC-BIKE-FIM.
           MOVE FKNUM-BIKE TO NUM-BIKE
           READ CADBIKE
           IF ST-ERRO NOT = "00"
               GO TO SINC-BIKE-FIM.
           MOVE REGBIKE TO W-IMGANTES
           IF STATUS-BIKE = "L" OR "l"
               MOVE "L" TO SITUAC
               MOVE "LOCADA     " TO SITUACDESC
           ELSE
               IF SITUAC = "L" OR "l"
                   ADD HRUSO TO HORASACUM
                   MOVE "A" TO SITUAC
                   MOVE "ATIVA      " TO SITUACDESC.
           MOVE REGBIKE TO W-IMGNOVA
           IF W-IMGNOVA = W-IMGANTES
               GO TO SINC-BIKE-FIM.
           MOVE "CADBIKE" TO W-ARQ
           MOVE "SINCRONIZA" TO W-VERBO
           MOVE ZEROS TO W-SEQATU
           MOVE "S" TO W-CONF
           PERFORM CONFIRMA-ARQ THRU CONFIRMA-ARQ-FIM
           IF W-CONF NOT = "S"
               ADD 1 TO W-QTDPEND
               GO TO SINC-BIKE-FIM.
           REWRITE REGBIKE
           IF ST-ERRO NOT = "00"
               ADD 1 TO W-QTDPEND
               GO TO SINC-BIKE-FIM.
           MOVE "R" TO W-ACAOREC
           MOVE "B" TO W-LETRAREC
           PERFORM GRAVA-PASSO-REC THRU GRAVA-PASSO-REC-FIM.
       SINC-BIKE-FIM.
           EXIT.
      *
       SINC-LOCAB.
           IF W-OKLOCAB NOT = "S"
               GO TO SINC-LOCAB-FIM.
           MOVE FKNUM-BIKE TO NUMBIKE-AB
           READ CADLOCAB
           MOVE SPACES TO W-IMGANTES
           MOVE "N" TO W-EXISTE
           IF ST-ERRO = "00"
               MOVE "S" TO W-EXISTE
               MOVE REGLOCAB TO W-IMGANTES.
           IF DTENTREGA = ZEROS
               GO TO SINC-LOCAB-MONTA.
           IF W-EXISTE NOT = "S" OR KEYLOC-AB NOT = KEYLOCACAO
               GO TO SINC-LOCAB-FIM.
           MOVE SPACES TO W-IMGNOVA
           MOVE "D" TO W-ACAOREC
           GO TO SINC-LOCAB-CONF.
       SINC-LOCAB-MONTA.
           MOVE FKNUM-BIKE TO NUMBIKE-AB
           MOVE ANO-PREV TO ANOPREV-AB
           MOVE MES-PREV TO MESPREV-AB
           MOVE DIA-PREV TO DIAPREV-AB
           MOVE HRPREVISAO TO HRPREV-AB
           MOVE MINPREVISAO TO MINPREV-AB
           MOVE KEYLOCACAO TO KEYLOC-AB
           MOVE FKCPF-CLI TO CPF-AB
           MOVE NUMCONTRATO TO NUMCONTR-AB
           MOVE CODFILIAL-LOC TO FILIAL-AB
           MOVE GRUPO-LOC TO GRUPO-AB
           MOVE REGLOCAB TO W-IMGNOVA
           IF W-IMGNOVA = W-IMGANTES
               GO TO SINC-LOCAB-FIM.
           MOVE "W" TO W-ACAOREC
           IF W-EXISTE = "S"
               MOVE "R" TO W-ACAOREC.
       SINC-LOCAB-CONF.
           MOVE "CADLOCAB" TO W-ARQ
           MOVE "SINCRONIZA" TO W-VERBO
           MOVE ZEROS TO W-SEQATU
           MOVE "S" TO W-CONF
           PERFORM CONFIRMA-ARQ THRU CONFIRMA-ARQ-FIM
           IF W-CONF NOT = "S"
               ADD 1 TO W-QTDPEND
               GO TO SINC-LOCAB-FIM.
           IF W-ACAOREC = "D"
               DELETE CADLOCAB RECORD.
           IF W-ACAOREC = "R"
               REWRITE REGLOCAB.
           IF W-ACAOREC = "W"
               WRITE REGLOCAB.
           IF ST-ERRO NOT = "00" AND NOT = "02"
               ADD 1 TO W-QTDPEND
               GO TO SINC-LOCAB-FIM.
           MOVE "A" TO W-LETRAREC
           PERFORM GRAVA-PASSO-REC THRU GRAVA-PASSO-REC-FIM.
       SINC-LOCAB-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * CUPOM E NOTA DE CREDITO DO ROTEIRO QUE NAO CHEGARAM A SER
      * CONSUMIDOS (MESMAS REGRAS DO CONSOME-CUPOM/CONSOME-CREDNOTA
      * DO SGB004)
      *--------------------------------------------------------------
      *
       SINC-CUPOM.
           IF W-FALTAU NOT = "S" OR W-OKCUP NOT = "S"
               GO TO SINC-CUPOM-FIM.
           MOVE W-CUPOMTR TO CODCUPOM
           READ CADCUPOM
           IF ST-ERRO NOT = "00"
               GO TO SINC-CUPOM-FIM.
           MOVE REGCUPOM TO W-IMGANTES
           ADD 1 TO QTDUSADA
           MOVE REGCUPOM TO W-IMGNOVA
           MOVE "CADCUPOM" TO W-ARQ
           MOVE "CONSOME CUPOM" TO W-VERBO
           MOVE ZEROS TO W-SEQATU
           MOVE "S" TO W-CONF
           PERFORM CONFIRMA-ARQ THRU CONFIRMA-ARQ-FIM
           IF W-CONF NOT = "S"
               ADD 1 TO W-QTDPEND
               GO TO SINC-CUPOM-FIM.
           REWRITE REGCUPOM
           IF ST-ERRO NOT = "00"
               ADD 1 TO W-QTDPEND
               GO TO SINC-CUPOM-FIM.
           MOVE "R" TO W-ACAOREC
           MOVE "U" TO W-LETRAREC
           PERFORM GRAVA-PASSO-REC THRU GRAVA-PASSO-REC-FIM.
       SINC-CUPOM-FIM.
           EXIT.
      *
       SINC-CREDNOTA.
           IF W-FALTAN NOT = "S" OR W-OKCRD NOT = "S"
               GO TO SINC-CREDNOTA-FIM.
           MOVE W-NUMCREDTR TO NUMCRED
           READ CADCREDNOTA
           IF ST-ERRO NOT = "00"
               GO TO SINC-CREDNOTA-FIM.
           MOVE REGCRED TO W-IMGANTES
           ADD W-VALCREDTR TO VALUSADO-CRED
           IF VALUSADO-CRED NOT < VALCRED
               MOVE "U" TO SITCRED
               MOVE "UTILIZADA " TO DSCSITCRED.
           MOVE REGCRED TO W-IMGNOVA
           MOVE "CADCREDNOTA" TO W-ARQ
           MOVE "CONSOME NOTA" TO W-VERBO
           MOVE ZEROS TO W-SEQATU
           MOVE "S" TO W-CONF
           PERFORM CONFIRMA-ARQ THRU CONFIRMA-ARQ-FIM
           IF W-CONF NOT = "S"
               ADD 1 TO W-QTDPEND
               GO TO SINC-CREDNOTA-FIM.
           REWRITE REGCRED
           IF ST-ERRO NOT = "00"
               ADD 1 TO W-QTDPEND
               GO TO SINC-CREDNOTA-FIM.
           MOVE "R" TO W-ACAOREC
           MOVE "N" TO W-LETRAREC
           PERFORM GRAVA-PASSO-REC THRU GRAVA-PASSO-REC-FIM.
       SINC-CREDNOTA-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * ACESSO AO ARQUIVO DO PASSO PELO NOME GRAVADO NO DIARIO:
      *   W-OPARQ L = LE PELA CHAVE DE W-IMGCHAVE (W-EXISTE E
      *               W-IMGATUAL)
      *   W-OPARQ G = GRAVA W-IMGNOVA NO LUGAR DO REGISTRO LIDO
      *               (BRANCOS = EXCLUI) -- W-GRAVOU
      *--------------------------------------------------------------
      *
       ACESSA-ARQ.
           MOVE "N" TO W-ARQOK W-GRAVOU
           IF W-OPARQ = "L"
               MOVE "N" TO W-EXISTE
               MOVE SPACES TO W-IMGATUAL.
           IF W-ARQ = "CADLOC"
               PERFORM ARQ-LOC THRU ARQ-LOC-FIM.
           IF W-ARQ = "CADBIKE"
               PERFORM ARQ-BIKE THRU ARQ-BIKE-FIM.
           IF W-ARQ = "CADLOCAB"
               PERFORM ARQ-LOCAB THRU ARQ-LOCAB-FIM.
           IF W-ARQ = "CADCUPOM"
               PERFORM ARQ-CUPOM THRU ARQ-CUPOM-FIM.
           IF W-ARQ = "CADCREDNOTA"
               PERFORM ARQ-CRED THRU ARQ-CRED-FIM.
           IF W-ARQ = "CADPAG"
               PERFORM ARQ-PAG THRU ARQ-PAG-FIM.
           IF W-ARQ = "CADSINAL"
               PERFORM ARQ-SINAL THRU ARQ-SINAL-FIM.
           IF W-ARQ = "CADCONTROLE"
               PERFORM ARQ-CTRL THRU ARQ-CTRL-FIM.
           IF W-ARQ = "CADNFS"
               PERFORM ARQ-NFS THRU ARQ-NFS-FIM.
           IF W-ARQ = "CADGRUPO"
               PERFORM ARQ-GRUPO THRU ARQ-GRUPO-FIM.
       ACESSA-ARQ-FIM.
           EXIT.
      *
       ARQ-LOC.
           IF W-OKLOC NOT = "S"
               GO TO ARQ-LOC-FIM.
           MOVE "S" TO W-ARQOK
           IF W-OPARQ = "G"
               GO TO ARQ-LOC-GRAVA.
           MOVE W-IMGCHAVE TO REGLOC
           READ CADLOC
           IF ST-ERRO = "00"
               MOVE "S" TO W-EXISTE
               MOVE REGLOC TO W-IMGATUAL.
           GO TO ARQ-LOC-FIM.
       ARQ-LOC-GRAVA.
           IF W-IMGNOVA = SPACES
               DELETE CADLOC RECORD
           ELSE
               MOVE W-IMGNOVA TO REGLOC
               IF W-EXISTE = "S"
                   REWRITE REGLOC
               ELSE
                   WRITE REGLOC.
           IF ST-ERRO = "00" OR "02"
               MOVE "S" TO W-GRAVOU.
       ARQ-LOC-FIM.
           EXIT.
      *
       ARQ-BIKE.
           IF W-OKBIKE NOT = "S"
               GO TO ARQ-BIKE-FIM.
           MOVE "S" TO W-ARQOK
           IF W-OPARQ = "G"
               GO TO ARQ-BIKE-GRAVA.
           MOVE W-IMGCHAVE TO REGBIKE
           READ CADBIKE
           IF ST-ERRO = "00"
               MOVE "S" TO W-EXISTE
               MOVE REGBIKE TO W-IMGATUAL.
           GO TO ARQ-BIKE-FIM.
       ARQ-BIKE-GRAVA.
           IF W-IMGNOVA = SPACES
               DELETE CADBIKE RECORD
           ELSE
               MOVE W-IMGNOVA TO REGBIKE
               IF W-EXISTE = "S"
                   REWRITE REGBIKE
               ELSE
                   WRITE REGBIKE.
           IF ST-ERRO = "00" OR "02"
               MOVE "S" TO W-GRAVOU.
       ARQ-BIKE-FIM.
           EXIT.
      *
       ARQ-LOCAB.
           IF W-OKLOCAB NOT = "S"
               GO TO ARQ-LOCAB-FIM.
           MOVE "S" TO W-ARQOK
           IF W-OPARQ = "G"
               GO TO ARQ-LOCAB-GRAVA.
           MOVE W-IMGCHAVE TO REGLOCAB
           READ CADLOCAB
           IF ST-ERRO = "00"
               MOVE "S" TO W-EXISTE
               MOVE REGLOCAB TO W-IMGATUAL.
           GO TO ARQ-LOCAB-FIM.
       ARQ-LOCAB-GRAVA.
           IF W-IMGNOVA = SPACES
               DELETE CADLOCAB RECORD
           ELSE
               MOVE W-IMGNOVA TO REGLOCAB
               IF W-EXISTE = "S"
                   REWRITE REGLOCAB
               ELSE
                   WRITE REGLOCAB.
           IF ST-ERRO = "00" OR "02"
               MOVE "S" TO W-GRAVOU.
       ARQ-LOCAB-FIM.
           EXIT.
      *
       ARQ-CUPOM.
           IF W-OKCUP NOT = "S"
               GO TO ARQ-CUPOM-FIM.
           MOVE "S" TO W-ARQOK
           IF W-OPARQ = "G"
               GO TO ARQ-CUPOM-GRAVA.
           MOVE W-IMGCHAVE TO REGCUPOM
           READ CADCUPOM
           IF ST-ERRO = "00"
               MOVE "S" TO W-EXISTE
               MOVE REGCUPOM TO W-IMGATUAL.
           GO TO ARQ-CUPOM-FIM.
       ARQ-CUPOM-GRAVA.
           IF W-IMGNOVA = SPACES
               DELETE CADCUPOM RECORD
           ELSE
               MOVE W-IMGNOVA TO REGCUPOM
               IF W-EXISTE = "S"
                   REWRITE REGCUPOM
               ELSE
                   WRITE REGCUPOM.
           IF ST-ERRO = "00"
               MOVE "S" TO W-GRAVOU.
       ARQ-CUPOM-FIM.
           EXIT.
      *
       ARQ-CRED.
           IF W-OKCRD NOT = "S"
               GO TO ARQ-CRED-FIM.
           MOVE "S" TO W-ARQOK
           IF W-OPARQ = "G"
               GO TO ARQ-CRED-GRAVA.
           MOVE W-IMGCHAVE TO REGCRED
           READ CADCREDNOTA
           IF ST-ERRO = "00"
               MOVE "S" TO W-EXISTE
               MOVE REGCRED TO W-IMGATUAL.
           GO TO ARQ-CRED-FIM.
       ARQ-CRED-GRAVA.
           IF W-IMGNOVA = SPACES
               DELETE CADCREDNOTA RECORD
           ELSE
               MOVE W-IMGNOVA TO REGCRED
               IF W-EXISTE = "S"
                   REWRITE REGCRED
               ELSE
                   WRITE REGCRED.
           IF ST-ERRO = "00" OR "02"
               MOVE "S" TO W-GRAVOU.
       ARQ-CRED-FIM.
           EXIT.
      *
       ARQ-PAG.
           IF W-OKPAG NOT = "S"
               GO TO ARQ-PAG-FIM.
           MOVE "S" TO W-ARQOK
           IF W-OPARQ = "G"
               GO TO ARQ-PAG-GRAVA.
           MOVE W-IMGCHAVE TO REGPAG
           READ CADPAG
           IF ST-ERRO = "00"
               MOVE "S" TO W-EXISTE
               MOVE REGPAG TO W-IMGATUAL.
           GO TO ARQ-PAG-FIM.
       ARQ-PAG-GRAVA.
           IF W-IMGNOVA = SPACES
               DELETE CADPAG RECORD
           ELSE
               MOVE W-IMGNOVA TO REGPAG
               IF W-EXISTE = "S"
                   REWRITE REGPAG
               ELSE
                   WRITE REGPAG.
           IF ST-ERRO = "00" OR "02"
               MOVE "S" TO W-GRAVOU.
       ARQ-PAG-FIM.
           EXIT.
      *
       ARQ-SINAL.
           IF W-OKSIN NOT = "S"
               GO TO ARQ-SINAL-FIM.
           MOVE "S" TO W-ARQOK
           IF W-OPARQ = "G"
               GO TO ARQ-SINAL-GRAVA.
           MOVE W-IMGCHAVE TO REGSINAL
           READ CADSINAL
           IF ST-ERRO = "00"
               MOVE "S" TO W-EXISTE
               MOVE REGSINAL TO W-IMGATUAL.
           GO TO ARQ-SINAL-FIM.
       ARQ-SINAL-GRAVA.
           IF W-IMGNOVA = SPACES
               DELETE CADSINAL RECORD
           ELSE
               MOVE W-IMGNOVA TO REGSINAL
               IF W-EXISTE = "S"
                   REWRITE REGSINAL
               ELSE
                   WRITE REGSINAL.
           IF ST-ERRO = "00"
               MOVE "S" TO W-GRAVOU.
       ARQ-SINAL-FIM.
           EXIT.
      *
       ARQ-CTRL.
           IF W-OKCTRL NOT = "S"
               GO TO ARQ-CTRL-FIM.
           MOVE "S" TO W-ARQOK
           IF W-OPARQ = "G"
               GO TO ARQ-CTRL-GRAVA.
           MOVE W-IMGCHAVE TO REGCTRL
           READ CADCONTROLE
           IF ST-ERRO = "00"
               MOVE "S" TO W-EXISTE
               MOVE REGCTRL TO W-IMGATUAL.
           GO TO ARQ-CTRL-FIM.
       ARQ-CTRL-GRAVA.
           IF W-IMGNOVA = SPACES
               DELETE CADCONTROLE RECORD
           ELSE
               MOVE W-IMGNOVA TO REGCTRL
               IF W-EXISTE = "S"
                   REWRITE REGCTRL
               ELSE
                   WRITE REGCTRL.
           IF ST-ERRO = "00"
               MOVE "S" TO W-GRAVOU.
       ARQ-CTRL-FIM.
           EXIT.
      *
       ARQ-NFS.
           IF W-OKNFS NOT = "S"
               GO TO ARQ-NFS-FIM.
           MOVE "S" TO W-ARQOK
           IF W-OPARQ = "G"
               GO TO ARQ-NFS-GRAVA.
           MOVE W-IMGCHAVE TO REGNFS
           READ CADNFS
           IF ST-ERRO = "00"
               MOVE "S" TO W-EXISTE
               MOVE REGNFS TO W-IMGATUAL.
           GO TO ARQ-NFS-FIM.
       ARQ-NFS-GRAVA.
           IF W-IMGNOVA = SPACES
               DELETE CADNFS RECORD
           ELSE
               MOVE W-IMGNOVA TO REGNFS
               IF W-EXISTE = "S"
                   REWRITE REGNFS
               ELSE
                   WRITE REGNFS.
           IF ST-ERRO = "00"
               MOVE "S" TO W-GRAVOU.
       ARQ-NFS-FIM.
           EXIT.
      *
       ARQ-GRUPO.
           IF W-OKGRP NOT = "S"
               GO TO ARQ-GRUPO-FIM.
           MOVE "S" TO W-ARQOK
           IF W-OPARQ = "G"
               GO TO ARQ-GRUPO-GRAVA.
           MOVE W-IMGCHAVE TO REGGRUPO
           READ CADGRUPO
           IF ST-ERRO = "00"
               MOVE "S" TO W-EXISTE
               MOVE REGGRUPO TO W-IMGATUAL.
           GO TO ARQ-GRUPO-FIM.
       ARQ-GRUPO-GRAVA.
           IF W-IMGNOVA = SPACES
               DELETE CADGRUPO RECORD
           ELSE
               MOVE W-IMGNOVA TO REGGRUPO
               IF W-EXISTE = "S"
                   REWRITE REGGRUPO
               ELSE
                   WRITE REGGRUPO.
           IF ST-ERRO = "00"
               MOVE "S" TO W-GRAVOU.
       ARQ-GRUPO-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * ENCERRAMENTO
      *--------------------------------------------------------------
      *
       ENCERRA.
           CLOSE CADJORNAL CADFUNC
           IF W-OKLOC = "S"
               CLOSE CADLOC.
           IF W-OKBIKE = "S"
               CLOSE CADBIKE.
           IF W-OKLOCAB = "S"
               CLOSE CADLOCAB.
           IF W-OKCUP = "S"
               CLOSE CADCUPOM.
           IF W-OKCRD = "S"
               CLOSE CADCREDNOTA.
           IF W-OKPAG = "S"
               CLOSE CADPAG.
           IF W-OKSIN = "S"
               CLOSE CADSINAL.
           IF W-OKCTRL = "S"
               CLOSE CADCONTROLE.
           IF W-OKNFS = "S"
               CLOSE CADNFS.
           IF W-OKGRP = "S"
               CLOSE CADGRUPO.
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
