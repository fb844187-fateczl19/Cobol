       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGB129.
       AUTHOR. VINICIUS ESCAME DOS SANTOS.
      *--------------------------------------------------------------
      * CHARGEBACKS E DISPUTAS DE CARTAO (CADCHARGE.DAT) -- QUANDO O
      * CLIENTE CONTESTA UM PAGAMENTO NO CARTAO O ADQUIRENTE ESTORNA
      * O VALOR, E A PARCELA DO CADPAG NAO PODE CONTINUAR 'P':
      *   I = IMPORTA O ARQUIVO DE CHARGEBACKS DO ADQUIRENTE
      *       (CHARGEBK.TXT) E CASA CADA LINHA COM A PARCELA DE
      *       CARTAO PAGA NA DATA E VALOR DA TRANSACAO
      *   R = REGISTRA UM CHARGEBACK DIGITADO, PELA CHAVE DA PARCELA
      *   E = DOSSIE DE EVIDENCIAS PARA A DEFESA (SPOOL): CONTRATO
      *       COMO NO SGB021, VISTORIAS DE RETIRADA E DEVOLUCAO
      *       (CADINSP) E PINGS DE GPS DA BIKE NO PERIODO (CADGPS)
      *   D = DECISAO DO ADQUIRENTE: GANHA (PARCELA VOLTA A 'P') OU
      *       PERDIDA (PARCELA REABRE 'A' COMO CONTA A RECEBER, COM
      *       VENCIMENTO NA DATA DA DECISAO; O SGB084 DESCONTA A
      *       DISPUTA PERDIDA NO SCORE DO CLIENTE)
      *   L = LISTA AS DISPUTAS EM ANDAMENTO COM O PRAZO DE DEFESA
      * ENQUANTO A DISPUTA CORRE A PARCELA FICA SITPARC = 'D'
      * ("DISPUTA "): NAO CONTA COMO PAGA NO CAIXA NEM COMO DIVIDA
      * DO CLIENTE NA COBRANCA
      *--------------------------------------------------------------
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT CADCHARGE
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMCHG
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS KEYPAG-CHG
                                            WITH DUPLICATES
                    ALTERNATE RECORD KEY IS REFADQ-CHG
                                            WITH DUPLICATES.

            SELECT CHARGEBK
                    ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-RET.

            SELECT CADPAG
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPAG
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS KEYLOCACAO-PAG
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

            SELECT CADCLI
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF-CLI
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS RG-CLI
                                            WITH DUPLICATES.

            SELECT CADBIKE
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMERO
                    FILE STATUS  IS ST-ERRO.

            SELECT CADACEITE
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYLOCACAO-TRM
                    FILE STATUS  IS ST-ERRO.

            SELECT CADINSP
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYINSP
                    FILE STATUS  IS ST-ERRO.

            SELECT CADGPS
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYGPS
                    FILE STATUS  IS ST-ERRO.

            SELECT CADFUNC
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-FUNC
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
      * REGISTRO DE DISPUTAS. NUMERACAO PELA SERIE "CHARGEBK" DO
      * CADCONTROLE. KEYPAG-CHG E A CHAVE COMPLETA DA PARCELA NO
      * CADPAG (COMECA PELO CPF -- O SGB084 LE POR ELA).
      * SITCHG: R=RECEBIDA E=EVIDENCIA ENVIADA G=GANHA P=PERDIDA
      * ORIGEM-CHG: I=IMPORTADA DO CHARGEBK.TXT D=DIGITADA
      *--------------------------------------------------------------
      *
       FD CADCHARGE
           VALUE OF FILE-ID IS "CADCHARGE.DAT".
       01 REGCHARGE.
           03 NUMCHG          PIC 9(06).
           03 KEYPAG-CHG.
               05 CPF-CHG         PIC 9(11).
               05 RESTOPAG-CHG    PIC X(20).
           03 REFADQ-CHG      PIC X(20).
           03 DTTRANS-CHG     PIC 9(08).
           03 VALCHG          PIC 9(06)V99.
           03 MOTIVO-CHG      PIC X(30).
           03 DTRECEB-CHG     PIC 9(08).
           03 PRAZO-CHG       PIC 9(08).
           03 DTEVID-CHG      PIC 9(08).
           03 DTDECISAO-CHG   PIC 9(08).
           03 SITCHG          PIC X(01).
           03 DSCSITCHG       PIC X(12).
           03 ORIGEM-CHG      PIC X(01).
           03 OPER-CHG        PIC 9(04).
      *
      *--------------------------------------------------------------
      * ARQUIVO DO ADQUIRENTE: DATA DA TRANSACAO;VALOR;REFERENCIA;
      * MOTIVO;PRAZO DE DEFESA (VALOR COM CENTAVOS SEM VIRGULA, 8
      * DIGITOS), NO MESMO ESTILO DELIMITADO DO RETBANCO (SGB044)
      *--------------------------------------------------------------
      *
       FD CHARGEBK
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CHARGEBK.TXT".
       01 REGCHGARQ.
           03 CB-DTTRANS    PIC 9(08).
           03 CB-DELIM1     PIC X(01).
           03 CB-VALOR      PIC 9(06)V99.
           03 CB-DELIM2     PIC X(01).
           03 CB-REFADQ     PIC X(20).
           03 CB-DELIM3     PIC X(01).
           03 CB-MOTIVO     PIC X(30).
           03 CB-DELIM4     PIC X(01).
           03 CB-PRAZO      PIC 9(08).
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
       FD CADACEITE
           VALUE OF FILE-ID IS "CADACEITE.DAT".
       01 REGACEITE.
           03 KEYLOCACAO-TRM  PIC X(27).
           03 NUMCONTRATO-TRM PIC 9(08).
           03 VERSAO-TRM      PIC 9(04).
           03 DTACEITE-TRM    PIC 9(08).
           03 HRACEITE-TRM    PIC 9(06).
           03 OPERADOR-TRM    PIC 9(04).
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
       77 ST-RET        PIC X(02) VALUE "00".
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 W-CONF        PIC X(01) VALUE SPACES.
       77 W-OPER        PIC 9(04) VALUE ZEROS.
       77 W-EXISTE      PIC X(01) VALUE "N".
       77 W-ACHOU       PIC X(01) VALUE "N".
       77 W-NUMCHG      PIC 9(06) VALUE ZEROS.
       77 W-REFADQ      PIC X(20) VALUE SPACES.
       77 W-MOTIVO      PIC X(30) VALUE SPACES.
       77 W-DTTRANS     PIC 9(08) VALUE ZEROS.
       77 W-VALCHG      PIC 9(06)V99 VALUE ZEROS.
       77 W-PRAZO       PIC 9(08) VALUE ZEROS.
       77 W-ORIGEM      PIC X(01) VALUE SPACES.
       77 W-DECISAO     PIC X(01) VALUE SPACES.
       77 W-VALED       PIC ZZZZZ9,99.
       77 W-TOTLINHAS   PIC 9(06) VALUE ZEROS.
       77 W-TOTCASADAS  PIC 9(06) VALUE ZEROS.
       77 W-TOTSEMPAR   PIC 9(06) VALUE ZEROS.
       77 W-TOTREPET    PIC 9(06) VALUE ZEROS.
       77 W-TOTLISTA    PIC 9(04) VALUE ZEROS.
       77 W-TOTPINGS    PIC 9(04) VALUE ZEROS.
       77 W-VENCIDO     PIC X(08) VALUE SPACES.
       77 W-SITDIA      PIC X(01) VALUE SPACES.
       01 W-DTMOV       PIC 9(08) VALUE ZEROS.
      *
      * CHAVE DA PARCELA DIGITADA NO REGISTRO MANUAL
       01 W-KEYPAG.
           03 W-CPFPAG      PIC 9(11) VALUE ZEROS.
           03 W-BIKEPAG     PIC 9(04) VALUE ZEROS.
           03 W-DTLOCPAG    PIC 9(08) VALUE ZEROS.
           03 W-HRLOCPAG    PIC 9(02) VALUE ZEROS.
           03 W-MINLOCPAG   PIC 9(02) VALUE ZEROS.
           03 W-SEQPAG      PIC 9(04) VALUE ZEROS.
      *
      * PERIODO DA LOCACAO EM AAAAMMDD PARA VARRER O CADGPS (MESMA
      * CONVERSAO DO CALCULA-KM DO SGB004)
       77 W-DTINIGPS    PIC 9(08) VALUE ZEROS.
       77 W-DTFIMGPS    PIC 9(08) VALUE ZEROS.
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
           OPEN I-O CADCHARGE
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                   OPEN OUTPUT CADCHARGE
                   CLOSE CADCHARGE
                   OPEN I-O CADCHARGE
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQ CADCHARGE.DAT *"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
           OPEN I-O CADPAG
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO AO ABRIR O ARQUIVO CADPAG.DAT *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADCHARGE
               GO TO ROT-FIM.
           OPEN INPUT CADLOC
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO AO ABRIR O ARQUIVO CADLOC.DAT *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADCHARGE CADPAG
               GO TO ROT-FIM.
           OPEN INPUT CADCLI
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO AO ABRIR O ARQUIVO CADCLI.DAT *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADCHARGE CADPAG CADLOC
               GO TO ROT-FIM.
           OPEN INPUT CADBIKE
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO AO ABRIR O ARQUIVO CADBIKE.DAT *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADCHARGE CADPAG CADLOC CADCLI
               GO TO ROT-FIM.
           OPEN INPUT CADFUNC
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO AO ABRIR O ARQUIVO CADFUNC.DAT *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADCHARGE CADPAG CADLOC CADCLI CADBIKE
               GO TO ROT-FIM.
           OPEN INPUT CADACEITE
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                   OPEN OUTPUT CADACEITE
                   CLOSE CADACEITE
                   OPEN INPUT CADACEITE.
           OPEN INPUT CADINSP
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                   OPEN OUTPUT CADINSP
                   CLOSE CADINSP
                   OPEN INPUT CADINSP.
           OPEN INPUT CADGPS
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                   OPEN OUTPUT CADGPS
                   CLOSE CADGPS
                   OPEN INPUT CADGPS.
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
           DISPLAY (01, 01) "  * CHARGEBACKS E DISPUTAS DE CARTAO *"
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
           DISPLAY (01, 01) "  * CHARGEBACKS E DISPUTAS DE CARTAO *"
           MOVE SPACES TO W-OPCAO
           DISPLAY (03, 01)
               "   I=IMPORTAR ARQUIVO  R=REGISTRAR  E=EVIDENCIAS".
           DISPLAY (04, 01)
               "   D=DECISAO  L=LISTAR EM ANDAMENTO  S=SAIR : ".
           ACCEPT (04, 48) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR 01
               GO TO ENCERRA.
           IF W-OPCAO = "i" MOVE "I" TO W-OPCAO.
           IF W-OPCAO = "r" MOVE "R" TO W-OPCAO.
           IF W-OPCAO = "e" MOVE "E" TO W-OPCAO.
           IF W-OPCAO = "d" MOVE "D" TO W-OPCAO.
           IF W-OPCAO = "l" MOVE "L" TO W-OPCAO.
           IF W-OPCAO = "s" OR "S"
               GO TO ENCERRA.
           IF W-OPCAO = "I"
               GO TO IMP-CONF.
           IF W-OPCAO = "R"
               GO TO REG-CHAVE.
           IF W-OPCAO = "E"
               GO TO EVI-NUMERO.
           IF W-OPCAO = "D"
               GO TO DEC-NUMERO.
           IF W-OPCAO = "L"
               GO TO LIS-INICIO.
           MOVE "* DIGITE I, R, E, D, L OU S *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ACC-MODO.
      *
      *--------------------------------------------------------------
      * IMPORTACAO DO CHARGEBK.TXT: CADA LINHA PROCURA A PARCELA DE
      * CARTAO PAGA NA DATA DA TRANSACAO COM O MESMO VALOR; A
      * REFERENCIA DO ADQUIRENTE JA REGISTRADA NAO ENTRA DE NOVO
      *--------------------------------------------------------------
      *
       IMP-CONF.
           MOVE SPACES TO W-CONF
           DISPLAY (06, 01)
               "   IMPORTAR O ARQUIVO CHARGEBK.TXT (S/N): ".
           ACCEPT (06, 43) W-CONF WITH UPDATE
           IF W-CONF NOT = "S" AND NOT = "s"
               GO TO ACC-MODO.
           OPEN INPUT CHARGEBK
           IF ST-RET NOT = "00"
               MOVE "* ARQUIVO CHARGEBK.TXT NAO ENCONTRADO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-MODO.
           MOVE ZEROS TO W-TOTLINHAS W-TOTCASADAS W-TOTSEMPAR
               W-TOTREPET
           DISPLAY (01, 01) ERASE
           DISPLAY "---- IMPORTACAO DE CHARGEBACKS DO ADQUIRENTE ----".
           DISPLAY " ".
           DISPLAY "LINHAS DO ADQUIRENTE SEM PARCELA NO SISTEMA:".
       IMP-PROX.
           READ CHARGEBK
               AT END
                   GO TO IMP-FIM
           END-READ
           ADD 1 TO W-TOTLINHAS
           PERFORM IMP-LINHA THRU IMP-LINHA-FIM
           GO TO IMP-PROX.
      *
       IMP-LINHA.
           MOVE CB-REFADQ TO REFADQ-CHG
           READ CADCHARGE KEY IS REFADQ-CHG
           IF ST-ERRO = "00"
               ADD 1 TO W-TOTREPET
               GO TO IMP-LINHA-FIM.
           MOVE ZEROS TO KEYPAG
           START CADPAG KEY IS >= KEYPAG
           IF ST-ERRO NOT = "00"
               GO TO IMP-LINHA-EXCECAO.
       IMP-LINHA-PROX.
           READ CADPAG NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO IMP-LINHA-EXCECAO.
           IF FORMAPAG NOT = "C"
               GO TO IMP-LINHA-PROX.
           IF SITPARC NOT = "P"
               GO TO IMP-LINHA-PROX.
           IF DTPAGTO NOT = CB-DTTRANS
               GO TO IMP-LINHA-PROX.
           IF VALORPAG NOT = CB-VALOR
               GO TO IMP-LINHA-PROX.
      * PARCELA ENCONTRADA: ABRE A DISPUTA
           MOVE CB-REFADQ TO W-REFADQ
           MOVE CB-MOTIVO TO W-MOTIVO
           MOVE CB-DTTRANS TO W-DTTRANS
           MOVE CB-VALOR TO W-VALCHG
           MOVE CB-PRAZO TO W-PRAZO
           MOVE "I" TO W-ORIGEM
           PERFORM ABRE-DISPUTA THRU ABRE-DISPUTA-FIM
           ADD 1 TO W-TOTCASADAS
           GO TO IMP-LINHA-FIM.
       IMP-LINHA-EXCECAO.
           ADD 1 TO W-TOTSEMPAR
           DISPLAY "ADQUIRENTE " CB-DTTRANS " VALOR " CB-VALOR
               " REF " CB-REFADQ.
       IMP-LINHA-FIM.
           EXIT.
      *
       IMP-FIM.
           DISPLAY " ".
           DISPLAY "LINHAS DO ARQUIVO LIDAS......: " W-TOTLINHAS.
           DISPLAY "DISPUTAS ABERTAS.............: " W-TOTCASADAS.
           DISPLAY "JA REGISTRADAS ANTES.........: " W-TOTREPET.
           DISPLAY "SEM PARCELA NO SISTEMA.......: " W-TOTSEMPAR.
           CLOSE CHARGEBK
           MOVE SPACES TO W-CONF
           DISPLAY "TECLE ENTER PARA CONTINUAR".
           ACCEPT W-CONF
           GO TO ACC-MODO.
      *
      *--------------------------------------------------------------
      * REGISTRO DIGITADO: CHAVE DA PARCELA (A MESMA DO SGB010)
      *--------------------------------------------------------------
      *
       REG-CHAVE.
           MOVE ZEROS TO W-KEYPAG
           DISPLAY (06, 01) "   CPF DO CLIENTE........: ".
           ACCEPT (06, 28) W-CPFPAG WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-MODO.
           DISPLAY (07, 01) "   BIKE..................: ".
           ACCEPT (07, 28) W-BIKEPAG WITH UPDATE
           DISPLAY (08, 01) "   DATA LOCACAO DDMMAAAA.: ".
           ACCEPT (08, 28) W-DTLOCPAG WITH UPDATE
           DISPLAY (09, 01) "   HORA E MINUTO.........: ".
           ACCEPT (09, 28) W-HRLOCPAG WITH UPDATE
           ACCEPT (09, 31) W-MINLOCPAG WITH UPDATE
           DISPLAY (10, 01) "   SEQUENCIA DA PARCELA..: ".
           ACCEPT (10, 28) W-SEQPAG WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO REG-CHAVE.
           MOVE W-KEYPAG TO KEYPAG
           READ CADPAG
           IF ST-ERRO NOT = "00"
               MOVE "* PARCELA NAO ENCONTRADA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO REG-CHAVE.
           IF FORMAPAG NOT = "C"
               MOVE "* PARCELA NAO FOI PAGA EM CARTAO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO REG-CHAVE.
           IF SITPARC = "D"
               MOVE "* PARCELA JA ESTA EM DISPUTA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO REG-CHAVE.
           IF SITPARC NOT = "P"
               MOVE "* PARCELA NAO ESTA PAGA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO REG-CHAVE.
           MOVE VALORPAG TO W-VALED
           DISPLAY (11, 01) "   VALOR DA PARCELA: " W-VALED
               "  PAGA EM " DTPAGTO.
           MOVE VALORPAG TO W-VALCHG
           MOVE DTPAGTO TO W-DTTRANS
           MOVE SPACES TO W-REFADQ W-MOTIVO
           MOVE ZEROS TO W-PRAZO.
       REG-DADOS.
           DISPLAY (13, 01) "   VALOR ESTORNADO.......: ".
           ACCEPT (13, 28) W-VALCHG WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO REG-CHAVE.
           IF W-VALCHG = ZEROS OR W-VALCHG > VALORPAG
               MOVE "* VALOR INVALIDO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO REG-DADOS.
           DISPLAY (14, 01) "   REFERENCIA ADQUIRENTE.: ".
           ACCEPT (14, 28) W-REFADQ WITH UPDATE
           DISPLAY (15, 01) "   MOTIVO................: ".
           ACCEPT (15, 28) W-MOTIVO WITH UPDATE
           DISPLAY (16, 01) "   PRAZO DEFESA AAAAMMDD.: ".
           ACCEPT (16, 28) W-PRAZO WITH UPDATE
           IF W-REFADQ = SPACES OR W-PRAZO < W-DTMOV
               MOVE "* INFORME REFERENCIA E PRAZO VALIDO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO REG-DADOS.
           MOVE W-REFADQ TO REFADQ-CHG
           READ CADCHARGE KEY IS REFADQ-CHG
           IF ST-ERRO = "00"
               MOVE "* REFERENCIA JA REGISTRADA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO REG-DADOS.
           MOVE SPACES TO W-CONF
           DISPLAY (18, 01) "   CONFIRMA O CHARGEBACK (S/N): ".
           ACCEPT (18, 33) W-CONF WITH UPDATE
           IF W-CONF NOT = "S" AND NOT = "s"
               GO TO ACC-MODO.
           MOVE W-KEYPAG TO KEYPAG
           READ CADPAG
           MOVE "D" TO W-ORIGEM
           PERFORM ABRE-DISPUTA THRU ABRE-DISPUTA-FIM
           DISPLAY (20, 01) "   DISPUTA NUMERO: " W-NUMCHG
           MOVE "* CHARGEBACK REGISTRADO *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ACC-MODO.
      *
      *--------------------------------------------------------------
      * ABERTURA DA DISPUTA SOBRE A PARCELA LIDA NO REGPAG (DADOS DO
      * ESTORNO EM W-): GRAVA O CADCHARGE E TIRA A PARCELA DE 'P'
      *--------------------------------------------------------------
      *
       ABRE-DISPUTA.
           MOVE "CHARGEBK" TO TIPOCTRL
           READ CADCONTROLE
           IF ST-CTRL NOT = "00"
               MOVE "CHARGEBK" TO TIPOCTRL
               MOVE 1 TO PROXNUM
               WRITE REGCTRL.
           MOVE PROXNUM TO W-NUMCHG
           ADD 1 TO PROXNUM
           REWRITE REGCTRL
           MOVE W-NUMCHG TO NUMCHG
           MOVE KEYPAG TO KEYPAG-CHG
           MOVE W-REFADQ TO REFADQ-CHG
           MOVE W-DTTRANS TO DTTRANS-CHG
           MOVE W-VALCHG TO VALCHG
           MOVE W-MOTIVO TO MOTIVO-CHG
           MOVE W-DTMOV TO DTRECEB-CHG
           MOVE W-PRAZO TO PRAZO-CHG
           MOVE ZEROS TO DTEVID-CHG DTDECISAO-CHG
           MOVE "R" TO SITCHG
           MOVE "RECEBIDA    " TO DSCSITCHG
           MOVE W-ORIGEM TO ORIGEM-CHG
           MOVE W-OPER TO OPER-CHG
           WRITE REGCHARGE
           MOVE "D" TO SITPARC
           MOVE "DISPUTA " TO DSCSITPARC
           REWRITE REGPAG.
       ABRE-DISPUTA-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * DOSSIE DE EVIDENCIAS: CONTRATO, VISTORIAS E PINGS DE GPS DA
      * LOCACAO DA PARCELA CONTESTADA (SPOOL)
      *--------------------------------------------------------------
      *
       EVI-NUMERO.
           PERFORM LE-DISPUTA THRU LE-DISPUTA-FIM
           IF W-EXISTE = "X"
               GO TO ACC-MODO.
           IF W-EXISTE = "N"
               GO TO EVI-NUMERO.
           IF SITCHG NOT = "R" AND NOT = "E"
               MOVE "* DISPUTA JA DECIDIDA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO EVI-NUMERO.
           MOVE KEYPAG-CHG TO KEYPAG
           MOVE KEYLOCACAO-PAG TO KEYLOCACAO
           READ CADLOC
           IF ST-ERRO NOT = "00"
               MOVE "* LOCACAO DA PARCELA NAO ENCONTRADA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO EVI-NUMERO.
           MOVE FKCPF-CLI TO CPF-CLI
           READ CADCLI
           IF ST-ERRO NOT = "00"
               MOVE "** NAO CADASTRADO **" TO NOME-CLI
               MOVE ZEROS TO TEL-CLI.
           MOVE FKNUM-BIKE TO NUMERO
           READ CADBIKE
           IF ST-ERRO NOT = "00"
               MOVE "** NAO CADASTRADA **" TO MARCA
               MOVE SPACES TO MODELO.
           DISPLAY (01, 01) ERASE
           PERFORM ABRE-SPOOL THRU ABRE-SPOOL-FIM
           STRING "---- DOSSIE DE DEFESA DO CHARGEBACK " NUMCHG
               " ----"
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM
           MOVE VALCHG TO W-VALED
           STRING "REFERENCIA ADQUIRENTE: " REFADQ-CHG
               "  VALOR: " W-VALED
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM
           STRING "TRANSACAO EM " DTTRANS-CHG "  MOTIVO: " MOTIVO-CHG
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM
           STRING " "
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM
           PERFORM EVI-CONTRATO THRU EVI-CONTRATO-FIM
           PERFORM EVI-VISTORIAS THRU EVI-VISTORIAS-FIM
           PERFORM EVI-GPS THRU EVI-GPS-FIM
           PERFORM FECHA-SPOOL THRU FECHA-SPOOL-FIM
           MOVE SPACES TO W-CONF
           DISPLAY "MARCAR EVIDENCIA ENVIADA AO ADQUIRENTE (S/N): ".
           ACCEPT W-CONF
           IF W-CONF NOT = "S" AND NOT = "s"
               GO TO ACC-MODO.
           MOVE W-NUMCHG TO NUMCHG
           READ CADCHARGE
           MOVE "E" TO SITCHG
           MOVE "EVIDENCIA   " TO DSCSITCHG
           MOVE W-DTMOV TO DTEVID-CHG
           REWRITE REGCHARGE
           GO TO ACC-MODO.
      *
      * DADOS DO CONTRATO, COMO NO SGB021, E A VERSAO DOS TERMOS
      * ACEITA PELO CLIENTE NA ABERTURA (CADACEITE)
       EVI-CONTRATO.
           STRING "CONTRATO " NUMCONTRATO "  CLIENTE " CPF-CLI " "
               NOME-CLI
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM
           STRING "TELEFONE " TEL-CLI "  BIKE " NUMERO " " MARCA
               " " MODELO
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM
           STRING "RETIRADA  " DIA-LOCA "/" MES-LOCA "/" ANO-LOCA
               " " HRLOCACAO ":" MINLOCACAO "  DEVOLUCAO " DIA-ENTR
               "/" MES-ENTR "/" ANO-ENTR " " HRENTREGA ":" MINENTREGA
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM
           MOVE VALCOBRADO TO W-VALED
           STRING "VALOR COBRADO " W-VALED "  SITUACAO "
               DSCSTATUS-BIKE "  ATENDENTE " OPERADOR
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM
           MOVE KEYLOCACAO TO KEYLOCACAO-TRM
           READ CADACEITE
           IF ST-ERRO = "00"
               STRING "TERMOS ACEITOS: VERSAO " VERSAO-TRM " EM "
                   DTACEITE-TRM " AS " HRACEITE-TRM
                   DELIMITED BY SIZE INTO W-LINSPOOL
           ELSE
               STRING "TERMOS: LOCACAO SEM VERSAO DE TERMOS REGISTRADA"
                   DELIMITED BY SIZE INTO W-LINSPOOL.
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM
           STRING " "
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
       EVI-CONTRATO-FIM.
           EXIT.
      *
      * VISTORIAS DE RETIRADA (R) E DEVOLUCAO (E) DA LOCACAO
       EVI-VISTORIAS.
           STRING "VISTORIAS (ARRANHOES/FREIOS/PNEUS):"
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM
           MOVE KEYLOCACAO TO KEYINSP
           MOVE "R" TO TIPOINSP
           READ CADINSP
           IF ST-ERRO = "00"
               STRING "  RETIRADA  " DTINSP " " HRINSP "  "
                   INSARRANHOES "/" INSFREIOS "/" INSPNEUS "  "
                   INSOBS
                   DELIMITED BY SIZE INTO W-LINSPOOL
           ELSE
               STRING "  RETIRADA  SEM VISTORIA REGISTRADA"
                   DELIMITED BY SIZE INTO W-LINSPOOL.
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM
           MOVE KEYLOCACAO TO KEYINSP
           MOVE "E" TO TIPOINSP
           READ CADINSP
           IF ST-ERRO = "00"
               STRING "  DEVOLUCAO " DTINSP " " HRINSP "  "
                   INSARRANHOES "/" INSFREIOS "/" INSPNEUS "  "
                   INSOBS
                   DELIMITED BY SIZE INTO W-LINSPOOL
           ELSE
               STRING "  DEVOLUCAO SEM VISTORIA REGISTRADA"
                   DELIMITED BY SIZE INTO W-LINSPOOL.
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM
           STRING " "
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
       EVI-VISTORIAS-FIM.
           EXIT.
      *
      * PINGS DE GPS DA BIKE ENTRE AS DATAS DE RETIRADA E DEVOLUCAO
      * (LOCACAO AINDA ABERTA VAI ATE A DATA DO MOVIMENTO)
       EVI-GPS.
           MOVE ZEROS TO W-TOTPINGS
           MOVE ANO-LOCA TO W-DTINIGPS (1:4)
           MOVE MES-LOCA TO W-DTINIGPS (5:2)
           MOVE DIA-LOCA TO W-DTINIGPS (7:2)
           MOVE ANO-ENTR TO W-DTFIMGPS (1:4)
           MOVE MES-ENTR TO W-DTFIMGPS (5:2)
           MOVE DIA-ENTR TO W-DTFIMGPS (7:2)
           IF W-DTFIMGPS = ZEROS
               MOVE W-DTMOV TO W-DTFIMGPS.
           STRING "PINGS DE GPS DA BIKE " FKNUM-BIKE
               " (DATA HORA LONGITUDE LATITUDE):"
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM
           MOVE ZEROS TO KEYGPS
           MOVE W-DTINIGPS TO DTGPS
           START CADGPS KEY IS >= KEYGPS
           IF ST-ERRO NOT = "00"
               GO TO EVI-GPS-TOTAL.
       EVI-GPS-PROX.
           READ CADGPS NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO EVI-GPS-TOTAL.
           IF DTGPS > W-DTFIMGPS
               GO TO EVI-GPS-TOTAL.
           IF NUM-BIKE-GPS NOT = FKNUM-BIKE
               GO TO EVI-GPS-PROX.
           STRING "  " DTGPS " " HR-GPS ":" MIN-GPS "  " LONGITU-GPS
               "  " LATITU-GPS
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM
           ADD 1 TO W-TOTPINGS
           GO TO EVI-GPS-PROX.
       EVI-GPS-TOTAL.
           STRING "TOTAL DE PINGS NO PERIODO: " W-TOTPINGS
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
       EVI-GPS-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * DECISAO DO ADQUIRENTE. GANHA: A PARCELA VOLTA A 'P'.
      * PERDIDA: A PARCELA REABRE 'A' COM VENCIMENTO NA DATA DA
      * DECISAO E VOLTA A SER COBRADA DO CLIENTE (SGB081/SGB083)
      *--------------------------------------------------------------
      *
       DEC-NUMERO.
           PERFORM LE-DISPUTA THRU LE-DISPUTA-FIM
           IF W-EXISTE = "X"
               GO TO ACC-MODO.
           IF W-EXISTE = "N"
               GO TO DEC-NUMERO.
           IF SITCHG NOT = "R" AND NOT = "E"
               MOVE "* DISPUTA JA DECIDIDA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO DEC-NUMERO.
       DEC-RESULTADO.
           MOVE SPACES TO W-DECISAO
           DISPLAY (12, 01) "   RESULTADO G=GANHA P=PERDIDA: ".
           ACCEPT (12, 34) W-DECISAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO DEC-NUMERO.
           IF W-DECISAO = "g" MOVE "G" TO W-DECISAO.
           IF W-DECISAO = "p" MOVE "P" TO W-DECISAO.
           IF W-DECISAO NOT = "G" AND NOT = "P"
               MOVE "* DIGITE G OU P *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO DEC-RESULTADO.
           MOVE SPACES TO W-CONF
           DISPLAY (14, 01) "   CONFIRMA A DECISAO (S/N): ".
           ACCEPT (14, 30) W-CONF WITH UPDATE
           IF W-CONF NOT = "S" AND NOT = "s"
               GO TO ACC-MODO.
           MOVE KEYPAG-CHG TO KEYPAG
           READ CADPAG
           IF ST-ERRO NOT = "00"
               MOVE "* PARCELA DA DISPUTA NAO ENCONTRADA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-MODO.
           IF W-DECISAO = "G"
               MOVE "P" TO SITPARC
               MOVE "PAGA    " TO DSCSITPARC
               MOVE "G" TO SITCHG
               MOVE "GANHA       " TO DSCSITCHG
           ELSE
               MOVE "A" TO SITPARC
               MOVE "ABERTA  " TO DSCSITPARC
               MOVE W-DTMOV TO DTVENCTO
               MOVE ZEROS TO DTPAGTO
               MOVE "P" TO SITCHG
               MOVE "PERDIDA     " TO DSCSITCHG.
           REWRITE REGPAG
           MOVE W-DTMOV TO DTDECISAO-CHG
           REWRITE REGCHARGE
           MOVE "* DECISAO REGISTRADA *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ACC-MODO.
      *
      * LEITURA DA DISPUTA PELO NUMERO. W-EXISTE: S=ACHOU N=NAO
      * ACHOU X=ESC
       LE-DISPUTA.
           MOVE "S" TO W-EXISTE
           MOVE ZEROS TO W-NUMCHG
           DISPLAY (06, 01) "   NUMERO DA DISPUTA: ".
           ACCEPT (06, 23) W-NUMCHG WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               MOVE "X" TO W-EXISTE
               GO TO LE-DISPUTA-FIM.
           MOVE W-NUMCHG TO NUMCHG
           READ CADCHARGE
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-EXISTE
               MOVE "* DISPUTA NAO CADASTRADA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO LE-DISPUTA-FIM.
           MOVE VALCHG TO W-VALED
           DISPLAY (08, 01) "   CPF " CPF-CHG "  VALOR " W-VALED
               "  REF " REFADQ-CHG.
           DISPLAY (09, 01) "   MOTIVO " MOTIVO-CHG "  PRAZO "
               PRAZO-CHG.
           DISPLAY (10, 01) "   SITUACAO: " DSCSITCHG.
       LE-DISPUTA-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * DISPUTAS EM ANDAMENTO (R/E), COM AVISO DE PRAZO VENCIDO
      *--------------------------------------------------------------
      *
       LIS-INICIO.
           MOVE ZEROS TO W-TOTLISTA
           DISPLAY (01, 01) ERASE
           DISPLAY "NUMERO CPF         VALOR     PRAZO    SITUACAO"
               "     REFERENCIA".
           MOVE ZEROS TO NUMCHG
           START CADCHARGE KEY IS >= NUMCHG
           IF ST-ERRO NOT = "00"
               GO TO LIS-FIM.
       LIS-PROX.
           READ CADCHARGE NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO LIS-FIM.
           IF SITCHG NOT = "R" AND NOT = "E"
               GO TO LIS-PROX.
           MOVE VALCHG TO W-VALED
           MOVE SPACES TO W-VENCIDO
           IF PRAZO-CHG < W-DTMOV AND SITCHG = "R"
               MOVE " VENCIDO" TO W-VENCIDO.
           ADD 1 TO W-TOTLISTA
           DISPLAY NUMCHG " " CPF-CHG " " W-VALED " " PRAZO-CHG " "
               DSCSITCHG " " REFADQ-CHG W-VENCIDO
           GO TO LIS-PROX.
       LIS-FIM.
           DISPLAY "DISPUTAS EM ANDAMENTO: " W-TOTLISTA
               "   (VENCIDO = PRAZO PASSOU SEM EVIDENCIA)".
           MOVE SPACES TO W-CONF
           DISPLAY "TECLE ENTER PARA CONTINUAR".
           ACCEPT W-CONF
           GO TO ACC-MODO.
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
           MOVE "SGB129" TO PROGSPOOL
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
           CLOSE CADCHARGE CADPAG CADLOC CADCLI CADBIKE CADFUNC
               CADACEITE CADINSP CADGPS CADCONTROLE
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
