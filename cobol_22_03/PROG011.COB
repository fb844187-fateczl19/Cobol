       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG011.
       AUTHOR. THALES ANDRE PEREIRA SOUZA SERRA.
      **************************************
      * CERTIFICADOS NUMERADOS E CONSULTA  *
      * DE AUTENTICIDADE                   *
      **************************************
      *----------------------------------------------------------------
      * O CERTIFICADO DE QUEM PASSAVA NO TREINAMENTO ERA DIGITADO NO
      * EDITOR DE TEXTO PELO RH, SEM NUMERO, E NAO HAVIA COMO
      * CONFIRMAR PARA UM PARCEIRO SE UM CERTIFICADO ERA VERDADEIRO.
      * AQUI:
      *   E = EMITE O CERTIFICADO DA MATRICULA NO CURSO, A PARTIR DA
      *       FICHA DO SISNOTAS (PROG004/PROG007) COM SITUACAO
      *       "APROVADO". O NUMERO VEM DA SERIE "CERTIFIC" DO
      *       CADCONTROLE; A MESMA AVALIACAO REIMPRIME O MESMO NUMERO
      *       (NOVA AVALIACAO = NOVO CERTIFICADO). SAI NO SPOOL DE
      *       RELATORIOS (SGB038)
      *   C = CONSULTA PELO NUMERO: VALIDO, VENCIDO (PASSOU O
      *       DTRECERT) OU REVOGADO
      *   R = REVOGA UM CERTIFICADO (EMITIDO POR ENGANO, NOTA
      *       CORRIGIDA, FRAUDE NA PROVA)
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADCERTIF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMCERT
                    FILE STATUS  IS ST-CRT
                    ALTERNATE RECORD KEY IS KEYALU-CRT
                                   WITH DUPLICATES.
       SELECT CADCURSO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODCURSO-CAT
                    FILE STATUS  IS ST-CUR.
       SELECT SISNOTAS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYNOTAS
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOME
                                   WITH DUPLICATES.
       SELECT CADSPOOL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMSPOOL
                    FILE STATUS  IS ST-SPOOL.
       SELECT SPOOLARQ ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-SPL.
       SELECT CADCONTROLE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TIPOCTRL
                    FILE STATUS  IS ST-CTRL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------
      * CERTIFICADOS EMITIDOS: COPIA DOS DADOS DA EPOCA DA EMISSAO
      * (NOME, CURSO, CARGA HORARIA E DATAS), PARA A CONSULTA NAO
      * MUDAR SE A FICHA OU O CATALOGO FOREM ALTERADOS DEPOIS.
      * SITCERT E = EMITIDO, R = REVOGADO
      *----------------------------------------------------------------
       FD CADCERTIF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCERTIF.DAT".
       01 REGCERTIF.
                03 NUMCERT         PIC 9(08).
                03 KEYALU-CRT.
                  05 MATR-CRT      PIC X(15).
                  05 CODCURSO-CRT  PIC 9(02).
                03 NOME-CRT        PIC X(30).
                03 NOMECURSO-CRT   PIC X(20).
                03 CARGAHOR-CRT    PIC 9(03).
                03 DTAVAL-CRT      PIC 9(08).
                03 DTRECERT-CRT    PIC 9(08).
                03 DTEMIS-CRT      PIC 9(08).
                03 SITCERT         PIC X(01).
                03 DSCSITCERT      PIC X(10).
                03 DTREVOG-CRT     PIC 9(08).
                03 MOTREVOG-CRT    PIC X(30).
      *
       FD CADCURSO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCURSO.DAT".
       01 REGCURSO.
                03 CODCURSO-CAT    PIC 9(02).
                03 NOMECURSO       PIC X(20).
                03 MEDIAMIN        PIC 9(02).
                03 MAXFALTAS       PIC 9(02).
                03 VALIDMESES      PIC 9(03).
                03 CARGAHOR        PIC 9(03).
                03 EXIGIDO-CAT     PIC X(01).
      *
       FD SISNOTAS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "SISNOTAS.DAT".
       01 REGNOTAS.
                03 KEYNOTAS.
                  05 MATRICULA  PIC X(15).
                  05 CODCURSO   PIC 9(02).
                03 NOME        PIC X(30).
                03 NOTA1       PIC 9(02).
                03 NOTA2       PIC 9(02).
                03 NOTA3       PIC 9(02).
                03 NOTA4       PIC 9(02).
                03 FALTA1      PIC 9(02).
                03 FALTA2      PIC 9(02).
                03 FALTA3      PIC 9(02).
                03 FALTA4      PIC 9(02).
                03 SITUACAO    PIC X(50).
                03 DTAVALIACAO PIC 9(08).
                03 DTRECERT    PIC 9(08).
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
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-CRT       PIC X(02) VALUE "00".
       77 ST-CUR       PIC X(02) VALUE "00".
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-CURSO      PIC 9(02) VALUE ZEROS.
       77 W-NUMCERT    PIC 9(08) VALUE ZEROS.
       77 W-ACHOU      PIC X(01) VALUE "N".
       77 W-MOTIVO     PIC X(30) VALUE SPACES.
      * MATRICULA NORMALIZADA (COD-FUNC EM QUATRO DIGITOS, COMO NO
      * PROG004)
       01 W-MATREDIT.
           03 W-MATRNUM PIC 9(04) VALUE ZEROS.
           03 FILLER    PIC X(11) VALUE SPACES.
       01 W-HOJE       PIC 9(08) VALUE ZEROS.
      * DATAS DO CERTIFICADO EM DIA/MES/ANO PARA A IMPRESSAO
       01 W-DATA       PIC 9(08) VALUE ZEROS.
       01 W-DATA-R REDEFINES W-DATA.
           03 W-ANO     PIC 9(04).
           03 W-MES     PIC 9(02).
           03 W-DIA     PIC 9(02).
       01 W-DATAVAL.
           03 W-DIAVAL  PIC 9(02).
           03 FILLER    PIC X(01) VALUE "/".
           03 W-MESVAL  PIC 9(02).
           03 FILLER    PIC X(01) VALUE "/".
           03 W-ANOVAL  PIC 9(04).
       01 W-DATREC.
           03 W-DIAREC  PIC 9(02).
           03 FILLER    PIC X(01) VALUE "/".
           03 W-MESREC  PIC 9(02).
           03 FILLER    PIC X(01) VALUE "/".
           03 W-ANOREC  PIC 9(04).
       77 W-SITCONS    PIC X(10) VALUE SPACES.
      *
      * APOIO AO SPOOL DE RELATORIOS (MESMA ROTINA DO SGB030)
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
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       INC-OP0.
           OPEN I-O CADCERTIF
           IF ST-CRT NOT = "00"
               IF ST-CRT = "30" OR "35"
                   OPEN OUTPUT CADCERTIF
                   CLOSE CADCERTIF
                   OPEN I-O CADCERTIF
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQ CADCERTIF.DAT *"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
           OPEN INPUT CADCURSO
           IF ST-CUR NOT = "00"
               IF ST-CUR = "30" OR "35"
                   OPEN OUTPUT CADCURSO
                   CLOSE CADCURSO
                   OPEN INPUT CADCURSO
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQ CADCURSO.DAT *"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADCERTIF
                   GO TO ROT-FIM.
           OPEN INPUT SISNOTAS
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO AO ABRIR O ARQ SISNOTAS.DAT *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADCERTIF CADCURSO
               GO TO ROT-FIM.
      *
       ACC-MODO.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 01) "  * CERTIFICADOS DOS TREINAMENTOS *"
           MOVE SPACES TO W-OPCAO
           DISPLAY (03, 01)
               "   E=EMITIR  C=CONSULTAR  R=REVOGAR  S=SAIR : ".
           ACCEPT (03, 47) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR 01
               GO TO ENCERRA.
           IF W-OPCAO = "e" MOVE "E" TO W-OPCAO.
           IF W-OPCAO = "c" MOVE "C" TO W-OPCAO.
           IF W-OPCAO = "r" MOVE "R" TO W-OPCAO.
           IF W-OPCAO = "s" OR "S"
               GO TO ENCERRA.
           IF W-OPCAO = "E"
               GO TO EMI-INICIO.
           IF W-OPCAO = "C"
               GO TO CON-INICIO.
           IF W-OPCAO = "R"
               GO TO REV-INICIO.
           MOVE "* DIGITE E, C, R OU S *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ACC-MODO.
      *
      *----------------------------------------------------------------
      * EMISSAO: SO FICHA "APROVADO" COM DATA DE AVALIACAO. SE JA HA
      * CERTIFICADO NAO REVOGADO DA MESMA AVALIACAO, REIMPRIME COM O
      * MESMO NUMERO
      *----------------------------------------------------------------
       EMI-INICIO.
           MOVE ZEROS TO W-MATRNUM W-CURSO
           DISPLAY (05, 01) "   MATRICULA DO ATENDENTE: ".
           ACCEPT (05, 29) W-MATRNUM WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR W-MATRNUM = ZEROS
               GO TO ACC-MODO.
           DISPLAY (06, 01) "   CODIGO DO CURSO       : ".
           ACCEPT (06, 29) W-CURSO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR W-CURSO = ZEROS
               GO TO EMI-INICIO.
           MOVE W-MATREDIT TO MATRICULA
           MOVE W-CURSO TO CODCURSO
           READ SISNOTAS
           IF ST-ERRO NOT = "00"
               MOVE "* MATRICULA SEM FICHA NESTE CURSO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO EMI-INICIO.
           IF SITUACAO (1:8) NOT = "APROVADO"
               MOVE "* SITUACAO DA FICHA NAO E APROVADO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO EMI-INICIO.
           IF DTAVALIACAO = ZEROS
               MOVE "* FICHA SEM DATA DE AVALIACAO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO EMI-INICIO.
           MOVE W-CURSO TO CODCURSO-CAT
           READ CADCURSO
           IF ST-CUR NOT = "00"
               MOVE "* CURSO NAO ESTA NO CATALOGO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO EMI-INICIO.
           DISPLAY (05, 35) NOME
           DISPLAY (06, 35) NOMECURSO
           PERFORM ACHA-EMITIDO THRU ACHA-EMITIDO-FIM
           IF W-ACHOU = "S"
               MOVE "* JA EMITIDO - REIMPRESSAO COM O MESMO NUMERO *"
                                                          TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO EMI-IMPRIME.
       EMI-CONFIRMA.
           MOVE "S" TO W-OPCAO
           DISPLAY (08, 01) "   EMITIR CERTIFICADO (S/N): ".
           ACCEPT (08, 30) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
               GO TO ACC-MODO.
           IF W-OPCAO NOT = "S" AND "s"
               MOVE "* DIGITE APENAS S=SIM e N=NAO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO EMI-CONFIRMA.
           PERFORM PROX-NUMCERT THRU PROX-NUMCERT-FIM
           IF W-NUMCERT = ZEROS
               MOVE "* ERRO NA SERIE DE CERTIFICADOS *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-MODO.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-NUMCERT TO NUMCERT
           MOVE W-MATREDIT TO MATR-CRT
           MOVE W-CURSO TO CODCURSO-CRT
           MOVE NOME TO NOME-CRT
           MOVE NOMECURSO TO NOMECURSO-CRT
           MOVE CARGAHOR TO CARGAHOR-CRT
           MOVE DTAVALIACAO TO DTAVAL-CRT
           MOVE DTRECERT TO DTRECERT-CRT
           MOVE W-HOJE TO DTEMIS-CRT
           MOVE "E" TO SITCERT
           MOVE "EMITIDO" TO DSCSITCERT
           MOVE ZEROS TO DTREVOG-CRT
           MOVE SPACES TO MOTREVOG-CRT
           WRITE REGCERTIF
           IF ST-CRT NOT = "00"
               MOVE "* ERRO NA GRAVACAO DO CADCERTIF *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-MODO.
       EMI-IMPRIME.
           PERFORM ABRE-SPOOL THRU ABRE-SPOOL-FIM
           MOVE DTAVAL-CRT TO W-DATA
           MOVE W-DIA TO W-DIAVAL
           MOVE W-MES TO W-MESVAL
           MOVE W-ANO TO W-ANOVAL
           MOVE DTRECERT-CRT TO W-DATA
           MOVE W-DIA TO W-DIAREC
           MOVE W-MES TO W-MESREC
           MOVE W-ANO TO W-ANOREC
           STRING "=============================================="
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM
           STRING "          CERTIFICADO DE CONCLUSAO No " NUMCERT
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM
           STRING "CERTIFICAMOS QUE " NOME-CRT
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM
           STRING "MATRICULA " MATR-CRT
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM
           STRING "CONCLUIU COM APROVACAO O CURSO " NOMECURSO-CRT
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM
           STRING "CARGA HORARIA DE " CARGAHOR-CRT " HORAS"
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM
           STRING "AVALIADO EM " W-DATAVAL "  VALIDO ATE " W-DATREC
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM
           STRING "AUTENTICIDADE: CONSULTE O NUMERO " NUMCERT
               " NA LOJA"
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM
           STRING "=============================================="
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM
           PERFORM FECHA-SPOOL THRU FECHA-SPOOL-FIM
           MOVE "* CERTIFICADO EMITIDO *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ACC-MODO.
      *
      *----------------------------------------------------------------
      * CONSULTA DE AUTENTICIDADE PELO NUMERO DO CERTIFICADO
      *----------------------------------------------------------------
       CON-INICIO.
           PERFORM ACHA-CERTIF THRU ACHA-CERTIF-FIM
           IF W-NUMCERT = ZEROS
               GO TO ACC-MODO.
           PERFORM MOSTRA-CERTIF THRU MOSTRA-CERTIF-FIM
           MOVE "* TECLE ENTER *" TO MENS
           DISPLAY (24, 12) MENS
           ACCEPT (24, 40) W-OPCAO
           DISPLAY (24, 12) LIMPA
           GO TO CON-INICIO.
      *
      *----------------------------------------------------------------
      * REVOGACAO: O CERTIFICADO CONTINUA NO ARQUIVO (A CONSULTA
      * RESPONDE "REVOGADO"), COM A DATA E O MOTIVO
      *----------------------------------------------------------------
       REV-INICIO.
           PERFORM ACHA-CERTIF THRU ACHA-CERTIF-FIM
           IF W-NUMCERT = ZEROS
               GO TO ACC-MODO.
           PERFORM MOSTRA-CERTIF THRU MOSTRA-CERTIF-FIM
           IF SITCERT = "R"
               MOVE "* CERTIFICADO JA REVOGADO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO REV-INICIO.
       REV-MOTIVO.
           MOVE SPACES TO W-MOTIVO
           DISPLAY (18, 01) "   MOTIVO DA REVOGACAO: ".
           ACCEPT (18, 25) W-MOTIVO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO REV-INICIO.
           IF W-MOTIVO = SPACES
               MOVE "* INFORME O MOTIVO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO REV-MOTIVO.
       REV-CONFIRMA.
           MOVE "N" TO W-OPCAO
           DISPLAY (19, 01) "   REVOGAR CERTIFICADO (S/N): ".
           ACCEPT (19, 31) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
               GO TO REV-INICIO.
           IF W-OPCAO NOT = "S" AND "s"
               MOVE "* DIGITE APENAS S=SIM e N=NAO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO REV-CONFIRMA.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE "R" TO SITCERT
           MOVE "REVOGADO" TO DSCSITCERT
           MOVE W-HOJE TO DTREVOG-CRT
           MOVE W-MOTIVO TO MOTREVOG-CRT
           REWRITE REGCERTIF
           IF ST-CRT NOT = "00"
               MOVE "* ERRO NA GRAVACAO DO CADCERTIF *" TO MENS
           ELSE
               MOVE "* CERTIFICADO REVOGADO *" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ACC-MODO.
      *
      * LE O CERTIFICADO PELO NUMERO DIGITADO
       ACHA-CERTIF.
           DISPLAY (05, 01) ERASE
           MOVE ZEROS TO W-NUMCERT
           DISPLAY (05, 01) "   NUMERO DO CERTIFICADO: ".
           ACCEPT (05, 28) W-NUMCERT WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR W-NUMCERT = ZEROS
               MOVE ZEROS TO W-NUMCERT
               GO TO ACHA-CERTIF-FIM.
           MOVE W-NUMCERT TO NUMCERT
           READ CADCERTIF
           IF ST-CRT NOT = "00"
               MOVE "* CERTIFICADO INEXISTENTE - NAO AUTENTICO *"
                                                          TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACHA-CERTIF.
       ACHA-CERTIF-FIM.
           EXIT.
      *
      * MOSTRA O CERTIFICADO E A SITUACAO NA DATA DE HOJE: REVOGADO,
      * VENCIDO (PASSOU O VENCIMENTO DA RECERTIFICACAO) OU VALIDO
       MOSTRA-CERTIF.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE "VALIDO" TO W-SITCONS
           IF DTRECERT-CRT NOT = ZEROS AND W-HOJE > DTRECERT-CRT
               MOVE "VENCIDO" TO W-SITCONS.
           IF SITCERT = "R"
               MOVE "REVOGADO" TO W-SITCONS.
           MOVE DTAVAL-CRT TO W-DATA
           MOVE W-DIA TO W-DIAVAL
           MOVE W-MES TO W-MESVAL
           MOVE W-ANO TO W-ANOVAL
           MOVE DTRECERT-CRT TO W-DATA
           MOVE W-DIA TO W-DIAREC
           MOVE W-MES TO W-MESREC
           MOVE W-ANO TO W-ANOREC
           DISPLAY (07, 01) "   NOME         : " NOME-CRT
           DISPLAY (08, 01) "   MATRICULA    : " MATR-CRT
           DISPLAY (09, 01) "   CURSO        : " CODCURSO-CRT " "
               NOMECURSO-CRT
           DISPLAY (10, 01) "   CARGA HORARIA: " CARGAHOR-CRT " H"
           DISPLAY (11, 01) "   AVALIADO EM  : " W-DATAVAL
           DISPLAY (12, 01) "   VALIDO ATE   : " W-DATREC
           DISPLAY (13, 01) "   EMITIDO EM   : " DTEMIS-CRT
           DISPLAY (15, 01) "   SITUACAO     : " W-SITCONS
           IF SITCERT = "R"
               DISPLAY (16, 01) "   REVOGADO EM  : " DTREVOG-CRT
                   "  " MOTREVOG-CRT.
       MOSTRA-CERTIF-FIM.
           EXIT.
      *
      * CERTIFICADO NAO REVOGADO DA MESMA MATRICULA, CURSO E
      * AVALIACAO (W-ACHOU = "S", REGISTRO LIDO EM REGCERTIF)
       ACHA-EMITIDO.
           MOVE "N" TO W-ACHOU
           MOVE W-MATREDIT TO MATR-CRT
           MOVE W-CURSO TO CODCURSO-CRT
           START CADCERTIF KEY IS = KEYALU-CRT
           IF ST-CRT NOT = "00"
               GO TO ACHA-EMITIDO-FIM.
       ACHA-EMITIDO-PROX.
           READ CADCERTIF NEXT RECORD
           IF ST-CRT NOT = "00"
               GO TO ACHA-EMITIDO-FIM.
           IF MATR-CRT NOT = W-MATREDIT OR CODCURSO-CRT NOT = W-CURSO
               GO TO ACHA-EMITIDO-FIM.
           IF SITCERT = "R" OR DTAVAL-CRT NOT = DTAVALIACAO
               GO TO ACHA-EMITIDO-PROX.
           MOVE "S" TO W-ACHOU.
       ACHA-EMITIDO-FIM.
           EXIT.
      *
      * PROXIMO NUMERO DA SERIE "CERTIFIC" (W-NUMCERT ZERO = ERRO)
       PROX-NUMCERT.
           MOVE ZEROS TO W-NUMCERT
           OPEN I-O CADCONTROLE
           IF ST-CTRL NOT = "00"
               IF ST-CTRL = "30" OR "35"
                   OPEN OUTPUT CADCONTROLE
                   CLOSE CADCONTROLE
                   OPEN I-O CADCONTROLE
               ELSE
                   GO TO PROX-NUMCERT-FIM.
           MOVE "CERTIFIC" TO TIPOCTRL
           READ CADCONTROLE
           IF ST-CTRL NOT = "00"
               MOVE "CERTIFIC" TO TIPOCTRL
               MOVE 1 TO PROXNUM
               WRITE REGCTRL.
           MOVE PROXNUM TO W-NUMCERT
           ADD 1 TO PROXNUM
           REWRITE REGCTRL
           CLOSE CADCONTROLE.
       PROX-NUMCERT-FIM.
           EXIT.
      *
      *----------------------------------------------------------------
      * ABERTURA DO SPOOL (MESMA ROTINA DO SGB030)
      *----------------------------------------------------------------
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
           MOVE "PROG11" TO PROGSPOOL
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
           CLOSE CADCERTIF CADCURSO SISNOTAS
           GO TO ROT-FIM.
      *
      *----------------------------------------------------------------
      * ROTINA DE FIM
      *----------------------------------------------------------------
       ROT-FIM.
           DISPLAY (01, 01) ERASE
           EXIT PROGRAM.
       ROT-FIMP.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.
      *
      *----------------------------------------------------------------
      * ROTINA DE MENSAGEM
      *----------------------------------------------------------------
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
      *----------------------------------------------------------------
      * FIM DE APLICACAO
      *----------------------------------------------------------------
