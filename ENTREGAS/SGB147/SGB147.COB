       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGB147.
       AUTHOR. VINICIUS ESCAME DOS SANTOS.
      *--------------------------------------------------------------
      * MATRIZ DE COBERTURA DE CERTIFICADOS POR FILIAL E TURNO -- O
      * VERIFICA-CERTIFICACAO DO SGB004 SO BARRA O ATENDENTE SEM
      * CERTIFICADO NA HORA DE ABRIR A LOCACAO; AQUI A SEMANA E
      * CONFERIDA ANTES. PARA CADA FILIAL (CADFILIAL), CADA DIA DA
      * SEMANA PEDIDA E CADA FAIXA DE W-LARGFAIXA HORAS DENTRO DO
      * HORARIO DE FUNCIONAMENTO DA FILIAL NAQUELE DIA:
      *   - QUEM ESTA ESCALADO (CADESCALA DO SGB109, PELA FILIAL DO
      *     TURNO), ATIVO NO CADFUNC E FORA DE AUSENCIA (CADAUSENC)
      *   - QUANTOS DELES TEM CERTIFICACAO VALIDA NA DATA DO TURNO EM
      *     CADA CURSO EXIGIDO (CADCURSO COM EXIGIDO-CAT = "S", MAIS
      *     O CURSO 01 QUE O SGB004 SEMPRE EXIGE): FICHA NO SISNOTAS
      *     NAO REPROVADA E DTRECERT ZERO OU NAO ANTERIOR AO DIA
      * MARCAS NA GRADE: "!" = FAIXA SEM NINGUEM CERTIFICADO NO
      * CURSO (FALTA), "*" = HA CERTIFICADO VALIDO HOJE QUE VENCE
      * ANTES DO DIA DO TURNO (RECERTIFICAR A TEMPO). SAI NO SPOOL
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

            SELECT CADESCALA
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYESCALA
                    FILE STATUS  IS ST-ESC.

            SELECT CADAUSENC
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYAUSENC
                    FILE STATUS  IS ST-AUS.

            SELECT CADFUNC
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-FUNC
                    FILE STATUS  IS ST-FUN.

            SELECT SISNOTAS
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYNOTAS
                    FILE STATUS  IS ST-NOT
                    ALTERNATE RECORD KEY IS NOME
                                            WITH DUPLICATES.

            SELECT CADCURSO
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODCURSO-CAT
                    FILE STATUS  IS ST-CUR.

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
       FD CADESCALA
           VALUE OF FILE-ID IS "CADESCALA.DAT".
       01 REGESCALA.
           03 KEYESCALA.
               05 OPER-ESC     PIC 9(04).
               05 DIASEM-ESC   PIC 9(01).
           03 HRINI-ESC       PIC 9(02).
           03 HRFIM-ESC       PIC 9(02).
           03 FILIAL-ESC      PIC 9(02).
      *
       FD CADAUSENC
           VALUE OF FILE-ID IS "CADAUSENC.DAT".
       01 REGAUSENC.
           03 KEYAUSENC.
               05 OPER-AUS     PIC 9(04).
               05 DTINI-AUS    PIC 9(08).
           03 DTFIM-AUS      PIC 9(08).
           03 MOTIVO-AUS     PIC X(20).
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
       FD SISNOTAS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "SISNOTAS.DAT".
       01 REGNOTAS.
                03 KEYNOTAS.
                   05 MATRICULA PIC X(15).
                   05 CODCURSO  PIC 9(02).
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
       77 ST-ESC        PIC X(02) VALUE "00".
       77 ST-AUS        PIC X(02) VALUE "00".
       77 ST-FUN        PIC X(02) VALUE "00".
       77 ST-NOT        PIC X(02) VALUE "00".
       77 ST-CUR        PIC X(02) VALUE "00".
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
      *
      * PARAMETROS: FILIAL (0 = TODAS) E PRIMEIRO DIA DA SEMANA
       77 W-FILIAL      PIC 9(02) VALUE ZEROS.
       77 W-HOJE        PIC 9(08) VALUE ZEROS.
       77 W-DTINI       PIC 9(08) VALUE ZEROS.
       77 W-LARGFAIXA   PIC 9(02) VALUE 02.
      *
      * DIA DO TURNO EM ANALISE (AVANCA-DIA)
       01 W-DTDIA       PIC 9(08) VALUE ZEROS.
       01 W-DTDIA-R REDEFINES W-DTDIA.
           03 W-ANODIA     PIC 9(04).
           03 W-MESDIA     PIC 9(02).
           03 W-DIADIA     PIC 9(02).
       77 W-NDIA        PIC 9(01) VALUE ZEROS.
       77 W-ULTDIAMES   PIC 9(02) VALUE ZEROS.
       77 W-ANORESTO    PIC 9(04) VALUE ZEROS.
       01 W-TABDIASMES.
           03 FILLER PIC X(24) VALUE "312831303130313130313031".
       01 W-TABDIASMES-R REDEFINES W-TABDIASMES.
           03 W-DIASMES    PIC 9(02) OCCURS 12 TIMES.
       01 W-TABNOMEDIA.
           03 FILLER PIC X(21) VALUE "DOMSEGTERQUAQUISEXSAB".
       01 W-TABNOMEDIA-R REDEFINES W-TABNOMEDIA.
           03 W-NOMEDIA    PIC X(03) OCCURS 7 TIMES.
      *
      * FAIXA DE HORARIO: W-BINI A W-BFIM (HORAS CHEIAS, INCLUSIVE,
      * COMO A JANELA DO CADESCALA), DENTRO DE W-HRABRE A W-HRFECHA
       77 W-HRABRE      PIC 9(02) VALUE ZEROS.
       77 W-HRFECHA     PIC 9(02) VALUE ZEROS.
       77 W-BINI        PIC 9(02) VALUE ZEROS.
       77 W-BFIM        PIC 9(02) VALUE ZEROS.
       77 W-ESCALADOS   PIC 9(02) VALUE ZEROS.
       77 W-AUSENTE     PIC X(01) VALUE "N".
      *
      * CURSOS EXIGIDOS (ATE 6, A LARGURA DA LINHA) E A CONTAGEM DA
      * FAIXA EM CADA UM
       77 W-QTDCURSO    PIC 9(01) VALUE ZEROS.
       77 W-IC          PIC 9(01) VALUE ZEROS.
       01 W-TABCURSO.
           03 W-CURSOEX OCCURS 6 TIMES.
               05 W-CODEX     PIC 9(02).
               05 W-CERTEX    PIC 9(02).
               05 W-VENCEEX   PIC 9(02).
      * MATRICULA NORMALIZADA (COD-FUNC EM QUATRO DIGITOS, COMO NO
      * SGB004)
       01 W-MATRTXT.
           03 W-MATRNUM PIC 9(04) VALUE ZEROS.
           03 FILLER    PIC X(11) VALUE SPACES.
      *
      * TOTAIS DO RELATORIO
       77 W-TOTFAIXAS   PIC 9(05) VALUE ZEROS.
       77 W-TOTFALTA    PIC 9(05) VALUE ZEROS.
       77 W-TOTVENCE    PIC 9(05) VALUE ZEROS.
       77 W-FALTAFX     PIC X(01) VALUE "N".
       77 W-VENCEFX     PIC X(01) VALUE "N".
      *
      * LINHA DA GRADE E CABECALHO DAS COLUNAS DE CURSO
       01 W-DETCOB.
           03 W-DCDIA       PIC 9(02).
           03 W-DCBARRA     PIC X(01).
           03 W-DCMES       PIC 9(02).
           03 FILLER        PIC X(01).
           03 W-DCNOMEDIA   PIC X(03).
           03 FILLER        PIC X(01).
           03 W-DCBINI      PIC 9(02).
           03 W-DCTRACO     PIC X(01).
           03 W-DCBFIM      PIC 9(02).
           03 FILLER        PIC X(02).
           03 W-DCESC       PIC 9(02).
           03 W-DCCURSO OCCURS 6 TIMES.
               05 FILLER      PIC X(03).
               05 W-DCCERT    PIC 9(02).
               05 W-DCMARCA   PIC X(01).
           03 FILLER        PIC X(02).
           03 W-DCAVISO     PIC X(22).
       01 W-CABCOB.
           03 W-CBTITULO    PIC X(19).
           03 W-CBCURSO OCCURS 6 TIMES.
               05 FILLER      PIC X(02).
               05 W-CBTXT     PIC X(01).
               05 W-CBCOD     PIC 9(02).
               05 FILLER      PIC X(01).
      *
      * ZELLER (1=DOMINGO ... 7=SABADO), MESMA ROTINA DO SGB109
       77 W-DSEM          PIC 9(01) VALUE ZEROS.
       77 W-ZQ            PIC 9(02) VALUE ZEROS.
       77 W-ZM            PIC 9(02) VALUE ZEROS.
       77 W-ZANO          PIC 9(04) VALUE ZEROS.
       77 W-ZK            PIC 9(02) VALUE ZEROS.
       77 W-ZJ            PIC 9(02) VALUE ZEROS.
       77 W-ZH            PIC 9(02) VALUE ZEROS.
       77 W-ZSOMA         PIC 9(06) VALUE ZEROS.
       77 W-ZT0           PIC 9(04) VALUE ZEROS.
       77 W-ZT1           PIC 9(04) VALUE ZEROS.
       77 W-ZT2           PIC 9(02) VALUE ZEROS.
       77 W-ZT3           PIC 9(02) VALUE ZEROS.
       77 W-ZDIA          PIC 9(02) VALUE ZEROS.
       77 W-ZMES          PIC 9(02) VALUE ZEROS.
       77 W-ZANOIN        PIC 9(04) VALUE ZEROS.
      *
      * APOIO AO SPOOL DE RELATORIOS (VIDE ABRE-SPOOL/MOSTRA-SPOOL)
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
           OPEN INPUT CADFILIAL
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO AO ABRIR O ARQUIVO CADFILIAL.DAT *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           OPEN INPUT CADESCALA
           IF ST-ESC NOT = "00"
               MOVE "* ERRO AO ABRIR O ARQUIVO CADESCALA.DAT *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADFILIAL
               GO TO ROT-FIM.
           OPEN INPUT CADAUSENC
           IF ST-AUS NOT = "00"
               IF ST-AUS = "30" OR "35"
                   OPEN OUTPUT CADAUSENC
                   CLOSE CADAUSENC
                   OPEN INPUT CADAUSENC
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQ CADAUSENC.DAT *"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADFILIAL CADESCALA
                   GO TO ROT-FIM.
           OPEN INPUT CADFUNC
           IF ST-FUN NOT = "00"
               MOVE "* ERRO AO ABRIR O ARQUIVO CADFUNC.DAT *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADFILIAL CADESCALA CADAUSENC
               GO TO ROT-FIM.
           OPEN INPUT SISNOTAS
           IF ST-NOT NOT = "00"
               MOVE "* ERRO AO ABRIR O ARQUIVO SISNOTAS.DAT *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADFILIAL CADESCALA CADAUSENC CADFUNC
               GO TO ROT-FIM.
           OPEN INPUT CADCURSO
           IF ST-CUR NOT = "00"
               MOVE "* ERRO AO ABRIR O ARQUIVO CADCURSO.DAT *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADFILIAL CADESCALA CADAUSENC CADFUNC SISNOTAS
               GO TO ROT-FIM.
      *
       ACC-PARAM.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 01)
               "  * COBERTURA DE CERTIFICADOS POR FILIAL E TURNO *"
           MOVE ZEROS TO W-FILIAL W-DTINI
           DISPLAY (03, 01) "   FILIAL (0=TODAS)..........: ".
           ACCEPT (03, 32) W-FILIAL WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR 01
               GO TO ENCERRA.
           DISPLAY (04, 01) "   INICIO DA SEMANA (AAAAMMDD, 0=HOJE): ".
           ACCEPT (04, 42) W-DTINI WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-PARAM.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           IF W-DTINI = ZEROS
               MOVE W-HOJE TO W-DTINI.
           MOVE W-DTINI TO W-DTDIA
           IF W-MESDIA < 01 OR W-MESDIA > 12 OR W-DIADIA < 01
                   OR W-DIADIA > 31
               MOVE "* DATA INVALIDA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-PARAM.
           IF W-FILIAL NOT = ZEROS
               MOVE W-FILIAL TO COD-FILIAL
               READ CADFILIAL
               IF ST-ERRO NOT = "00"
                   MOVE "* FILIAL NAO CADASTRADA *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACC-PARAM.
           PERFORM CARREGA-CURSOS THRU CARREGA-CURSOS-FIM
           IF W-QTDCURSO = ZEROS
               MOVE "* NENHUM CURSO EXIGIDO NO CATALOGO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-PARAM.
      *
       COB-INICIO.
           MOVE ZEROS TO W-TOTFAIXAS W-TOTFALTA W-TOTVENCE
           PERFORM ABRE-SPOOL THRU ABRE-SPOOL-FIM
           DISPLAY (01, 01) ERASE
           STRING "---- COBERTURA DE CERTIFICADOS - SEMANA DE "
               W-DTINI " ----"
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM
           MOVE 1 TO W-IC.
       COB-LEGENDA.
           IF W-IC > W-QTDCURSO
               GO TO COB-CABECALHO.
           MOVE W-CODEX (W-IC) TO CODCURSO-CAT
           READ CADCURSO
           IF ST-CUR NOT = "00"
               MOVE SPACES TO NOMECURSO.
           STRING "  CURSO EXIGIDO " W-CODEX (W-IC) " - " NOMECURSO
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM
           ADD 1 TO W-IC
           GO TO COB-LEGENDA.
       COB-CABECALHO.
           STRING "  ! = FAIXA SEM CERTIFICADO NO CURSO   * = CERTIFIC"
               "ADO VENCE ANTES DO DIA"
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM
           MOVE SPACES TO W-CABCOB
           MOVE "DATA  DIA FAIXA ESC" TO W-CBTITULO
           MOVE 1 TO W-IC.
       COB-CABECALHO-CURSO.
           IF W-IC > W-QTDCURSO
               GO TO COB-FILIAL-INI.
           MOVE "C" TO W-CBTXT (W-IC)
           MOVE W-CODEX (W-IC) TO W-CBCOD (W-IC)
           ADD 1 TO W-IC
           GO TO COB-CABECALHO-CURSO.
      *
       COB-FILIAL-INI.
           MOVE W-FILIAL TO COD-FILIAL
           START CADFILIAL KEY IS >= COD-FILIAL
           IF ST-ERRO NOT = "00"
               GO TO COB-FIM.
       COB-FILIAL.
           READ CADFILIAL NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO COB-FIM.
           IF W-FILIAL NOT = ZEROS AND COD-FILIAL NOT = W-FILIAL
               GO TO COB-FIM.
           MOVE SPACES TO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM
           STRING "FILIAL " COD-FILIAL " - " NOME-FILIAL
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM
           MOVE W-CABCOB TO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM
           MOVE W-DTINI TO W-DTDIA
           MOVE 1 TO W-NDIA.
       COB-DIA.
           IF W-NDIA > 7
               GO TO COB-FILIAL.
           MOVE W-DIADIA TO W-ZDIA
           MOVE W-MESDIA TO W-ZMES
           MOVE W-ANODIA TO W-ZANOIN
           PERFORM CALCULA-DIASEM THRU CALCULA-DIASEM-FIM
           DIVIDE HRABRE-FIL (W-DSEM) BY 100 GIVING W-HRABRE
           DIVIDE HRFECHA-FIL (W-DSEM) BY 100 GIVING W-HRFECHA
           IF HRABRE-FIL (W-DSEM) = ZEROS
                   AND HRFECHA-FIL (W-DSEM) = ZEROS
               MOVE SPACES TO W-DETCOB
               MOVE W-DIADIA TO W-DCDIA
               MOVE "/" TO W-DCBARRA
               MOVE W-MESDIA TO W-DCMES
               MOVE W-NOMEDIA (W-DSEM) TO W-DCNOMEDIA
               MOVE W-DETCOB (1:10) TO W-LINSPOOL
               MOVE "FILIAL FECHADA" TO W-LINSPOOL (12:14)
               PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM
               GO TO COB-DIA-PROX.
      * FECHAMENTO EM HORA QUEBRADA (1830) AINDA TEM A HORA 18
           IF HRFECHA-FIL (W-DSEM) = W-HRFECHA * 100
                   AND W-HRFECHA > ZEROS
               SUBTRACT 1 FROM W-HRFECHA.
           MOVE W-HRABRE TO W-BINI.
       COB-FAIXA.
           IF W-BINI > W-HRFECHA OR W-BINI > 23
               GO TO COB-DIA-PROX.
           COMPUTE W-BFIM = W-BINI + W-LARGFAIXA - 1
           IF W-BFIM > W-HRFECHA
               MOVE W-HRFECHA TO W-BFIM.
           PERFORM CONTA-FAIXA THRU CONTA-FAIXA-FIM
           PERFORM IMPRIME-FAIXA THRU IMPRIME-FAIXA-FIM
           COMPUTE W-BINI = W-BFIM + 1
           GO TO COB-FAIXA.
       COB-DIA-PROX.
           PERFORM AVANCA-DIA THRU AVANCA-DIA-FIM
           ADD 1 TO W-NDIA
           GO TO COB-DIA.
      *
       COB-FIM.
           MOVE SPACES TO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM
           STRING "FAIXAS ANALISADAS: " W-TOTFAIXAS
               "  COM FALTA (!): " W-TOTFALTA
               "  COM VENCIMENTO (*): " W-TOTVENCE
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM
           PERFORM FECHA-SPOOL THRU FECHA-SPOOL-FIM
           MOVE "* FIM DO RELATORIO - TECLE ENTER *" TO MENS
           DISPLAY (24, 12) MENS
           ACCEPT (24, 50) W-OPCAO
           GO TO ACC-PARAM.
      *
      *--------------------------------------------------------------
      * CURSOS EXIGIDOS: O 01 (SEMPRE, COMO NO SGB004) E OS MARCADOS
      * COM EXIGIDO-CAT = "S" NO CATALOGO (PROG008), ATE 6
      *--------------------------------------------------------------
      *
       CARREGA-CURSOS.
           MOVE ZEROS TO W-QTDCURSO
           MOVE ZEROS TO CODCURSO-CAT
           START CADCURSO KEY IS >= CODCURSO-CAT
           IF ST-CUR NOT = "00"
               GO TO CARREGA-CURSOS-FIM.
       CARREGA-CURSOS-PROX.
           READ CADCURSO NEXT RECORD
           IF ST-CUR NOT = "00"
               GO TO CARREGA-CURSOS-FIM.
           IF CODCURSO-CAT NOT = 01 AND EXIGIDO-CAT NOT = "S"
               GO TO CARREGA-CURSOS-PROX.
           IF W-QTDCURSO NOT < 6
               GO TO CARREGA-CURSOS-FIM.
           ADD 1 TO W-QTDCURSO
           MOVE CODCURSO-CAT TO W-CODEX (W-QTDCURSO)
           GO TO CARREGA-CURSOS-PROX.
       CARREGA-CURSOS-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * ESCALADOS DA FILIAL NA FAIXA W-BINI/W-BFIM DO DIA W-DTDIA E,
      * DE CADA UM, A SITUACAO EM CADA CURSO EXIGIDO
      *--------------------------------------------------------------
      *
       CONTA-FAIXA.
           MOVE ZEROS TO W-ESCALADOS
           MOVE 1 TO W-IC.
       CONTA-FAIXA-ZERA.
           IF W-IC > W-QTDCURSO
               GO TO CONTA-FAIXA-INI.
           MOVE ZEROS TO W-CERTEX (W-IC) W-VENCEEX (W-IC)
           ADD 1 TO W-IC
           GO TO CONTA-FAIXA-ZERA.
       CONTA-FAIXA-INI.
           MOVE ZEROS TO OPER-ESC DIASEM-ESC
           START CADESCALA KEY IS >= KEYESCALA
           IF ST-ESC NOT = "00"
               GO TO CONTA-FAIXA-FIM.
       CONTA-FAIXA-PROX.
           READ CADESCALA NEXT RECORD
           IF ST-ESC NOT = "00"
               GO TO CONTA-FAIXA-FIM.
           IF DIASEM-ESC NOT = W-DSEM OR FILIAL-ESC NOT = COD-FILIAL
               GO TO CONTA-FAIXA-PROX.
           IF HRINI-ESC = ZEROS AND HRFIM-ESC = ZEROS
               GO TO CONTA-FAIXA-PROX.
           IF HRINI-ESC > W-BFIM OR HRFIM-ESC < W-BINI
               GO TO CONTA-FAIXA-PROX.
           MOVE OPER-ESC TO COD-FUNC
           READ CADFUNC
           IF ST-FUN NOT = "00" OR SITUAC-FUNC NOT = "A"
               GO TO CONTA-FAIXA-PROX.
           PERFORM VERIFICA-AUSENCIA THRU VERIFICA-AUSENCIA-FIM
           IF W-AUSENTE = "S"
               GO TO CONTA-FAIXA-PROX.
           ADD 1 TO W-ESCALADOS
           MOVE OPER-ESC TO W-MATRNUM
           MOVE 1 TO W-IC.
       CONTA-FAIXA-CURSO.
           IF W-IC > W-QTDCURSO
               GO TO CONTA-FAIXA-PROX.
           MOVE W-MATRTXT TO MATRICULA
           MOVE W-CODEX (W-IC) TO CODCURSO
           READ SISNOTAS
           IF ST-NOT NOT = "00"
               GO TO CONTA-FAIXA-CURSO-PROX.
           IF SITUACAO (1:9) = "REPROVADO"
               GO TO CONTA-FAIXA-CURSO-PROX.
           IF DTRECERT = ZEROS OR DTRECERT NOT < W-DTDIA
               ADD 1 TO W-CERTEX (W-IC)
               GO TO CONTA-FAIXA-CURSO-PROX.
           IF DTRECERT NOT < W-HOJE
               ADD 1 TO W-VENCEEX (W-IC).
       CONTA-FAIXA-CURSO-PROX.
           ADD 1 TO W-IC
           GO TO CONTA-FAIXA-CURSO.
       CONTA-FAIXA-FIM.
           EXIT.
      *
      * AUSENCIA/FERIAS DO OPERADOR NO DIA W-DTDIA (CADAUSENC)
       VERIFICA-AUSENCIA.
           MOVE "N" TO W-AUSENTE
           MOVE OPER-ESC TO OPER-AUS
           MOVE ZEROS TO DTINI-AUS
           START CADAUSENC KEY IS >= KEYAUSENC
           IF ST-AUS NOT = "00"
               GO TO VERIFICA-AUSENCIA-FIM.
       VERIFICA-AUSENCIA-PROX.
           READ CADAUSENC NEXT RECORD
           IF ST-AUS NOT = "00"
               GO TO VERIFICA-AUSENCIA-FIM.
           IF OPER-AUS NOT = OPER-ESC
               GO TO VERIFICA-AUSENCIA-FIM.
           IF W-DTDIA >= DTINI-AUS AND W-DTDIA <= DTFIM-AUS
               MOVE "S" TO W-AUSENTE
               GO TO VERIFICA-AUSENCIA-FIM.
           GO TO VERIFICA-AUSENCIA-PROX.
       VERIFICA-AUSENCIA-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * LINHA DA GRADE: ESCALADOS E CERTIFICADOS POR CURSO, COM AS
      * MARCAS DE FALTA (!) E DE VENCIMENTO (*)
      *--------------------------------------------------------------
      *
       IMPRIME-FAIXA.
           ADD 1 TO W-TOTFAIXAS
           MOVE "N" TO W-FALTAFX W-VENCEFX
           MOVE SPACES TO W-DETCOB
           MOVE W-DIADIA TO W-DCDIA
           MOVE "/" TO W-DCBARRA
           MOVE W-MESDIA TO W-DCMES
           MOVE W-NOMEDIA (W-DSEM) TO W-DCNOMEDIA
           MOVE W-BINI TO W-DCBINI
           MOVE "-" TO W-DCTRACO
           MOVE W-BFIM TO W-DCBFIM
           MOVE W-ESCALADOS TO W-DCESC
           MOVE 1 TO W-IC.
       IMPRIME-FAIXA-CURSO.
           IF W-IC > W-QTDCURSO
               GO TO IMPRIME-FAIXA-AVISO.
           MOVE W-CERTEX (W-IC) TO W-DCCERT (W-IC)
           IF W-VENCEEX (W-IC) > ZEROS
               MOVE "*" TO W-DCMARCA (W-IC)
               MOVE "S" TO W-VENCEFX.
           IF W-CERTEX (W-IC) = ZEROS
               MOVE "!" TO W-DCMARCA (W-IC)
               MOVE "S" TO W-FALTAFX.
           ADD 1 TO W-IC
           GO TO IMPRIME-FAIXA-CURSO.
       IMPRIME-FAIXA-AVISO.
           IF W-ESCALADOS = ZEROS
               MOVE "SEM NINGUEM ESCALADO" TO W-DCAVISO
           ELSE
               IF W-FALTAFX = "S"
                   MOVE "FALTA CERTIFICADO" TO W-DCAVISO
               ELSE
                   IF W-VENCEFX = "S"
                       MOVE "CERTIFICADO VENCENDO" TO W-DCAVISO.
           IF W-FALTAFX = "S"
               ADD 1 TO W-TOTFALTA.
           IF W-VENCEFX = "S"
               ADD 1 TO W-TOTVENCE.
           MOVE W-DETCOB TO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
       IMPRIME-FAIXA-FIM.
           EXIT.
      *
      * AVANCA UM DIA DE CALENDARIO REAL (FEVEREIRO COM 29 EM ANO
      * MULTIPLO DE 4), MESMA ROTINA DO SGB145
       AVANCA-DIA.
           MOVE W-DIASMES (W-MESDIA) TO W-ULTDIAMES
           IF W-MESDIA = 02
               DIVIDE W-ANODIA BY 4 GIVING W-ANORESTO
               COMPUTE W-ANORESTO = W-ANODIA - (W-ANORESTO * 4)
               IF W-ANORESTO = ZEROS
                   MOVE 29 TO W-ULTDIAMES.
           IF W-DIADIA < W-ULTDIAMES
               ADD 1 TO W-DIADIA
               GO TO AVANCA-DIA-FIM.
           MOVE 01 TO W-DIADIA
           IF W-MESDIA < 12
               ADD 1 TO W-MESDIA
           ELSE
               MOVE 01 TO W-MESDIA
               ADD 1 TO W-ANODIA.
       AVANCA-DIA-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * DIA DA SEMANA POR ZELLER (1=DOMINGO ... 7=SABADO), MESMA
      * ROTINA DO SGB109, SOBRE W-ZDIA/W-ZMES/W-ZANOIN
      *--------------------------------------------------------------
      *
       CALCULA-DIASEM.
           MOVE W-ZDIA TO W-ZQ
           MOVE W-ZMES TO W-ZM
           MOVE W-ZANOIN TO W-ZANO
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
               MOVE 7 TO W-DSEM
           ELSE
               MOVE W-ZH TO W-DSEM.
       CALCULA-DIASEM-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * ABERTURA DO SPOOL DO RELATORIO: PEDE O OPERADOR, TIRA O
      * NUMERO DA SERIE "SPOOL" (CADCONTROLE), GRAVA O REGISTRO DE
      * CONTROLE NO CADSPOOL E ABRE O ARQUIVO SPLnnnnnn.TXT COM O
      * CABECALHO. SE O SPOOL NAO PUDER SER ABERTO, O RELATORIO SAI
      * SO NA TELA
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
           MOVE "SGB147" TO PROGSPOOL
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
      *--------------------------------------------------------------
      * MOSTRA A LINHA MONTADA EM W-LINSPOOL NA TELA E, COM O SPOOL
      * ABERTO, GRAVA A MESMA LINHA NO ARQUIVO DE SPOOL
      *--------------------------------------------------------------
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
      *--------------------------------------------------------------
      * ENCERRAMENTO DO SPOOL DO RELATORIO
      *--------------------------------------------------------------
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
           CLOSE CADFILIAL CADESCALA CADAUSENC CADFUNC SISNOTAS
               CADCURSO
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
