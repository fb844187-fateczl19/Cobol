       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG010.
       AUTHOR. THALES ANDRE PEREIRA SOUZA SERRA.
      **************************************
      * BANCO DE QUESTOES E PROVAS ON-LINE *
      **************************************
      *----------------------------------------------------------------
      * A PROVA DOS TREINAMENTOS ERA CORRIGIDA NO PAPEL E A NOTA
      * DIGITADA DEPOIS NO PROG004. AQUI:
      *   Q = BANCO DE QUESTOES DO CURSO (CADCURSO/PROG008): QUESTAO
      *       DE MULTIPLA ESCOLHA (A-D) COM A RESPOSTA CERTA E O
      *       TOPICO; QUESTAO INATIVA NAO ENTRA MAIS EM PROVA
      *   P = PROVA DE UMA MATRICULA NO BIMESTRE (1 A 4): SORTEIA ATE
      *       W-QTDPROVA QUESTOES ATIVAS DO CURSO, O ATENDENTE RESPONDE
      *       NA TELA E A NOTA (0 A 10) VAI DIRETO PARA O NOTAn DA
      *       FICHA DO SISNOTAS, COM A SITUACAO RECALCULADA COMO NO
      *       PROG004. AS RESPOSTAS FICAM NO CADRESPPRV PARA REVISAO
      *       (NOVA PROVA NO MESMO BIMESTRE SUBSTITUI A ANTERIOR)
      *   R = QUESTOES MAIS ERRADAS DO CURSO, NO SPOOL DE RELATORIOS
      *       (SGB038)
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADQUESTAO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYQUESTAO
                    FILE STATUS  IS ST-QST.
       SELECT CADRESPPRV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYRESPPRV
                    FILE STATUS  IS ST-RSP.
       SELECT CADCURSO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODCURSO-CAT
                    FILE STATUS  IS ST-CUR.
       SELECT CADFUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-FUNC
                    FILE STATUS  IS ST-FUN.
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
      * BANCO DE QUESTOES: POR CURSO, ALTERNATIVAS A A D, RESPOSTA
      * CERTA E TOPICO. SITUACAO A = ATIVA, I = FORA DAS PROVAS
      *----------------------------------------------------------------
       FD CADQUESTAO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADQUESTAO.DAT".
       01 REGQUESTAO.
                03 KEYQUESTAO.
                  05 CODCURSO-QST  PIC 9(02).
                  05 NUMQST        PIC 9(04).
                03 ENUNC-QST       PIC X(70).
                03 ALTA-QST        PIC X(50).
                03 ALTB-QST        PIC X(50).
                03 ALTC-QST        PIC X(50).
                03 ALTD-QST        PIC X(50).
                03 RESPCERTA-QST   PIC X(01).
                03 TOPICO-QST      PIC X(20).
                03 SITQST          PIC X(01).
      *
      *----------------------------------------------------------------
      * RESPOSTAS DA PROVA, UMA POR QUESTAO NA ORDEM EM QUE SAIU,
      * COM O GABARITO DA EPOCA (A QUESTAO PODE SER CORRIGIDA DEPOIS)
      *----------------------------------------------------------------
       FD CADRESPPRV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRESPPRV.DAT".
       01 REGRESPPRV.
                03 KEYRESPPRV.
                  05 MATR-RSP      PIC X(15).
                  05 CODCURSO-RSP  PIC 9(02).
                  05 BIM-RSP       PIC 9(01).
                  05 ORDEM-RSP     PIC 9(02).
                03 NUMQST-RSP      PIC 9(04).
                03 RESPOSTA-RSP    PIC X(01).
                03 GABARITO-RSP    PIC X(01).
                03 ACERTO-RSP      PIC X(01).
                03 DTPROVA-RSP     PIC 9(08).
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
       FD CADFUNC
               LABEL RECORD IS STANDARD
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
                03 DTAVALIACAO.
                  05 ANOAVALIACAO PIC 9(04).
                  05 MESAVALIACAO PIC 9(02).
                  05 DIAAVALIACAO PIC 9(02).
                03 DTRECERT.
                  05 ANORECERT    PIC 9(04).
                  05 MESRECERT    PIC 9(02).
                  05 DIARECERT    PIC 9(02).
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
       77 ST-QST       PIC X(02) VALUE "00".
       77 ST-RSP       PIC X(02) VALUE "00".
       77 ST-CUR       PIC X(02) VALUE "00".
       77 ST-FUN       PIC X(02) VALUE "00".
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-CURSO      PIC 9(02) VALUE ZEROS.
       77 W-NUMQST     PIC 9(04) VALUE ZEROS.
       77 W-BIMESTRE   PIC 9(01) VALUE ZEROS.
       77 W-RESPOSTA   PIC X(01) VALUE SPACES.
       77 W-HOJE       PIC 9(08) VALUE ZEROS.
      * MATRICULA NORMALIZADA (COD-FUNC EM QUATRO DIGITOS, COMO NO
      * PROG004)
       01 W-MATREDIT.
           03 W-MATRNUM PIC 9(04) VALUE ZEROS.
           03 FILLER    PIC X(11) VALUE SPACES.
      *
      * QUESTOES POR PROVA E SORTEIO (GERADOR CONGRUENTE SIMPLES,
      * SEMENTE TIRADA DA HORA E DA MATRICULA)
       77 W-QTDPROVA   PIC 9(02) VALUE 10.
       77 W-QTDBANCO   PIC 9(03) VALUE ZEROS.
       77 W-QTDSORT    PIC 9(02) VALUE ZEROS.
       77 W-IDX        PIC 9(03) VALUE ZEROS.
       77 W-IDX2       PIC 9(03) VALUE ZEROS.
       77 W-RESTAM     PIC 9(03) VALUE ZEROS.
       77 W-SALVAQST   PIC 9(04) VALUE ZEROS.
       77 W-SEMENTE    PIC 9(09) VALUE ZEROS.
       77 W-PRODUTO    PIC 9(15) VALUE ZEROS.
       77 W-QUOC       PIC 9(15) VALUE ZEROS.
       77 W-DESLOC     PIC 9(03) VALUE ZEROS.
       01 W-HORA       PIC 9(08) VALUE ZEROS.
       01 W-TABBANCO.
           03 W-QSTBANCO PIC 9(04) OCCURS 300 TIMES.
      *
      * CORRECAO E SITUACAO (LIMITES DO CADCURSO, COMO NO PROG004)
       77 W-ACERTOS    PIC 9(02) VALUE ZEROS.
       77 W-NOTA       PIC 9(02) VALUE ZEROS.
       01 MEDIA        PIC 9(02) VALUE ZEROS.
       01 FALTAS       PIC 9(02) VALUE ZEROS.
       77 W-MEDIAMIN   PIC 9(02) VALUE 05.
       77 W-MAXFALTAS  PIC 9(02) VALUE 20.
       77 W-VALIDMESES PIC 9(03) VALUE 012.
       77 W-TOTMES     PIC 9(06) VALUE ZEROS.
       77 W-RESTOMES   PIC 9(02) VALUE ZEROS.
       01 W-DATAUDIT   PIC 9(08) VALUE ZEROS.
       01 W-DATAUDIT-R REDEFINES W-DATAUDIT.
           03 W-ANOAUD  PIC 9(04).
           03 W-MESAUD  PIC 9(02).
           03 W-DIAAUD  PIC 9(02).
      *
      * RELATORIO DE ERROS: TENTATIVAS E ERROS POR QUESTAO DO BANCO
      * (MESMA ORDEM DE W-QSTBANCO)
       01 W-TABERROS.
           03 W-ERROQST OCCURS 300 TIMES.
               05 W-TENTQ  PIC 9(05).
               05 W-ERROQ  PIC 9(05).
               05 W-LISTQ  PIC X(01).
       77 W-MAIORERRO  PIC 9(05) VALUE ZEROS.
       77 W-POSMAIOR   PIC 9(03) VALUE ZEROS.
       77 W-LINHAS     PIC 9(02) VALUE ZEROS.
       77 W-PERCERRO   PIC 9(03) VALUE ZEROS.
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
           OPEN I-O CADQUESTAO
           IF ST-QST NOT = "00"
               IF ST-QST = "30" OR "35"
                   OPEN OUTPUT CADQUESTAO
                   CLOSE CADQUESTAO
                   OPEN I-O CADQUESTAO
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQ CADQUESTAO.DAT *"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
           OPEN I-O CADRESPPRV
           IF ST-RSP NOT = "00"
               IF ST-RSP = "30" OR "35"
                   OPEN OUTPUT CADRESPPRV
                   CLOSE CADRESPPRV
                   OPEN I-O CADRESPPRV
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQ CADRESPPRV.DAT *"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADQUESTAO
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
                   CLOSE CADQUESTAO CADRESPPRV
                   GO TO ROT-FIM.
           OPEN INPUT CADFUNC
           IF ST-FUN NOT = "00"
               MOVE "* ERRO AO ABRIR O ARQ CADFUNC.DAT *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADQUESTAO CADRESPPRV CADCURSO
               GO TO ROT-FIM.
           OPEN I-O SISNOTAS
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                   OPEN OUTPUT SISNOTAS
                   CLOSE SISNOTAS
                   OPEN I-O SISNOTAS
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQ SISNOTAS.DAT *"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADQUESTAO CADRESPPRV CADCURSO CADFUNC
                   GO TO ROT-FIM.
      *
       ACC-MODO.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 01) "  * BANCO DE QUESTOES E PROVAS ON-LINE *"
           MOVE SPACES TO W-OPCAO
           DISPLAY (03, 01)
               "   Q=QUESTOES  P=PROVA  R=MAIS ERRADAS  S=SAIR : ".
           ACCEPT (03, 50) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR 01
               GO TO ENCERRA.
           IF W-OPCAO = "q" MOVE "Q" TO W-OPCAO.
           IF W-OPCAO = "p" MOVE "P" TO W-OPCAO.
           IF W-OPCAO = "r" MOVE "R" TO W-OPCAO.
           IF W-OPCAO = "s" OR "S"
               GO TO ENCERRA.
           IF W-OPCAO = "Q"
               GO TO QST-INICIO.
           IF W-OPCAO = "P"
               GO TO PRV-INICIO.
           IF W-OPCAO = "R"
               GO TO ERR-INICIO.
           MOVE "* DIGITE Q, P, R OU S *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ACC-MODO.
      *
      *----------------------------------------------------------------
      * BANCO DE QUESTOES: QUESTAO NOVA OU ALTERACAO DA EXISTENTE
      * (INATIVAR = SITUACAO I, PARA NAO PERDER O HISTORICO DAS
      * RESPOSTAS JA DADAS)
      *----------------------------------------------------------------
       QST-INICIO.
           PERFORM ACHA-CURSO THRU ACHA-CURSO-FIM
           IF W-CURSO = ZEROS
               GO TO ACC-MODO.
       QST-NUMERO.
           MOVE ZEROS TO W-NUMQST
           DISPLAY (07, 01) "   NUMERO DA QUESTAO (0=ENCERRAR): ".
           ACCEPT (07, 37) W-NUMQST WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR W-NUMQST = ZEROS
               GO TO ACC-MODO.
           MOVE W-CURSO TO CODCURSO-QST
           MOVE W-NUMQST TO NUMQST
           READ CADQUESTAO
           IF ST-QST = "00"
               MOVE "* QUESTAO JA CADASTRADA - ALTERACAO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
           ELSE
               MOVE SPACES TO ENUNC-QST ALTA-QST ALTB-QST ALTC-QST
               MOVE SPACES TO ALTD-QST RESPCERTA-QST TOPICO-QST
               MOVE "A" TO SITQST.
       QST-TEXTO.
           DISPLAY (09, 01) "   ENUNCIADO:".
           ACCEPT (10, 05) ENUNC-QST WITH UPDATE
           DISPLAY (11, 01) " A)".
           ACCEPT (11, 05) ALTA-QST WITH UPDATE
           DISPLAY (12, 01) " B)".
           ACCEPT (12, 05) ALTB-QST WITH UPDATE
           DISPLAY (13, 01) " C)".
           ACCEPT (13, 05) ALTC-QST WITH UPDATE
           DISPLAY (14, 01) " D)".
           ACCEPT (14, 05) ALTD-QST WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO QST-NUMERO.
           IF ENUNC-QST = SPACES OR ALTA-QST = SPACES
                   OR ALTB-QST = SPACES
               MOVE "* ENUNCIADO E AO MENOS A E B OBRIGATORIOS *"
                                                          TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO QST-TEXTO.
       QST-RESPOSTA.
           DISPLAY (16, 01) "   RESPOSTA CERTA (A-D): ".
           ACCEPT (16, 26) RESPCERTA-QST WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO QST-TEXTO.
           IF RESPCERTA-QST = "a" MOVE "A" TO RESPCERTA-QST.
           IF RESPCERTA-QST = "b" MOVE "B" TO RESPCERTA-QST.
           IF RESPCERTA-QST = "c" MOVE "C" TO RESPCERTA-QST.
           IF RESPCERTA-QST = "d" MOVE "D" TO RESPCERTA-QST.
           IF RESPCERTA-QST NOT = "A" AND "B" AND "C" AND "D"
               MOVE "* RESPOSTA DE A A D *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO QST-RESPOSTA.
           IF RESPCERTA-QST = "C" AND ALTC-QST = SPACES
               MOVE "* ALTERNATIVA C EM BRANCO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO QST-RESPOSTA.
           IF RESPCERTA-QST = "D" AND ALTD-QST = SPACES
               MOVE "* ALTERNATIVA D EM BRANCO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO QST-RESPOSTA.
       QST-TOPICO.
           DISPLAY (17, 01) "   TOPICO: ".
           ACCEPT (17, 12) TOPICO-QST WITH UPDATE
           DISPLAY (18, 01) "   SITUACAO (A=ATIVA I=INATIVA): ".
           ACCEPT (18, 34) SITQST WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO QST-RESPOSTA.
           IF SITQST = "a" MOVE "A" TO SITQST.
           IF SITQST = "i" MOVE "I" TO SITQST.
           IF SITQST NOT = "A" AND "I"
               MOVE "* DIGITE A OU I *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO QST-TOPICO.
           WRITE REGQUESTAO
           IF ST-QST = "22"
               REWRITE REGQUESTAO.
           MOVE "* QUESTAO GRAVADA *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           DISPLAY (09, 01) ERASE
           GO TO QST-NUMERO.
      *
      *----------------------------------------------------------------
      * PROVA DO ATENDENTE: SORTEIA AS QUESTOES, APLICA NA TELA,
      * GUARDA AS RESPOSTAS E LANCA A NOTA NO BIMESTRE
      *----------------------------------------------------------------
       PRV-INICIO.
           PERFORM ACHA-CURSO THRU ACHA-CURSO-FIM
           IF W-CURSO = ZEROS
               GO TO ACC-MODO.
       PRV-MATRICULA.
           MOVE ZEROS TO W-MATRNUM
           DISPLAY (07, 01) "   MATRICULA DO ATENDENTE: ".
           ACCEPT (07, 29) W-MATRNUM WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR W-MATRNUM = ZEROS
               GO TO ACC-MODO.
           MOVE W-MATRNUM TO COD-FUNC
           READ CADFUNC
           IF ST-FUN NOT = "00" OR SITUAC-FUNC NOT = "A"
               MOVE "* ATENDENTE INVALIDO OU INATIVO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO PRV-MATRICULA.
           DISPLAY (07, 35) NOME-FUNC.
       PRV-BIMESTRE.
           MOVE ZEROS TO W-BIMESTRE
           DISPLAY (08, 01) "   BIMESTRE (1-4): ".
           ACCEPT (08, 20) W-BIMESTRE WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO PRV-MATRICULA.
           IF W-BIMESTRE < 1 OR W-BIMESTRE > 4
               MOVE "* BIMESTRE DE 1 A 4 *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO PRV-BIMESTRE.
           PERFORM CARREGA-BANCO THRU CARREGA-BANCO-FIM
           IF W-QTDBANCO = ZEROS
               MOVE "* CURSO SEM QUESTOES ATIVAS NO BANCO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-MODO.
           PERFORM SORTEIA-QUESTOES THRU SORTEIA-QUESTOES-FIM.
       PRV-CONFIRMA.
           MOVE "S" TO W-OPCAO
           DISPLAY (10, 01) "   PROVA COM " W-QTDSORT
               " QUESTOES. INICIAR (S/N): ".
           ACCEPT (10, 45) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
               GO TO ACC-MODO.
           IF W-OPCAO NOT = "S" AND "s"
               MOVE "* DIGITE APENAS S=SIM e N=NAO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO PRV-CONFIRMA.
           PERFORM LIMPA-RESPOSTAS THRU LIMPA-RESPOSTAS-FIM
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE ZEROS TO W-ACERTOS
           MOVE 1 TO W-IDX.
       PRV-QUESTAO.
           IF W-IDX > W-QTDSORT
               GO TO PRV-CORRIGE.
           MOVE W-CURSO TO CODCURSO-QST
           MOVE W-QSTBANCO (W-IDX) TO NUMQST
           READ CADQUESTAO
           IF ST-QST NOT = "00"
               ADD 1 TO W-IDX
               GO TO PRV-QUESTAO.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 01) "  * PROVA - " NOMECURSO "  QUESTAO "
               W-IDX " DE " W-QTDSORT " *"
           DISPLAY (04, 01) ENUNC-QST
           DISPLAY (06, 01) " A) " ALTA-QST
           DISPLAY (07, 01) " B) " ALTB-QST
           IF ALTC-QST NOT = SPACES
               DISPLAY (08, 01) " C) " ALTC-QST.
           IF ALTD-QST NOT = SPACES
               DISPLAY (09, 01) " D) " ALTD-QST.
       PRV-RESPOSTA.
           MOVE SPACES TO W-RESPOSTA
           DISPLAY (12, 01) "   SUA RESPOSTA (A-D): ".
           ACCEPT (12, 24) W-RESPOSTA WITH UPDATE
           IF W-RESPOSTA = "a" MOVE "A" TO W-RESPOSTA.
           IF W-RESPOSTA = "b" MOVE "B" TO W-RESPOSTA.
           IF W-RESPOSTA = "c" MOVE "C" TO W-RESPOSTA.
           IF W-RESPOSTA = "d" MOVE "D" TO W-RESPOSTA.
           IF W-RESPOSTA NOT = "A" AND "B" AND "C" AND "D"
               MOVE "* RESPOSTA DE A A D *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO PRV-RESPOSTA.
           MOVE W-MATREDIT TO MATR-RSP
           MOVE W-CURSO TO CODCURSO-RSP
           MOVE W-BIMESTRE TO BIM-RSP
           MOVE W-IDX TO ORDEM-RSP
           MOVE NUMQST TO NUMQST-RSP
           MOVE W-RESPOSTA TO RESPOSTA-RSP
           MOVE RESPCERTA-QST TO GABARITO-RSP
           MOVE W-HOJE TO DTPROVA-RSP
           IF W-RESPOSTA = RESPCERTA-QST
               MOVE "S" TO ACERTO-RSP
               ADD 1 TO W-ACERTOS
           ELSE
               MOVE "N" TO ACERTO-RSP.
           WRITE REGRESPPRV
           IF ST-RSP = "22"
               REWRITE REGRESPPRV.
           ADD 1 TO W-IDX
           GO TO PRV-QUESTAO.
      *
      * NOTA DE 0 A 10 PROPORCIONAL AOS ACERTOS, NO NOTAn DO
      * BIMESTRE; A FICHA E CRIADA ZERADA SE AINDA NAO EXISTIR (COMO
      * NA MATRICULA DA TURMA DO PROG009)
       PRV-CORRIGE.
           COMPUTE W-NOTA ROUNDED = (W-ACERTOS * 10) / W-QTDSORT
           MOVE W-MATREDIT TO MATRICULA
           MOVE W-CURSO TO CODCURSO
           READ SISNOTAS
           IF ST-ERRO NOT = "00"
               MOVE W-MATREDIT TO MATRICULA
               MOVE W-CURSO TO CODCURSO
               MOVE NOME-FUNC TO NOME
               MOVE ZEROS TO NOTA1 NOTA2 NOTA3 NOTA4
               MOVE ZEROS TO FALTA1 FALTA2 FALTA3 FALTA4
               MOVE SPACES TO SITUACAO
               MOVE ZEROS TO DTAVALIACAO DTRECERT
               WRITE REGNOTAS.
           IF W-BIMESTRE = 1
               MOVE W-NOTA TO NOTA1.
           IF W-BIMESTRE = 2
               MOVE W-NOTA TO NOTA2.
           IF W-BIMESTRE = 3
               MOVE W-NOTA TO NOTA3.
           IF W-BIMESTRE = 4
               MOVE W-NOTA TO NOTA4.
           PERFORM CALCULA-SITUACAO THRU CALCULA-SITUACAO-FIM
           PERFORM GRAVA-RECERT THRU GRAVA-RECERT-FIM
           REWRITE REGNOTAS
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO NA GRAVACAO DA NOTA NO SISNOTAS *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-MODO.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 01) "  * PROVA ENCERRADA *"
           DISPLAY (04, 01) "   ATENDENTE: " NOME
           DISPLAY (05, 01) "   CURSO    : " NOMECURSO
           DISPLAY (06, 01) "   ACERTOS  : " W-ACERTOS " DE " W-QTDSORT
           DISPLAY (07, 01) "   NOTA DO " W-BIMESTRE "o BIMESTRE: "
               W-NOTA
           DISPLAY (08, 01) "   MEDIA    : " MEDIA
           DISPLAY (09, 01) "   SITUACAO : " SITUACAO
           MOVE "* NOTA LANCADA NO SISNOTAS *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ACC-MODO.
      *
      *----------------------------------------------------------------
      * QUESTOES MAIS ERRADAS DO CURSO: TENTATIVAS E ERROS DE CADA
      * QUESTAO NAS RESPOSTAS GUARDADAS, DA MAIS ERRADA PARA A MENOS
      *----------------------------------------------------------------
       ERR-INICIO.
           PERFORM ACHA-CURSO THRU ACHA-CURSO-FIM
           IF W-CURSO = ZEROS
               GO TO ACC-MODO.
           MOVE "T" TO W-OPCAO
           PERFORM CARREGA-BANCO THRU CARREGA-BANCO-FIM
           IF W-QTDBANCO = ZEROS
               MOVE "* CURSO SEM QUESTOES NO BANCO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-MODO.
           MOVE 1 TO W-IDX.
       ERR-ZERA.
           IF W-IDX > W-QTDBANCO
               GO TO ERR-LE.
           MOVE ZEROS TO W-TENTQ (W-IDX) W-ERROQ (W-IDX)
           MOVE "N" TO W-LISTQ (W-IDX)
           ADD 1 TO W-IDX
           GO TO ERR-ZERA.
       ERR-LE.
           MOVE LOW-VALUES TO KEYRESPPRV
           START CADRESPPRV KEY IS >= KEYRESPPRV
           IF ST-RSP NOT = "00"
               GO TO ERR-REL.
       ERR-LE-PROX.
           READ CADRESPPRV NEXT RECORD
           IF ST-RSP NOT = "00"
               GO TO ERR-REL.
           IF CODCURSO-RSP NOT = W-CURSO
               GO TO ERR-LE-PROX.
           MOVE 1 TO W-IDX.
       ERR-LE-ACHA.
           IF W-IDX > W-QTDBANCO
               GO TO ERR-LE-PROX.
           IF W-QSTBANCO (W-IDX) NOT = NUMQST-RSP
               ADD 1 TO W-IDX
               GO TO ERR-LE-ACHA.
           ADD 1 TO W-TENTQ (W-IDX)
           IF ACERTO-RSP NOT = "S"
               ADD 1 TO W-ERROQ (W-IDX).
           GO TO ERR-LE-PROX.
       ERR-REL.
           PERFORM ABRE-SPOOL THRU ABRE-SPOOL-FIM
           STRING "---- QUESTOES MAIS ERRADAS - CURSO " W-CURSO " "
               NOMECURSO " ----"
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM
           STRING "QUEST TOPICO               TENTAT.  ERROS  %ERRO"
               "  CERTA"
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM
           MOVE ZEROS TO W-LINHAS.
       ERR-REL-MAIOR.
           IF W-LINHAS NOT < 20
               GO TO ERR-REL-FIM.
           MOVE ZEROS TO W-MAIORERRO W-POSMAIOR
           MOVE 1 TO W-IDX.
       ERR-REL-BUSCA.
           IF W-IDX > W-QTDBANCO
               GO TO ERR-REL-LINHA.
           IF W-LISTQ (W-IDX) = "N" AND W-ERROQ (W-IDX) > W-MAIORERRO
               MOVE W-ERROQ (W-IDX) TO W-MAIORERRO
               MOVE W-IDX TO W-POSMAIOR.
           ADD 1 TO W-IDX
           GO TO ERR-REL-BUSCA.
       ERR-REL-LINHA.
           IF W-POSMAIOR = ZEROS
               GO TO ERR-REL-FIM.
           MOVE "S" TO W-LISTQ (W-POSMAIOR)
           ADD 1 TO W-LINHAS
           COMPUTE W-PERCERRO ROUNDED = (W-ERROQ (W-POSMAIOR) * 100)
               / W-TENTQ (W-POSMAIOR)
           MOVE W-CURSO TO CODCURSO-QST
           MOVE W-QSTBANCO (W-POSMAIOR) TO NUMQST
           READ CADQUESTAO
           IF ST-QST NOT = "00"
               MOVE SPACES TO TOPICO-QST RESPCERTA-QST.
           STRING NUMQST " " TOPICO-QST " " W-TENTQ (W-POSMAIOR)
               "    " W-ERROQ (W-POSMAIOR) "    " W-PERCERRO
               "     " RESPCERTA-QST
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM
           STRING "      " ENUNC-QST
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM
           GO TO ERR-REL-MAIOR.
       ERR-REL-FIM.
           IF W-LINHAS = ZEROS
               STRING "NENHUM ERRO REGISTRADO NAS PROVAS DO CURSO"
                   DELIMITED BY SIZE INTO W-LINSPOOL
               PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           PERFORM FECHA-SPOOL THRU FECHA-SPOOL-FIM
           MOVE "* FIM DO RELATORIO *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ACC-MODO.
      *
      * LOCALIZA O CURSO NO CATALOGO (PROG008)
       ACHA-CURSO.
           MOVE ZEROS TO W-CURSO
           DISPLAY (05, 01) "   CODIGO DO CURSO: ".
           ACCEPT (05, 22) W-CURSO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR W-CURSO = ZEROS
               MOVE ZEROS TO W-CURSO
               GO TO ACHA-CURSO-FIM.
           MOVE W-CURSO TO CODCURSO-CAT
           READ CADCURSO
           IF ST-CUR NOT = "00"
               MOVE "* CURSO NAO ESTA NO CATALOGO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               MOVE ZEROS TO W-CURSO
               GO TO ACHA-CURSO-FIM.
           DISPLAY (05, 26) NOMECURSO
           MOVE MEDIAMIN TO W-MEDIAMIN
           MOVE MAXFALTAS TO W-MAXFALTAS
           MOVE VALIDMESES TO W-VALIDMESES.
       ACHA-CURSO-FIM.
           EXIT.
      *
      * QUESTOES DO CURSO EM W-QSTBANCO: SO AS ATIVAS PARA A PROVA;
      * TODAS (W-OPCAO = "T") PARA O RELATORIO DE ERROS
       CARREGA-BANCO.
           MOVE ZEROS TO W-QTDBANCO
           MOVE W-CURSO TO CODCURSO-QST
           MOVE ZEROS TO NUMQST
           START CADQUESTAO KEY IS >= KEYQUESTAO
           IF ST-QST NOT = "00"
               GO TO CARREGA-BANCO-FIM.
       CARREGA-BANCO-PROX.
           READ CADQUESTAO NEXT RECORD
           IF ST-QST NOT = "00"
               GO TO CARREGA-BANCO-FIM.
           IF CODCURSO-QST NOT = W-CURSO
               GO TO CARREGA-BANCO-FIM.
           IF SITQST NOT = "A" AND W-OPCAO NOT = "T"
               GO TO CARREGA-BANCO-PROX.
           IF W-QTDBANCO NOT < 300
               GO TO CARREGA-BANCO-FIM.
           ADD 1 TO W-QTDBANCO
           MOVE NUMQST TO W-QSTBANCO (W-QTDBANCO)
           GO TO CARREGA-BANCO-PROX.
       CARREGA-BANCO-FIM.
           EXIT.
      *
      * SORTEIO SEM REPETICAO: A CADA POSICAO, TROCA COM UMA DAS
      * POSICOES AINDA NAO SORTEADAS; AS W-QTDSORT PRIMEIRAS DE
      * W-QSTBANCO FICAM SENDO A PROVA
       SORTEIA-QUESTOES.
           MOVE W-QTDPROVA TO W-QTDSORT
           IF W-QTDBANCO < W-QTDPROVA
               MOVE W-QTDBANCO TO W-QTDSORT.
           ACCEPT W-HORA FROM TIME
           COMPUTE W-SEMENTE = W-HORA + W-MATRNUM
           MOVE 1 TO W-IDX.
       SORTEIA-PROX.
           IF W-IDX > W-QTDSORT
               GO TO SORTEIA-QUESTOES-FIM.
           COMPUTE W-PRODUTO = (W-SEMENTE * 1103) + 12345
           DIVIDE W-PRODUTO BY 999983 GIVING W-QUOC
               REMAINDER W-SEMENTE
           COMPUTE W-RESTAM = W-QTDBANCO - W-IDX + 1
           DIVIDE W-SEMENTE BY W-RESTAM GIVING W-QUOC
               REMAINDER W-DESLOC
           COMPUTE W-IDX2 = W-IDX + W-DESLOC
           MOVE W-QSTBANCO (W-IDX) TO W-SALVAQST
           MOVE W-QSTBANCO (W-IDX2) TO W-QSTBANCO (W-IDX)
           MOVE W-SALVAQST TO W-QSTBANCO (W-IDX2)
           ADD 1 TO W-IDX
           GO TO SORTEIA-PROX.
       SORTEIA-QUESTOES-FIM.
           EXIT.
      *
      * PROVA REFEITA NO MESMO BIMESTRE: AS RESPOSTAS DA ANTERIOR
      * SAEM, PARA A REVISAO MOSTRAR SO A PROVA QUE VALEU
       LIMPA-RESPOSTAS.
           MOVE W-MATREDIT TO MATR-RSP
           MOVE W-CURSO TO CODCURSO-RSP
           MOVE W-BIMESTRE TO BIM-RSP
           MOVE ZEROS TO ORDEM-RSP
           START CADRESPPRV KEY IS >= KEYRESPPRV
           IF ST-RSP NOT = "00"
               GO TO LIMPA-RESPOSTAS-FIM.
       LIMPA-RESPOSTAS-PROX.
           READ CADRESPPRV NEXT RECORD
           IF ST-RSP NOT = "00"
               GO TO LIMPA-RESPOSTAS-FIM.
           IF MATR-RSP NOT = W-MATREDIT OR CODCURSO-RSP NOT = W-CURSO
                   OR BIM-RSP NOT = W-BIMESTRE
               GO TO LIMPA-RESPOSTAS-FIM.
           DELETE CADRESPPRV RECORD
           GO TO LIMPA-RESPOSTAS-PROX.
       LIMPA-RESPOSTAS-FIM.
           EXIT.
      *
      * MEDIA, FALTAS E SITUACAO PELOS LIMITES DO CURSO (MESMA REGRA
      * DO TST-001 DO PROG004)
       CALCULA-SITUACAO.
           COMPUTE MEDIA = (NOTA1 + NOTA2 + NOTA3 + NOTA4) / 4
           COMPUTE FALTAS = FALTA1 + FALTA2 + FALTA3 + FALTA4
           IF FALTAS > W-MAXFALTAS AND MEDIA < W-MEDIAMIN
               MOVE "REPROVADO" TO SITUACAO.
           IF FALTAS NOT > W-MAXFALTAS AND MEDIA < W-MEDIAMIN
               MOVE "RECUPERACAO POR NOTA" TO SITUACAO.
           IF FALTAS > W-MAXFALTAS AND MEDIA NOT < W-MEDIAMIN
               MOVE "RECUPERACAO POR FALTA" TO SITUACAO.
           IF FALTAS NOT > W-MAXFALTAS AND MEDIA NOT < W-MEDIAMIN
               MOVE "APROVADO" TO SITUACAO.
       CALCULA-SITUACAO-FIM.
           EXIT.
      *
      * DATA DA AVALIACAO E VENCIMENTO DA RECERTIFICACAO, PELA
      * VALIDADE DO CURSO NO CATALOGO (COMO NO GRAVA-RECERT DO
      * PROG004)
       GRAVA-RECERT.
           ACCEPT W-DATAUDIT FROM DATE YYYYMMDD
           MOVE W-ANOAUD TO ANOAVALIACAO
           MOVE W-MESAUD TO MESAVALIACAO
           MOVE W-DIAAUD TO DIAAVALIACAO
           COMPUTE W-TOTMES = (ANOAVALIACAO * 12)
               + MESAVALIACAO - 1 + W-VALIDMESES
           DIVIDE W-TOTMES BY 12 GIVING ANORECERT
               REMAINDER W-RESTOMES
           COMPUTE MESRECERT = W-RESTOMES + 1
           MOVE DIAAVALIACAO TO DIARECERT.
       GRAVA-RECERT-FIM.
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
           MOVE "PROG10" TO PROGSPOOL
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
           CLOSE CADQUESTAO CADRESPPRV CADCURSO CADFUNC SISNOTAS
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
