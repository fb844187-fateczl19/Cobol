       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGB142.
       AUTHOR. VINICIUS ESCAME DOS SANTOS.
      *--------------------------------------------------------------
      * ROL DE CICLISTAS AUTORIZADOS DAS CONTAS CORPORATIVAS
      * (CADROLEMP.DAT) -- PARA CADA EMPRESA DO CADEMP, OS CPF QUE
      * PODEM FATURAR LOCACAO PARA O CNPJ, COM INICIO E FIM DA
      * AUTORIZACAO E LIMITE MENSAL OPCIONAL EM HORAS E/OU VALOR.
      * O SGB004, O SGB056 E O SGB053 RECUSAM O FATURAMENTO PARA A
      * EMPRESA DE QUEM ESTA FORA DO ROL; PASSADO O LIMITE AVISAM
      * (ACAO "A") OU COBRAM DO PROPRIO CLIENTE (ACAO "P")
      *   I = INCLUIR/ALTERAR   E = EXCLUIR   L = LISTAR O ROL
      *   R = RELATORIO MENSAL DE USO X LIMITE POR CICLISTA, PARA O
      *       ADMINISTRADOR DA CONTA (VAI PARA O SPOOL)
      *--------------------------------------------------------------
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT CADROLEMP
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYROL
                    FILE STATUS  IS ST-ROL.

            SELECT CADEMP
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CNPJ-EMP
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
      * ROL DE CICLISTAS AUTORIZADOS DE CADA CONTA CORPORATIVA
      * (SGB142) -- SO CPF DO ROL, DENTRO DA VIGENCIA (FIM ZERO = EM
      * ABERTO), PODE FATURAR LOCACAO PARA O CNPJ. LIMITE MENSAL
      * OPCIONAL EM HORAS E/OU EM VALOR (ZERO = SEM LIMITE); PASSADO
      * O LIMITE, ACAO "A" SO AVISA E "P" COBRA DO PROPRIO CLIENTE
      *--------------------------------------------------------------
      *
       FD CADROLEMP
           VALUE OF FILE-ID IS "CADROLEMP.DAT".
       01 REGROLEMP.
           03 KEYROL.
               05 CNPJ-ROL     PIC 9(14).
               05 CPF-ROL      PIC 9(11).
           03 DTINI-ROL        PIC 9(08).
           03 DTFIM-ROL        PIC 9(08).
           03 LIMHORAS-ROL     PIC 9(04).
           03 LIMVALOR-ROL     PIC 9(06)V99.
           03 ACAO-ROL         PIC X(01).
           03 DTALT-ROL        PIC 9(08).
      *
       FD CADEMP
               VALUE OF FILE-ID IS "CADEMP.DAT".
       01 REGEMP.
                03 CNPJ-EMP        PIC 9(14).
                03 RAZAO-EMP       PIC X(30).
                03 EMAIL-EMP       PIC X(20).
                03 TEL-EMP         PIC 9(11).
                03 SITUAC-EMP      PIC X(01).
                03 DSCSITUAC-EMP   PIC X(08).
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
      *--------------------------------------------------------------
      * SPOOL DE RELATORIOS: CADA EXECUCAO GANHA UM NUMERO DA SERIE
      * "SPOOL" DO CADCONTROLE, UM REGISTRO DE CONTROLE NO CADSPOOL E
      * UM ARQUIVO SPLnnnnnn.TXT COM AS LINHAS IMPRESSAS, PARA
      * CONSULTA/REIMPRESSAO PELO SGB038
      *--------------------------------------------------------------
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
       77 ST-ROL        PIC X(02) VALUE "00".
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-MODO        PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 W-CNPJ        PIC 9(14) VALUE ZEROS.
       77 W-CPF         PIC 9(11) VALUE ZEROS.
       77 W-EXISTE      PIC X(01) VALUE "N".
       77 W-DATAHOJE    PIC 9(08) VALUE ZEROS.
       77 W-NOME        PIC X(30) VALUE SPACES.
       77 W-TOTLINHAS   PIC 9(04) VALUE ZEROS.
       77 W-TOTACIMA    PIC 9(04) VALUE ZEROS.
       77 W-ACIMA       PIC X(01) VALUE "N".
       77 W-PONT        PIC 9(03) VALUE ZEROS.
       01 W-ANOMES      PIC 9(06) VALUE ZEROS.
       01 W-ANOMES-R REDEFINES W-ANOMES.
           03 W-ANOREL  PIC 9(04).
           03 W-MESREL  PIC 9(02).
      *
      * USO DO MES POR CICLISTA (VIDE SOMA-USO)
       77 W-USOMIN      PIC 9(07) VALUE ZEROS.
       77 W-USOVAL      PIC 9(08)V99 VALUE ZEROS.
       77 W-USOHH       PIC 9(05) VALUE ZEROS.
       77 W-USOMM       PIC 9(02) VALUE ZEROS.
       77 W-USOQTD      PIC 9(04) VALUE ZEROS.
       77 W-ED-HH       PIC ZZZZ9.
       77 W-ED-LIMHR    PIC ZZZ9.
       77 W-ED-VAL      PIC ZZZZZ9,99.
       77 W-ED-LIMVAL   PIC ZZZZZ9,99.
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
           OPEN I-O CADROLEMP
           IF ST-ROL NOT = "00"
               IF ST-ROL = "30" OR "35"
                   OPEN OUTPUT CADROLEMP
                   CLOSE CADROLEMP
                   OPEN I-O CADROLEMP
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQ CADROLEMP.DAT *"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
           OPEN INPUT CADEMP
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO AO ABRIR O ARQUIVO CADEMP.DAT *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADROLEMP
               GO TO ROT-FIM.
           OPEN INPUT CADCLI
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO AO ABRIR O ARQUIVO CADCLI.DAT *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADROLEMP CADEMP
               GO TO ROT-FIM.
           OPEN INPUT CADLOC
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO AO ABRIR O ARQUIVO CADLOC.DAT *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADROLEMP CADEMP CADCLI
               GO TO ROT-FIM.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD.
      *
       ACC-MODO.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 01) "  * ROL DE CICLISTAS DA EMPRESA *"
           MOVE SPACES TO W-MODO
           DISPLAY (03, 01)
               "   I=INCLUIR/ALTERAR E=EXCLUIR L=LISTAR O ROL"
           DISPLAY (04, 01)
               "   R=RELATORIO MENSAL USO X LIMITE         MODO: ".
           ACCEPT (04, 50) W-MODO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR 01
               CLOSE CADROLEMP CADEMP CADCLI CADLOC
               GO TO ROT-FIM.
           IF W-MODO = "i" MOVE "I" TO W-MODO.
           IF W-MODO = "e" MOVE "E" TO W-MODO.
           IF W-MODO = "l" MOVE "L" TO W-MODO.
           IF W-MODO = "r" MOVE "R" TO W-MODO.
           IF W-MODO NOT = "I" AND "E" AND "L" AND "R"
               MOVE "* MODO I, E, L OU R *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-MODO.
      *
       ACC-CNPJ.
           MOVE ZEROS TO W-CNPJ
           DISPLAY (06, 01) "   CNPJ DA EMPRESA: ".
           ACCEPT (06, 21) W-CNPJ WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR W-CNPJ = ZEROS
               GO TO ACC-MODO.
           MOVE W-CNPJ TO CNPJ-EMP
           READ CADEMP
           IF ST-ERRO NOT = "00"
               MOVE "* EMPRESA NAO CADASTRADA (SGB046) *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-CNPJ.
           DISPLAY (06, 37) RAZAO-EMP
           IF W-MODO = "L"
               GO TO LISTA-INICIO.
           IF W-MODO = "R"
               GO TO ACC-ANOMES.
      *
       ACC-CPF.
           MOVE ZEROS TO W-CPF
           DISPLAY (07, 01) "   CPF DO CICLISTA: ".
           ACCEPT (07, 21) W-CPF WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR W-CPF = ZEROS
               GO TO ACC-CNPJ.
           MOVE W-CPF TO CPF-CLI
           READ CADCLI
           IF ST-ERRO NOT = "00"
               MOVE "* CLIENTE NAO CADASTRADO (SGB003) *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-CPF.
           DISPLAY (07, 37) NOME-CLI
           MOVE W-CNPJ TO CNPJ-ROL
           MOVE W-CPF TO CPF-ROL
           MOVE "S" TO W-EXISTE
           READ CADROLEMP
           IF ST-ROL NOT = "00"
               MOVE "N" TO W-EXISTE.
           IF W-EXISTE = "N" AND W-MODO = "E"
               MOVE "* CPF NAO CONSTA NO ROL DA EMPRESA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-CPF.
           IF W-EXISTE = "N"
               MOVE W-DATAHOJE TO DTINI-ROL
               MOVE ZEROS TO DTFIM-ROL LIMHORAS-ROL LIMVALOR-ROL
               MOVE "A" TO ACAO-ROL.
           IF W-MODO = "E"
               GO TO CONFIRMA-EXC.
      *
       ACC-DTINI.
           DISPLAY (09, 01) "   AUTORIZADO DE (AAAAMMDD)........: ".
           ACCEPT (09, 38) DTINI-ROL WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-CPF.
           IF DTINI-ROL = ZEROS
               MOVE "* INFORME O INICIO DA AUTORIZACAO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-DTINI.
       ACC-DTFIM.
           DISPLAY (10, 01) "   ATE (AAAAMMDD, 0=EM ABERTO).....: ".
           ACCEPT (10, 38) DTFIM-ROL WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-DTINI.
           IF DTFIM-ROL NOT = ZEROS AND DTFIM-ROL < DTINI-ROL
               MOVE "* FIM ANTERIOR AO INICIO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-DTFIM.
       ACC-LIMHORAS.
           DISPLAY (11, 01) "   LIMITE MENSAL EM HORAS (0=SEM)..: ".
           ACCEPT (11, 38) LIMHORAS-ROL WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-DTFIM.
       ACC-LIMVALOR.
           DISPLAY (12, 01) "   LIMITE MENSAL EM VALOR (0=SEM)..: ".
           ACCEPT (12, 38) LIMVALOR-ROL WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-LIMHORAS.
       ACC-ACAO.
           IF LIMHORAS-ROL = ZEROS AND LIMVALOR-ROL = ZEROS
               MOVE "A" TO ACAO-ROL
               GO TO CONFIRMA-GRAVA.
           DISPLAY (13, 01)
               "   PASSADO O LIMITE (A=SO AVISA P=COBRA DO CLIENTE): ".
           ACCEPT (13, 55) ACAO-ROL WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-LIMVALOR.
           IF ACAO-ROL = "a" MOVE "A" TO ACAO-ROL.
           IF ACAO-ROL = "p" MOVE "P" TO ACAO-ROL.
           IF ACAO-ROL NOT = "A" AND "P"
               MOVE "* DIGITE A OU P *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-ACAO.
      *
       CONFIRMA-GRAVA.
           MOVE "S" TO W-OPCAO
           DISPLAY (15, 01) "   GRAVAR (S/N)? : ".
           ACCEPT (15, 21) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-LIMVALOR.
           IF W-OPCAO NOT = "S" AND "s"
               GO TO ACC-MODO.
           MOVE W-DATAHOJE TO DTALT-ROL
           IF W-EXISTE = "S"
               REWRITE REGROLEMP
           ELSE
               WRITE REGROLEMP.
           IF ST-ROL NOT = "00"
               MOVE "* ERRO NA GRAVACAO DO ROL *" TO MENS
           ELSE
               MOVE "* CICLISTA GRAVADO NO ROL *" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ACC-MODO.
      *
      * TIRAR DO ROL NAO APAGA O HISTORICO; PARA ENCERRAR A
      * AUTORIZACAO MANTENDO O REGISTRO, BASTA INFORMAR A DATA FIM
       CONFIRMA-EXC.
           MOVE "N" TO W-OPCAO
           DISPLAY (15, 01) "   EXCLUIR DO ROL (S/N)? : ".
           ACCEPT (15, 29) W-OPCAO WITH UPDATE
           IF W-OPCAO NOT = "S" AND "s"
               GO TO ACC-MODO.
           DELETE CADROLEMP RECORD
           MOVE "* CICLISTA EXCLUIDO DO ROL *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ACC-MODO.
      *
      *--------------------------------------------------------------
      * LISTAGEM DO ROL DA EMPRESA
      *--------------------------------------------------------------
      *
       LISTA-INICIO.
           DISPLAY " ".
           DISPLAY "---- ROL DE CICLISTAS DE " RAZAO-EMP " ----".
           DISPLAY "CPF         NOME                 DE       ATE"
               "      LIM.HR  LIM.VALOR A".
           MOVE ZEROS TO W-TOTLINHAS
           MOVE W-CNPJ TO CNPJ-ROL
           MOVE ZEROS TO CPF-ROL
           START CADROLEMP KEY IS >= KEYROL
           IF ST-ROL NOT = "00"
               GO TO LISTA-FIM.
       LISTA-PROX.
           READ CADROLEMP NEXT RECORD
           IF ST-ROL NOT = "00"
               GO TO LISTA-FIM.
           IF CNPJ-ROL NOT = W-CNPJ
               GO TO LISTA-FIM.
           ADD 1 TO W-TOTLINHAS
           PERFORM LE-NOME THRU LE-NOME-FIM
           MOVE LIMHORAS-ROL TO W-ED-LIMHR
           MOVE LIMVALOR-ROL TO W-ED-LIMVAL
           DISPLAY CPF-ROL " " W-NOME (1:20) " " DTINI-ROL " "
               DTFIM-ROL "  " W-ED-LIMHR " " W-ED-LIMVAL " " ACAO-ROL
           GO TO LISTA-PROX.
       LISTA-FIM.
           DISPLAY "CICLISTAS NO ROL: " W-TOTLINHAS.
           DISPLAY "TECLE ENTER PARA VOLTAR".
           ACCEPT W-OPCAO
           GO TO ACC-MODO.
      *
       LE-NOME.
           MOVE SPACES TO W-NOME
           MOVE CPF-ROL TO CPF-CLI
           READ CADCLI
           IF ST-ERRO = "00"
               MOVE NOME-CLI TO W-NOME.
       LE-NOME-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * RELATORIO MENSAL DE USO X LIMITE: PARA CADA CICLISTA DO ROL,
      * AS LOCACOES DO MES FATURADAS PARA A EMPRESA, HORAS E VALOR
      * USADOS CONTRA OS LIMITES
      *--------------------------------------------------------------
      *
       ACC-ANOMES.
           MOVE W-DATAHOJE (1:6) TO W-ANOMES
           DISPLAY (07, 01) "   MES (AAAAMM): ".
           ACCEPT (07, 18) W-ANOMES WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-CNPJ.
           IF W-MESREL < 1 OR W-MESREL > 12
               MOVE "* MES INVALIDO (AAAAMM) *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-ANOMES.
      *
       REL-INICIO.
           MOVE ZEROS TO W-TOTLINHAS W-TOTACIMA
           PERFORM ABRE-SPOOL THRU ABRE-SPOOL-FIM.
           STRING " "
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "---- USO X LIMITE DOS CICLISTAS - " W-ANOMES " ----"
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "EMPRESA " RAZAO-EMP "  CNPJ " W-CNPJ
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "CPF         NOME                 LOC  HORAS/LIM"
               "      VALOR/LIMITE"
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           MOVE W-CNPJ TO CNPJ-ROL
           MOVE ZEROS TO CPF-ROL
           START CADROLEMP KEY IS >= KEYROL
           IF ST-ROL NOT = "00"
               GO TO REL-FIM.
       REL-PROX.
           READ CADROLEMP NEXT RECORD
           IF ST-ROL NOT = "00"
               GO TO REL-FIM.
           IF CNPJ-ROL NOT = W-CNPJ
               GO TO REL-FIM.
           ADD 1 TO W-TOTLINHAS
           PERFORM LE-NOME THRU LE-NOME-FIM
           PERFORM SOMA-USO THRU SOMA-USO-FIM
           MOVE "N" TO W-ACIMA
           IF LIMHORAS-ROL NOT = ZEROS
                   AND W-USOMIN > LIMHORAS-ROL * 60
               MOVE "S" TO W-ACIMA.
           IF LIMVALOR-ROL NOT = ZEROS AND W-USOVAL > LIMVALOR-ROL
               MOVE "S" TO W-ACIMA.
           IF W-ACIMA = "S"
               ADD 1 TO W-TOTACIMA.
           COMPUTE W-USOHH = W-USOMIN / 60
           COMPUTE W-USOMM = W-USOMIN - (W-USOHH * 60)
           MOVE W-USOHH TO W-ED-HH
           MOVE LIMHORAS-ROL TO W-ED-LIMHR
           MOVE W-USOVAL TO W-ED-VAL
           MOVE LIMVALOR-ROL TO W-ED-LIMVAL
           MOVE 1 TO W-PONT
           STRING CPF-ROL " " W-NOME (1:20) " " W-USOQTD " "
               W-ED-HH ":" W-USOMM "/" W-ED-LIMHR " " W-ED-VAL "/"
               W-ED-LIMVAL
               DELIMITED BY SIZE INTO W-LINSPOOL WITH POINTER W-PONT
           IF W-ACIMA = "S"
               STRING " *ACIMA*"
                   DELIMITED BY SIZE INTO W-LINSPOOL
                   WITH POINTER W-PONT.
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           GO TO REL-PROX.
       REL-FIM.
           STRING "CICLISTAS NO ROL: " W-TOTLINHAS
               "  ACIMA DO LIMITE: " W-TOTACIMA
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "LIMITE ZERO = SEM LIMITE"
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           PERFORM FECHA-SPOOL THRU FECHA-SPOOL-FIM.
           DISPLAY "TECLE ENTER PARA VOLTAR".
           ACCEPT W-OPCAO
           GO TO ACC-MODO.
      *
      *--------------------------------------------------------------
      * USO DO MES DO CICLISTA CPF-ROL NA EMPRESA: LOCACOES ABERTAS
      * NO MES E FATURADAS PARA O CNPJ (HORAS DE USO E VALOR COBRADO
      * DAS JA DEVOLVIDAS), MESMA CONTA DO VERIFICA-ROL DO SGB004
      *--------------------------------------------------------------
      *
       SOMA-USO.
           MOVE ZEROS TO W-USOMIN W-USOVAL W-USOQTD
           MOVE CPF-ROL TO FKCPF-CLI
           START CADLOC KEY IS = FKCPF-CLI
           IF ST-ERRO NOT = "00"
               GO TO SOMA-USO-FIM.
       SOMA-USO-PROX.
           READ CADLOC NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO SOMA-USO-FIM.
           IF FKCPF-CLI NOT = CPF-ROL
               GO TO SOMA-USO-FIM.
           IF CNPJEMP-LOC NOT = W-CNPJ
               GO TO SOMA-USO-PROX.
           IF ANO-LOCA NOT = W-ANOREL OR MES-LOCA NOT = W-MESREL
               GO TO SOMA-USO-PROX.
           ADD 1 TO W-USOQTD
           COMPUTE W-USOMIN = W-USOMIN + (HRUSO * 60) + MINUSO
           ADD VALCOBRADO TO W-USOVAL
           GO TO SOMA-USO-PROX.
       SOMA-USO-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * ABERTURA DO SPOOL DO RELATORIO: PEDE O OPERADOR, TIRA O
      * NUMERO DA SERIE "SPOOL" (CADCONTROLE), GRAVA O REGISTRO DE
      * CONTROLE NO CADSPOOL E ABRE O ARQUIVO SPLnnnnnn.TXT COM O
      * CABECALHO. SE O SPOOL NAO PUDER SER ABERTO, O RELATORIO SAI
      * SO NA TELA, COMO ANTES
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
           MOVE "SGB142" TO PROGSPOOL
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
