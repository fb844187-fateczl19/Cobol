       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGB126.
       AUTHOR. VINICIUS ESCAME DOS SANTOS.
      *--------------------------------------------------------------
      * TERMOS DE LOCACAO VERSIONADOS -- CADA VERSAO (CADTERMO.DAT,
      * CHAVE VERSAO-TERMO) TEM DATA DE INICIO DE VIGENCIA, TITULO E
      * O TEXTO INTEGRAL DAS CLAUSULAS, UMA LINHA POR REGISTRO NO
      * CADTERMOTXT.DAT (CHAVE VERSAO + LINHA). A VERSAO EM VIGOR NUMA
      * DATA E A DE MAIOR NUMERO COM VIGENCIA ATE AQUELA DATA:
      *   - O SGB004 E O SGB056 CARIMBAM A VERSAO EM VIGOR E O ACEITE
      *     DO CLIENTE EM CADA LOCACAO NOVA (CADACEITE.DAT)
      *   - O SGB021 E O SGB035 REIMPRIMEM O TEXTO DA VERSAO ACEITA,
      *     NAO O DA VERSAO ATUAL
      * POR ISSO UMA VERSAO SO PODE SER ALTERADA ANTES DE ENTRAR EM
      * VIGOR; DEPOIS, MUDANCA DE TEXTO E SEMPRE VERSAO NOVA. NENHUMA
      * VERSAO E EXCLUIDA. OPCAO RESTRITA A SUPERVISOR NO MENU
      *--------------------------------------------------------------
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT CADTERMO
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS VERSAO-TERMO
                    FILE STATUS  IS ST-ERRO.
            SELECT CADTERMOTXT
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYTERMOTXT
                    FILE STATUS  IS ST-ERRO.
      *
      *--------------------------------------------------------------
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *--------------------------------------------------------------
      * VERSAO DOS TERMOS: VIGENCIA EM AAAAMMDD, CRESCENTE COM A
      * VERSAO (VIDE TRM-VIGENCIA)
      *--------------------------------------------------------------
      *
       FD CADTERMO
           VALUE OF FILE-ID IS "CADTERMO.DAT".
       01 REGTERMO.
           03 VERSAO-TERMO    PIC 9(04).
           03 DTVIGOR-TERMO   PIC 9(08).
           03 TITULO-TERMO    PIC X(40).
           03 QTDLIN-TERMO    PIC 9(02).
           03 DTCAD-TERMO     PIC 9(08).
      *
       FD CADTERMOTXT
           VALUE OF FILE-ID IS "CADTERMOTXT.DAT".
       01 REGTERMOTXT.
           03 KEYTERMOTXT.
               05 VERSAO-TXT  PIC 9(04).
               05 LINHA-TXT   PIC 9(02).
           03 TEXTO-TXT       PIC X(60).
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
       77 W-SEL         PIC 9(01) VALUE ZEROS.
       77 W-QTDLIS      PIC 9(04) VALUE ZEROS.
       77 WS-DATAHOJE   PIC 9(08) VALUE ZEROS.
       77 W-ULTVERSAO   PIC 9(04) VALUE ZEROS.
       77 W-ULTVIGOR    PIC 9(08) VALUE ZEROS.
       77 W-VERVIGOR    PIC 9(04) VALUE ZEROS.
       77 W-VERSAO      PIC 9(04) VALUE ZEROS.
       77 W-LIN         PIC 9(02) VALUE ZEROS.
       77 W-MARCA       PIC X(08) VALUE SPACES.
       77 W-REGTERMO    PIC X(62) VALUE SPACES.
      *
       01 W-DTVIGOR     PIC 9(08) VALUE ZEROS.
       01 W-DTVIGOR-R REDEFINES W-DTVIGOR.
           03 W-ANOVIG  PIC 9(04).
           03 W-MESVIG  PIC 9(02).
           03 W-DIAVIG  PIC 9(02).
      *
      * TEXTO EM EDICAO (ATE 40 LINHAS DE 60 POSICOES)
       01 TAB-TEXTO.
           03 TAB-LINHA PIC X(60) OCCURS 40 TIMES.
      *
      *--------------------------------------------------------------
      *
       PROCEDURE DIVISION.
       INICIO.
       INC-OP0.
           OPEN I-O CADTERMO
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                   OPEN OUTPUT CADTERMO
                   CLOSE CADTERMO
                   OPEN I-O CADTERMO
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQ CADTERMO.DAT *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
           OPEN I-O CADTERMOTXT
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                   OPEN OUTPUT CADTERMOTXT
                   CLOSE CADTERMOTXT
                   OPEN I-O CADTERMOTXT
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQ CADTERMOTXT.DAT *"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADTERMO
                   GO TO ROT-FIM.
      *
       ACC-MODO.
           ACCEPT WS-DATAHOJE FROM DATE YYYYMMDD
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 01) "  * TERMOS DE LOCACAO *"
           MOVE SPACES TO W-OPCAO
           DISPLAY (03, 01)
               "   N=NOVA VERSAO  A=ALTERAR  C=CONSULTAR  L=LISTAR"
               "  S=SAIR : ".
           ACCEPT (03, 63) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR 01
               GO TO ENCERRA.
           IF W-OPCAO = "n" MOVE "N" TO W-OPCAO.
           IF W-OPCAO = "a" MOVE "A" TO W-OPCAO.
           IF W-OPCAO = "c" MOVE "C" TO W-OPCAO.
           IF W-OPCAO = "l" MOVE "L" TO W-OPCAO.
           IF W-OPCAO = "s" OR "S"
               GO TO ENCERRA.
           IF W-OPCAO = "N"
               GO TO TRM-NOVA.
           IF W-OPCAO = "A"
               GO TO TRM-ALTERA.
           IF W-OPCAO = "C"
               GO TO TRM-CONSULTA.
           IF W-OPCAO = "L"
               GO TO TRM-LISTA.
           MOVE "* DIGITE N, A, C, L OU S *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ACC-MODO.
      *
      *--------------------------------------------------------------
      * VERSAO NOVA: NUMERO SEGUINTE A ULTIMA CADASTRADA E VIGENCIA
      * POSTERIOR A DELA, PARA A VERSAO EM VIGOR NUMA DATA SER SEMPRE
      * A DE MAIOR NUMERO JA VIGENTE
      *--------------------------------------------------------------
      *
       TRM-NOVA.
           PERFORM ACHA-ULTIMA THRU ACHA-ULTIMA-FIM
           MOVE 0 TO W-SEL
           COMPUTE VERSAO-TERMO = W-ULTVERSAO + 1
           MOVE ZEROS TO QTDLIN-TERMO
           MOVE SPACES TO TITULO-TERMO TAB-TEXTO
           MOVE WS-DATAHOJE TO DTVIGOR-TERMO DTCAD-TERMO
           IF W-ULTVIGOR >= WS-DATAHOJE
               MOVE ZEROS TO DTVIGOR-TERMO.
           GO TO TRM-CABEC.
      *
      *--------------------------------------------------------------
      * ALTERACAO: SO DE VERSAO QUE AINDA NAO ENTROU EM VIGOR (UMA
      * VERSAO VIGENTE PODE JA TER SIDO ACEITA EM ALGUM CONTRATO)
      *--------------------------------------------------------------
      *
       TRM-ALTERA.
           PERFORM ACHA-ULTIMA THRU ACHA-ULTIMA-FIM
           MOVE ZEROS TO W-VERSAO
           DISPLAY (05, 01) "   VERSAO A ALTERAR : ".
           ACCEPT (05, 23) W-VERSAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-MODO.
           MOVE W-VERSAO TO VERSAO-TERMO
           READ CADTERMO
           IF ST-ERRO NOT = "00"
               MOVE "* VERSAO NAO CADASTRADA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO TRM-ALTERA.
           IF DTVIGOR-TERMO NOT > WS-DATAHOJE
               MOVE "* VERSAO JA EM VIGOR - CADASTRE VERSAO NOVA *"
                   TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO TRM-ALTERA.
           MOVE 1 TO W-SEL
           MOVE SPACES TO TAB-TEXTO
           MOVE VERSAO-TERMO TO VERSAO-TXT
           MOVE ZEROS TO LINHA-TXT
           START CADTERMOTXT KEY IS >= KEYTERMOTXT
           IF ST-ERRO NOT = "00"
               GO TO TRM-CABEC.
       TRM-ALTERA-LE.
           READ CADTERMOTXT NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO TRM-CABEC.
           IF VERSAO-TXT NOT = VERSAO-TERMO
               GO TO TRM-CABEC.
           IF LINHA-TXT > ZEROS AND LINHA-TXT NOT > 40
               MOVE TEXTO-TXT TO TAB-LINHA (LINHA-TXT).
           GO TO TRM-ALTERA-LE.
      *
      *--------------------------------------------------------------
      * CABECALHO E TEXTO, COMUNS A INCLUSAO E A ALTERACAO
      *--------------------------------------------------------------
      *
       TRM-CABEC.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 01) "  * TERMOS DE LOCACAO *"
           DISPLAY (03, 01) "   VERSAO           : " VERSAO-TERMO.
       TRM-VIGENCIA.
           DISPLAY (04, 01) "   VIGENCIA A PARTIR DE (AAAAMMDD): ".
           ACCEPT (04, 38) DTVIGOR-TERMO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-MODO.
           MOVE DTVIGOR-TERMO TO W-DTVIGOR
           IF W-MESVIG < 01 OR W-MESVIG > 12 OR W-DIAVIG < 01
                   OR W-DIAVIG > 31 OR W-ANOVIG < 2000
               MOVE "* DATA INVALIDA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO TRM-VIGENCIA.
           IF DTVIGOR-TERMO < WS-DATAHOJE
               MOVE "* VIGENCIA NAO PODE SER RETROATIVA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO TRM-VIGENCIA.
           IF W-SEL = 0 AND DTVIGOR-TERMO NOT > W-ULTVIGOR
               MOVE "* VIGENCIA DEVE SER APOS A DA ULTIMA VERSAO *"
                   TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO TRM-VIGENCIA.
           IF W-SEL = 1
               PERFORM VERIFICA-VIZINHAS THRU VERIFICA-VIZINHAS-FIM
               IF MENS NOT = SPACES
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO TRM-VIGENCIA.
       TRM-TITULO.
           DISPLAY (05, 01) "   TITULO           : ".
           ACCEPT (05, 23) TITULO-TERMO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO TRM-VIGENCIA.
           IF TITULO-TERMO = SPACES
               MOVE "* PREENCHA O TITULO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO TRM-TITULO.
       TRM-QTDLIN.
           DISPLAY (06, 01) "   LINHAS DE TEXTO  : ".
           DISPLAY (06, 33) "(1 A 40)".
           ACCEPT (06, 23) QTDLIN-TERMO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO TRM-TITULO.
           IF QTDLIN-TERMO = ZEROS OR QTDLIN-TERMO > 40
               MOVE "* QUANTIDADE DE LINHAS: 1 A 40 *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO TRM-QTDLIN.
      *
      * TEXTO DAS CLAUSULAS, UMA LINHA DE CADA VEZ NA MESMA POSICAO
      * DA TELA; A LINHA ANTERIOR FICA VISIVEL LOGO ACIMA
           DISPLAY (08, 01) "   TEXTO DAS CLAUSULAS:".
           MOVE 1 TO W-LIN.
       TRM-LINHA.
           DISPLAY (09, 01) LIMPA
           DISPLAY (09, 31) LIMPA
           IF W-LIN > 1
               SUBTRACT 1 FROM W-LIN
               DISPLAY (09, 01) "   " W-LIN ": "
               DISPLAY (09, 08) TAB-LINHA (W-LIN)
               ADD 1 TO W-LIN.
           DISPLAY (10, 01) "   " W-LIN ": ".
           ACCEPT (10, 08) TAB-LINHA (W-LIN) WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               IF W-LIN = 1
                   GO TO TRM-QTDLIN
               ELSE
                   SUBTRACT 1 FROM W-LIN
                   GO TO TRM-LINHA.
           IF W-LIN < QTDLIN-TERMO
               ADD 1 TO W-LIN
               GO TO TRM-LINHA.
      *
       TRM-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (24, 40) "DADOS OK (S/N) : ".
           ACCEPT (24, 57) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO TRM-LINHA.
           IF W-OPCAO = "N" OR "n"
               MOVE "* DADOS RECUSADOS PELO USUARIO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-MODO.
           IF W-OPCAO NOT = "S" AND "s"
               MOVE "* DIGITE APENAS S=SIM e N=NAO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO TRM-OPC.
           MOVE WS-DATAHOJE TO DTCAD-TERMO
           IF W-SEL = 1
               REWRITE REGTERMO
           ELSE
               WRITE REGTERMO.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
               MOVE "* ERRO NA GRAVACAO DO CADTERMO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-MODO.
           PERFORM GRAVA-TEXTO THRU GRAVA-TEXTO-FIM
           MOVE "* VERSAO GRAVADA *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ACC-MODO.
      *
      *--------------------------------------------------------------
      * CONSULTA DO TEXTO INTEGRAL DE UMA VERSAO
      *--------------------------------------------------------------
      *
       TRM-CONSULTA.
           MOVE ZEROS TO W-VERSAO
           DISPLAY (05, 01) "   VERSAO A CONSULTAR : ".
           ACCEPT (05, 25) W-VERSAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-MODO.
           MOVE W-VERSAO TO VERSAO-TERMO
           READ CADTERMO
           IF ST-ERRO NOT = "00"
               MOVE "* VERSAO NAO CADASTRADA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO TRM-CONSULTA.
           MOVE DTVIGOR-TERMO TO W-DTVIGOR
           DISPLAY " ".
           DISPLAY "TERMOS DE LOCACAO - VERSAO " VERSAO-TERMO
               " - VIGENCIA " W-DIAVIG "/" W-MESVIG "/" W-ANOVIG.
           DISPLAY TITULO-TERMO.
           DISPLAY "----------------------------------------------".
           MOVE VERSAO-TERMO TO VERSAO-TXT
           MOVE ZEROS TO LINHA-TXT
           START CADTERMOTXT KEY IS >= KEYTERMOTXT
           IF ST-ERRO NOT = "00"
               GO TO TRM-CONSULTA-FIM.
       TRM-CONSULTA-PROX.
           READ CADTERMOTXT NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO TRM-CONSULTA-FIM.
           IF VERSAO-TXT NOT = VERSAO-TERMO
               GO TO TRM-CONSULTA-FIM.
           DISPLAY TEXTO-TXT
           GO TO TRM-CONSULTA-PROX.
       TRM-CONSULTA-FIM.
           DISPLAY "----------------------------------------------".
           DISPLAY "TECLE <ENTER> PARA VOLTAR".
           ACCEPT W-OPCAO
           GO TO ACC-MODO.
      *
      *--------------------------------------------------------------
      * LISTAGEM DAS VERSOES, MARCANDO A QUE ESTA EM VIGOR HOJE
      *--------------------------------------------------------------
      *
       TRM-LISTA.
           PERFORM ACHA-ULTIMA THRU ACHA-ULTIMA-FIM
           MOVE ZEROS TO W-QTDLIS
           MOVE ZEROS TO VERSAO-TERMO
           START CADTERMO KEY IS >= VERSAO-TERMO
           IF ST-ERRO NOT = "00"
               MOVE "* NENHUMA VERSAO CADASTRADA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-MODO.
           DISPLAY " ".
           DISPLAY "---- VERSOES DOS TERMOS DE LOCACAO ----".
           DISPLAY "VERS VIGENCIA   LIN TITULO".
       TRM-LISTA-PROX.
           READ CADTERMO NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO TRM-LISTA-FIM.
           MOVE DTVIGOR-TERMO TO W-DTVIGOR
           MOVE SPACES TO W-MARCA
           IF VERSAO-TERMO = W-VERVIGOR
               MOVE "EM VIGOR" TO W-MARCA.
           IF DTVIGOR-TERMO > WS-DATAHOJE
               MOVE "FUTURA  " TO W-MARCA.
           DISPLAY VERSAO-TERMO " " W-DIAVIG "/" W-MESVIG "/"
               W-ANOVIG " " QTDLIN-TERMO "  " TITULO-TERMO " "
               W-MARCA
           ADD 1 TO W-QTDLIS
           GO TO TRM-LISTA-PROX.
       TRM-LISTA-FIM.
           DISPLAY " ".
           DISPLAY "TOTAL DE VERSOES: " W-QTDLIS.
           DISPLAY "TECLE <ENTER> PARA VOLTAR".
           ACCEPT W-OPCAO
           GO TO ACC-MODO.
      *
       ENCERRA.
           CLOSE CADTERMO CADTERMOTXT
           GO TO ROT-FIM.
      *
      *--------------------------------------------------------------
      * ULTIMA VERSAO CADASTRADA E SUA VIGENCIA (W-ULTVERSAO/
      * W-ULTVIGOR) E VERSAO EM VIGOR HOJE (W-VERVIGOR)
      *--------------------------------------------------------------
      *
       ACHA-ULTIMA.
           MOVE ZEROS TO W-ULTVERSAO W-ULTVIGOR W-VERVIGOR
           MOVE ZEROS TO VERSAO-TERMO
           START CADTERMO KEY IS >= VERSAO-TERMO
           IF ST-ERRO NOT = "00"
               GO TO ACHA-ULTIMA-FIM.
       ACHA-ULTIMA-PROX.
           READ CADTERMO NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO ACHA-ULTIMA-FIM.
           MOVE VERSAO-TERMO TO W-ULTVERSAO
           MOVE DTVIGOR-TERMO TO W-ULTVIGOR
           IF DTVIGOR-TERMO NOT > WS-DATAHOJE
               MOVE VERSAO-TERMO TO W-VERVIGOR.
           GO TO ACHA-ULTIMA-PROX.
       ACHA-ULTIMA-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * NA ALTERACAO A VIGENCIA TEM DE FICAR ENTRE A DA VERSAO
      * ANTERIOR E A DA SEGUINTE (MENS EM BRANCO = OK)
      *--------------------------------------------------------------
      *
       VERIFICA-VIZINHAS.
           MOVE SPACES TO MENS
           MOVE REGTERMO TO W-REGTERMO
           MOVE DTVIGOR-TERMO TO W-DTVIGOR
           MOVE VERSAO-TERMO TO W-VERSAO
           IF W-VERSAO > 1
               COMPUTE VERSAO-TERMO = W-VERSAO - 1
               READ CADTERMO
               IF ST-ERRO = "00" AND DTVIGOR-TERMO NOT < W-DTVIGOR
                   MOVE "* VIGENCIA DEVE SER APOS A VERSAO ANTERIOR *"
                       TO MENS.
           COMPUTE VERSAO-TERMO = W-VERSAO + 1
           READ CADTERMO
           IF ST-ERRO = "00" AND DTVIGOR-TERMO NOT > W-DTVIGOR
               MOVE "* VIGENCIA DEVE SER ANTES DA VERSAO SEGUINTE *"
                   TO MENS.
           MOVE W-REGTERMO TO REGTERMO.
       VERIFICA-VIZINHAS-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * GRAVA O TEXTO: APAGA AS LINHAS ANTIGAS DA VERSAO E GRAVA AS
      * QTDLIN-TERMO LINHAS DA TABELA
      *--------------------------------------------------------------
      *
       GRAVA-TEXTO.
           MOVE VERSAO-TERMO TO VERSAO-TXT
           MOVE ZEROS TO LINHA-TXT
           START CADTERMOTXT KEY IS >= KEYTERMOTXT
           IF ST-ERRO NOT = "00"
               GO TO GRAVA-TEXTO-NOVO.
       GRAVA-TEXTO-APAGA.
           READ CADTERMOTXT NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO GRAVA-TEXTO-NOVO.
           IF VERSAO-TXT NOT = VERSAO-TERMO
               GO TO GRAVA-TEXTO-NOVO.
           DELETE CADTERMOTXT RECORD
           GO TO GRAVA-TEXTO-APAGA.
       GRAVA-TEXTO-NOVO.
           MOVE 1 TO W-LIN.
       GRAVA-TEXTO-PROX.
           MOVE VERSAO-TERMO TO VERSAO-TXT
           MOVE W-LIN TO LINHA-TXT
           MOVE TAB-LINHA (W-LIN) TO TEXTO-TXT
           WRITE REGTERMOTXT
           IF W-LIN < QTDLIN-TERMO
               ADD 1 TO W-LIN
               GO TO GRAVA-TEXTO-PROX.
       GRAVA-TEXTO-FIM.
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
