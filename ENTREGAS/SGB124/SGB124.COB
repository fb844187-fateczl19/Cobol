       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGB124.
       AUTHOR. VINICIUS ESCAME DOS SANTOS.
      *--------------------------------------------------------------
      * CADASTRO DE FILIAIS (CADFILIAL.DAT, CHAVE COD-FILIAL), QUE
      * SUBSTITUI A TABELA FIXA DE DUAS FILIAIS QUE CADA PROGRAMA
      * TRAZIA NA WORKING. GUARDA NOME, ENDERECO (CEP DO CADCEP),
      * HORARIO DE ABERTURA/FECHAMENTO POR DIA DA SEMANA, GERENTE
      * (CADFUNC) E QUANTIDADE DE VAGAS DE RACK. E CONSULTADO:
      *   - NO SGB002, SGB003 E SGB004, PARA VALIDAR O CODIGO DA
      *     FILIAL E TRAZER O NOME
      *   - NO SGB004 (ACC-FILENTREGA), PARA AVISAR QUANDO UMA
      *     DEVOLUCAO EM OUTRA FILIAL ESTOURA AS VAGAS DE RACK
      *   - NO SGB068 E NO SGB100, PARA NOMEAR E PERCORRER AS FILIAIS
      * FILIAL NAO SE EXCLUI (O CODIGO FICA NO HISTORICO DE LOCACOES
      * E TRANSFERENCIAS) -- DESATIVA-SE PELA SITUACAO (A/I)
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
            SELECT CADCEP
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CEP
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS LOGRAD
                                            WITH DUPLICATES.
            SELECT CADFUNC
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-FUNC
                    FILE STATUS  IS ST-ERRO.
      *
      *--------------------------------------------------------------
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *--------------------------------------------------------------
      * CADASTRO DE FILIAIS -- HORARIO-FIL(1) E DOMINGO, (7) SABADO,
      * COMO NO CADESCALA; HORARIO 0000/0000 = FILIAL FECHADA NO DIA.
      * VAGASRACK-FIL ZERADO = CAPACIDADE NAO CONTROLADA
      *--------------------------------------------------------------
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
      *
      * APOIO AO HORARIO POR DIA DA SEMANA (VIDE FIL-HORARIO)
       77 W-DIA         PIC 9(01) VALUE ZEROS.
       01 W-HORA        PIC 9(04) VALUE ZEROS.
       01 W-HORA-R REDEFINES W-HORA.
           03 W-HH      PIC 9(02).
           03 W-MM      PIC 9(02).
      *
       01 TTDIASEM.
           03 FILLER PIC X(07) VALUE "DOMINGO".
           03 FILLER PIC X(07) VALUE "SEGUNDA".
           03 FILLER PIC X(07) VALUE "TERCA  ".
           03 FILLER PIC X(07) VALUE "QUARTA ".
           03 FILLER PIC X(07) VALUE "QUINTA ".
           03 FILLER PIC X(07) VALUE "SEXTA  ".
           03 FILLER PIC X(07) VALUE "SABADO ".
       01 TTABDIASEM REDEFINES TTDIASEM.
           03 TABDIASEM PIC X(07) OCCURS 7 TIMES.
      *
      *--------------------------------------------------------------
      *
       PROCEDURE DIVISION.
       INICIO.
       INC-OP0.
           OPEN I-O CADFILIAL
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                   OPEN OUTPUT CADFILIAL
                   PERFORM GRAVA-SEED-FILIAL THRU GRAVA-SEED-FILIAL-FIM
                   CLOSE CADFILIAL
                   OPEN I-O CADFILIAL
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQ CADFILIAL.DAT *"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
           OPEN INPUT CADCEP
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                   OPEN OUTPUT CADCEP
                   CLOSE CADCEP
                   OPEN INPUT CADCEP
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQ CADCEP.DAT *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADFILIAL
                   GO TO ROT-FIM.
           OPEN INPUT CADFUNC
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                   OPEN OUTPUT CADFUNC
                   CLOSE CADFUNC
                   OPEN INPUT CADFUNC
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQ CADFUNC.DAT *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADFILIAL CADCEP
                   GO TO ROT-FIM.
      *
       ACC-MODO.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 01) "  * CADASTRO DE FILIAIS *"
           MOVE SPACES TO W-OPCAO
           DISPLAY (03, 01)
               "   M=INCLUIR/ALTERAR  L=LISTAR  S=SAIR : ".
           ACCEPT (03, 43) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR 01
               GO TO ENCERRA.
           IF W-OPCAO = "m" MOVE "M" TO W-OPCAO.
           IF W-OPCAO = "l" MOVE "L" TO W-OPCAO.
           IF W-OPCAO = "s" OR "S"
               GO TO ENCERRA.
           IF W-OPCAO = "M"
               GO TO FIL-CODIGO.
           IF W-OPCAO = "L"
               GO TO FIL-LISTA.
           MOVE "* DIGITE M, L OU S *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ACC-MODO.
      *
      *--------------------------------------------------------------
      * INCLUSAO/ALTERACAO: FILIAL JA CADASTRADA VEM PREENCHIDA E O
      * OPERADOR SO CONFIRMA OU CORRIGE CADA CAMPO
      *--------------------------------------------------------------
      *
       FIL-CODIGO.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 01) "  * CADASTRO DE FILIAIS *"
           MOVE ZEROS TO COD-FILIAL
           DISPLAY (03, 01) "   CODIGO DA FILIAL : ".
           ACCEPT (03, 23) COD-FILIAL WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-MODO.
           IF COD-FILIAL = ZEROS OR COD-FILIAL = 99
               MOVE "* CODIGO INVALIDO (01 A 98) *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO FIL-CODIGO.
           MOVE 0 TO W-SEL
           READ CADFILIAL
           IF ST-ERRO = "00"
               MOVE 1 TO W-SEL
               MOVE "* FILIAL JA CADASTRADA - ALTERACAO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
           ELSE
               IF ST-ERRO = "23"
                   MOVE SPACES TO NOME-FILIAL COMPLEM-FIL
                   MOVE ZEROS TO FKCEP-FIL NUM-FIL TEL-FIL
                       GERENTE-FIL VAGASRACK-FIL
                   MOVE 1 TO W-DIA
                   PERFORM ZERA-HORARIO THRU ZERA-HORARIO-FIM
                   MOVE "A" TO SITUAC-FIL
               ELSE
                   MOVE "* ERRO NA LEITURA DO CADFILIAL *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ENCERRA.
       FIL-NOME.
           DISPLAY (04, 01) "   NOME             : ".
           ACCEPT (04, 23) NOME-FILIAL WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO FIL-CODIGO.
           IF NOME-FILIAL = SPACES
               MOVE "* PREENCHA O NOME DA FILIAL *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO FIL-NOME.
       FIL-CEP.
           DISPLAY (05, 01) "   CEP              : ".
           ACCEPT (05, 23) FKCEP-FIL WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO FIL-NOME.
           MOVE FKCEP-FIL TO CEP
           READ CADCEP
           IF ST-ERRO NOT = "00"
               MOVE "* CEP NAO CADASTRADO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO FIL-CEP.
           DISPLAY (05, 33) LOGRAD
           DISPLAY (06, 33) BAIRRO " " CIDADE " " UF.
       FIL-NUM.
           DISPLAY (06, 01) "   NUMERO/COMPL.    : ".
           ACCEPT (06, 23) NUM-FIL WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO FIL-CEP.
           DISPLAY (07, 01) "   COMPLEMENTO      : ".
           ACCEPT (07, 23) COMPLEM-FIL WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO FIL-NUM.
       FIL-TEL.
           DISPLAY (08, 01) "   TELEFONE         : ".
           ACCEPT (08, 23) TEL-FIL WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO FIL-NUM.
      *
      * HORARIO DE CADA DIA (HHMM), PEDIDO UM DIA DE CADA VEZ NA
      * MESMA LINHA, DE DOMINGO A SABADO
           DISPLAY (09, 01)
               "   HORARIO (HHMM; 0000 A 0000 = FECHADO)".
           MOVE 1 TO W-DIA.
       FIL-HORARIO.
           DISPLAY (10, 01) "     " TABDIASEM (W-DIA) "        : "
           DISPLAY (10, 27) " A ".
           ACCEPT (10, 23) HRABRE-FIL (W-DIA) WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               IF W-DIA = 1
                   GO TO FIL-TEL
               ELSE
                   SUBTRACT 1 FROM W-DIA
                   GO TO FIL-HORARIO.
           MOVE HRABRE-FIL (W-DIA) TO W-HORA
           IF W-HH > 23 OR W-MM > 59
               MOVE "* HORA INVALIDA (HHMM) *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO FIL-HORARIO.
       FIL-HORFECHA.
           ACCEPT (10, 30) HRFECHA-FIL (W-DIA) WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO FIL-HORARIO.
           MOVE HRFECHA-FIL (W-DIA) TO W-HORA
           IF W-HH > 23 OR W-MM > 59
               MOVE "* HORA INVALIDA (HHMM) *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO FIL-HORFECHA.
           IF HRFECHA-FIL (W-DIA) NOT > HRABRE-FIL (W-DIA)
               AND HRFECHA-FIL (W-DIA) NOT = ZEROS
               MOVE "* FECHAMENTO DEVE SER APOS A ABERTURA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO FIL-HORFECHA.
           IF W-DIA < 7
               ADD 1 TO W-DIA
               GO TO FIL-HORARIO.
      *
       FIL-GERENTE.
           DISPLAY (12, 01) "   GERENTE (MATRIC.): ".
           ACCEPT (12, 23) GERENTE-FIL WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               MOVE 7 TO W-DIA
               GO TO FIL-HORARIO.
           MOVE GERENTE-FIL TO COD-FUNC
           READ CADFUNC
           IF ST-ERRO NOT = "00"
               MOVE "* FUNCIONARIO NAO CADASTRADO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO FIL-GERENTE.
           DISPLAY (12, 33) NOME-FUNC.
       FIL-VAGAS.
           DISPLAY (13, 01) "   VAGAS DE RACK    : ".
           DISPLAY (13, 33) "(0 = NAO CONTROLA)".
           ACCEPT (13, 23) VAGASRACK-FIL WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO FIL-GERENTE.
       FIL-SITUAC.
           DISPLAY (14, 01) "   SITUACAO (A/I)   : ".
           ACCEPT (14, 23) SITUAC-FIL WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO FIL-VAGAS.
           IF SITUAC-FIL = "a" MOVE "A" TO SITUAC-FIL.
           IF SITUAC-FIL = "i" MOVE "I" TO SITUAC-FIL.
           IF SITUAC-FIL NOT = "A" AND "I"
               MOVE "* SITUACAO: A=ATIVA  I=INATIVA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO FIL-SITUAC.
       FIL-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (24, 40) "DADOS OK (S/N) : ".
           ACCEPT (24, 57) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO FIL-SITUAC.
           IF W-OPCAO = "N" OR "n"
               MOVE "* DADOS RECUSADOS PELO USUARIO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO FIL-CODIGO.
           IF W-OPCAO NOT = "S" AND "s"
               MOVE "* DIGITE APENAS S=SIM e N=NAO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO FIL-OPC.
           IF W-SEL = 1
               REWRITE REGFILIAL
           ELSE
               WRITE REGFILIAL.
           IF ST-ERRO = "00" OR "02"
               MOVE "* FILIAL GRAVADA *" TO MENS
           ELSE
               MOVE "* ERRO NA GRAVACAO DO CADFILIAL *" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO FIL-CODIGO.
      *
      *--------------------------------------------------------------
      * LISTAGEM DAS FILIAIS COM VAGAS DE RACK E GERENTE
      *--------------------------------------------------------------
      *
       FIL-LISTA.
           MOVE ZEROS TO W-QTDLIS
           MOVE ZEROS TO COD-FILIAL
           START CADFILIAL KEY IS >= COD-FILIAL
           IF ST-ERRO NOT = "00"
               MOVE "* NENHUMA FILIAL CADASTRADA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-MODO.
           DISPLAY " ".
           DISPLAY "---- CADASTRO DE FILIAIS ----".
           DISPLAY "COD NOME            CEP      VAGAS GER. SIT".
       FIL-LISTA-PROX.
           READ CADFILIAL NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO FIL-LISTA-FIM.
           DISPLAY COD-FILIAL "  " NOME-FILIAL " " FKCEP-FIL " "
               VAGASRACK-FIL "  " GERENTE-FIL " " SITUAC-FIL
           ADD 1 TO W-QTDLIS
           GO TO FIL-LISTA-PROX.
       FIL-LISTA-FIM.
           DISPLAY " ".
           DISPLAY "TOTAL DE FILIAIS: " W-QTDLIS.
           DISPLAY "TECLE <ENTER> PARA VOLTAR".
           ACCEPT W-OPCAO
           GO TO ACC-MODO.
      *
       ENCERRA.
           CLOSE CADFILIAL CADCEP CADFUNC
           GO TO ROT-FIM.
      *
      *--------------------------------------------------------------
      * ZERA O HORARIO DOS 7 DIAS A PARTIR DE W-DIA
      *--------------------------------------------------------------
      *
       ZERA-HORARIO.
           MOVE ZEROS TO HRABRE-FIL (W-DIA) HRFECHA-FIL (W-DIA)
           IF W-DIA < 7
               ADD 1 TO W-DIA
               GO TO ZERA-HORARIO.
       ZERA-HORARIO-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * SEMEIA O CADFILIAL.DAT NA PRIMEIRA VEZ QUE O ARQUIVO E CRIADO,
      * COM AS MESMAS 2 FILIAIS QUE ANTES FICAVAM FIXAS NOS PROGRAMAS
      * -- ENDERECO, HORARIOS, GERENTE E VAGAS FICAM ZERADOS ATE
      * SEREM PREENCHIDOS AQUI
      *--------------------------------------------------------------
      *
       GRAVA-SEED-FILIAL.
           MOVE SPACES TO COMPLEM-FIL
           MOVE ZEROS TO FKCEP-FIL NUM-FIL TEL-FIL GERENTE-FIL
               VAGASRACK-FIL
           MOVE 1 TO W-DIA
           PERFORM ZERA-HORARIO THRU ZERA-HORARIO-FIM
           MOVE "A" TO SITUAC-FIL
           MOVE 01 TO COD-FILIAL
           MOVE "MATRIZ         " TO NOME-FILIAL
           WRITE REGFILIAL
           MOVE 02 TO COD-FILIAL
           MOVE "FILIAL 2       " TO NOME-FILIAL
           WRITE REGFILIAL.
       GRAVA-SEED-FILIAL-FIM.
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
