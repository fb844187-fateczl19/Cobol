      *   C = CONSULTA UM CPF
      *   R = RETIRA UM CPF DA LISTA
      *   L = LISTA TODOS OS BLOQUEIOS ATIVOS
      *   F = FILA DE REVISAO DE FRAUDE (CADFRAUDE, GERADA A NOITE
      *       PELO SGB165): A CADA SUSPEITA PENDENTE, B BLOQUEIA O
      *       CPF NA HORA (MOTIVO FRAUDE, SEM PRAZO) E L LIBERA
      * O SGB003 CONSULTA A LISTA NO CADASTRO E O SGB004 NA ABERTURA
      * DA LOCACAO; O INTERCAMBIO DIARIO MOVDIA (SGB075/SGB076) LEVA
      * OS BLOQUEIOS DO DIA PARA AS OUTRAS FILIAIS -- ANTES O CLIENTE
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-FUNC
                    FILE STATUS  IS ST-ERRO.

            SELECT CADFRAUDE
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYFRAUDE
                    FILE STATUS  IS ST-FRD.
      *
      *--------------------------------------------------------------
      *
                03 DTVALSENHA      PIC 9(08).
      *
      *--------------------------------------------------------------
      * FILA DE REVISAO DE FRAUDE CADASTRAL (SGB165). TIPO T = MESMO
      * TELEFONE, E = MESMO E-MAIL, D = MESMO ENDERECO CADASTRADO EM
      * POUCOS DIAS, P = ELETRICA NA PRIMEIRA VISITA, B = TELEFONE OU
      * E-MAIL DE CPF BLOQUEADO. SIT P = PENDENTE, L = LIBERADA,
      * B = CPF BLOQUEADO
      *--------------------------------------------------------------
      *
       FD CADFRAUDE
           VALUE OF FILE-ID IS "CADFRAUDE.DAT".
       01 REGFRAUDE.
           03 KEYFRAUDE.
               05 CPF-FRD          PIC 9(11).
               05 TIPO-FRD         PIC X(01).
           03 DSCTIPO-FRD      PIC X(20).
           03 CPFREL-FRD       PIC 9(11).
           03 DADO-FRD         PIC X(20).
           03 DTDET-FRD        PIC 9(08).
           03 DTULT-FRD        PIC 9(08).
           03 SIT-FRD          PIC X(01).
           03 DSCSIT-FRD       PIC X(10).
           03 OPER-FRD         PIC 9(04).
           03 DTBAIXA-FRD      PIC 9(08).
      *
      *--------------------------------------------------------------
      *
       WORKING-STORAGE SECTION.
      *
       77 W-CPFBLQ      PIC 9(11) VALUE ZEROS.
       77 W-TOTATIVOS   PIC 9(06) VALUE ZEROS.
       77 WS-DATAHOJE   PIC 9(08) VALUE ZEROS.
       77 ST-FRD        PIC X(02) VALUE "00".
       77 W-OPERFRD     PIC 9(04) VALUE ZEROS.
       77 W-CPFFRD      PIC 9(11) VALUE ZEROS.
       77 W-TIPOFRD     PIC X(01) VALUE SPACES.
       77 W-TOTFRD      PIC 9(06) VALUE ZEROS.
      *
      * TABELA DE MOTIVOS DE BLOQUEIO
       01 TTMOTBLOQ.
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADBLOQ CADCLI
               GO TO ROT-FIM.
           OPEN I-O CADFRAUDE
           IF ST-FRD NOT = "00"
               IF ST-FRD = "30" OR "35"
                   OPEN OUTPUT CADFRAUDE
                   CLOSE CADFRAUDE
                   OPEN I-O CADFRAUDE
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQ CADFRAUDE.DAT *"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADBLOQ CADCLI CADFUNC
                   GO TO ROT-FIM.
           ACCEPT WS-DATAHOJE FROM DATE YYYYMMDD.
      *
       ACC-MODO.
           DISPLAY (01, 01) "  * LISTA DE BLOQUEIO DE CPF *"
           MOVE SPACES TO W-OPCAO
           DISPLAY (03, 01)
               "   I=INCLUIR C=CONSULTAR R=RETIRAR L=LISTAR"
               " F=FRAUDE S=SAIR : ".
           ACCEPT (03, 64) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR 01
               GO TO ENCERRA.
           IF W-OPCAO = "c" MOVE "C" TO W-OPCAO.
           IF W-OPCAO = "r" MOVE "R" TO W-OPCAO.
           IF W-OPCAO = "l" MOVE "L" TO W-OPCAO.
           IF W-OPCAO = "f" MOVE "F" TO W-OPCAO.
           IF W-OPCAO = "s" OR "S"
               GO TO ENCERRA.
           IF W-OPCAO = "I"
               GO TO BLQ-RETIRA.
           IF W-OPCAO = "L"
               GO TO BLQ-LISTA.
           IF W-OPCAO = "F"
               GO TO FRD-OPER.
           MOVE "* DIGITE I, C, R, L, F OU S *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ACC-MODO.
      *
           DISPLAY " ".
           DISPLAY "BLOQUEIOS ATIVOS: " W-TOTATIVOS.
           GO TO ACC-MODO.
      *
      *
      *--------------------------------------------------------------
      * FILA DE REVISAO DE FRAUDE: UMA SUSPEITA PENDENTE POR VEZ, NA
      * ORDEM DO CPF. O BLOQUEIO GRAVA O CADBLOQ COM MOTIVO FRAUDE,
      * SEM PRAZO, FILIAL DO CLIENTE, E BAIXA TODAS AS SUSPEITAS
      * PENDENTES DO CPF; A LIBERACAO BAIXA SO A SUSPEITA MOSTRADA
      *--------------------------------------------------------------
      *
       FRD-OPER.
           MOVE ZEROS TO W-OPERFRD W-TOTFRD
           DISPLAY (05, 01) "   MATRICULA DO OPERADOR: ".
           ACCEPT (05, 28) W-OPERFRD WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR W-OPERFRD = ZEROS
               GO TO ACC-MODO.
           MOVE W-OPERFRD TO COD-FUNC
           READ CADFUNC
           IF ST-ERRO NOT = "00" OR SITUAC-FUNC NOT = "A"
               MOVE "* OPERADOR INVALIDO OU INATIVO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO FRD-OPER.
           MOVE ZEROS TO CPF-FRD
           MOVE SPACES TO TIPO-FRD
           START CADFRAUDE KEY IS >= KEYFRAUDE
           IF ST-FRD NOT = "00"
               GO TO FRD-FIM.
       FRD-PROX.
           READ CADFRAUDE NEXT RECORD
           IF ST-FRD NOT = "00"
               GO TO FRD-FIM.
           IF SIT-FRD NOT = "P"
               GO TO FRD-PROX.
           MOVE CPF-FRD TO W-CPFFRD
           MOVE TIPO-FRD TO W-TIPOFRD
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 01) "  * FILA DE REVISAO DE FRAUDE *"
           DISPLAY (03, 01) "   CPF.........: " CPF-FRD
           MOVE CPF-FRD TO CPF-CLI
           READ CADCLI
           IF ST-ERRO = "00"
               DISPLAY (04, 01) "   CLIENTE.....: " NOME-CLI
           ELSE
               MOVE ZEROS TO CODFILIAL-CLI
               DISPLAY (04, 01) "   CPF SEM CADASTRO NO CADCLI".
           DISPLAY (05, 01) "   SUSPEITA....: " DSCTIPO-FRD
           DISPLAY (06, 01) "   DADO........: " DADO-FRD
           IF CPFREL-FRD NOT = ZEROS
               DISPLAY (07, 01) "   CPF LIGADO..: " CPFREL-FRD.
           DISPLAY (08, 01) "   DETECTADA EM: " DTDET-FRD
               "  ULTIMA: " DTULT-FRD.
       FRD-DECIDE.
           MOVE "P" TO W-OPCAO
           DISPLAY (10, 01)
               "   B=BLOQUEAR  L=LIBERAR  P=PROXIMA  S=SAIR : ".
           ACCEPT (10, 48) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR 01
               GO TO ACC-MODO.
           IF W-OPCAO = "b" MOVE "B" TO W-OPCAO.
           IF W-OPCAO = "l" MOVE "L" TO W-OPCAO.
           IF W-OPCAO = "p" MOVE "P" TO W-OPCAO.
           IF W-OPCAO = "s" OR "S"
               GO TO ACC-MODO.
           IF W-OPCAO = "P"
               GO TO FRD-PROX.
           IF W-OPCAO = "L"
               GO TO FRD-LIBERA.
           IF W-OPCAO = "B"
               GO TO FRD-BLOQUEIA.
           MOVE "* DIGITE B, L, P OU S *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO FRD-DECIDE.
      *
       FRD-LIBERA.
           MOVE "L" TO SIT-FRD
           MOVE "LIBERADA  " TO DSCSIT-FRD
           MOVE W-OPERFRD TO OPER-FRD
           MOVE WS-DATAHOJE TO DTBAIXA-FRD
           REWRITE REGFRAUDE
           ADD 1 TO W-TOTFRD
           MOVE "* SUSPEITA LIBERADA *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           MOVE W-CPFFRD TO CPF-FRD
           MOVE W-TIPOFRD TO TIPO-FRD
           START CADFRAUDE KEY IS > KEYFRAUDE
           IF ST-FRD NOT = "00"
               GO TO FRD-FIM.
           GO TO FRD-PROX.
      *
       FRD-BLOQUEIA.
           MOVE W-CPFFRD TO CPF-BLOQ
           READ CADBLOQ
           IF ST-ERRO = "00"
               GO TO FRD-BLOQUEIA-BAIXA.
           MOVE W-CPFFRD TO CPF-BLOQ
           MOVE "F" TO MOTIVOBLOQ
           MOVE TABMOTBLOQ(3) TO DSCMOTIVOBLOQ
           MOVE W-OPERFRD TO OPERBLOQ
           MOVE CODFILIAL-CLI TO FILBLOQ
           MOVE WS-DATAHOJE TO DTINCL-BLOQ
           MOVE ZEROS TO DTEXPIRA-BLOQ
           WRITE REGBLOQ
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
               MOVE "* ERRO AO GRAVAR O BLOQUEIO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO FRD-DECIDE.
       FRD-BLOQUEIA-BAIXA.
           MOVE W-CPFFRD TO CPF-FRD
           MOVE SPACES TO TIPO-FRD
           START CADFRAUDE KEY IS >= KEYFRAUDE
           IF ST-FRD NOT = "00"
               GO TO FRD-BLOQUEIA-FIM.
       FRD-BLOQUEIA-PROX.
           READ CADFRAUDE NEXT RECORD
           IF ST-FRD NOT = "00"
               GO TO FRD-BLOQUEIA-FIM.
           IF CPF-FRD NOT = W-CPFFRD
               GO TO FRD-BLOQUEIA-FIM.
           IF SIT-FRD NOT = "P"
               GO TO FRD-BLOQUEIA-PROX.
           MOVE "B" TO SIT-FRD
           MOVE "BLOQUEADA " TO DSCSIT-FRD
           MOVE W-OPERFRD TO OPER-FRD
           MOVE WS-DATAHOJE TO DTBAIXA-FRD
           REWRITE REGFRAUDE
           ADD 1 TO W-TOTFRD
           GO TO FRD-BLOQUEIA-PROX.
       FRD-BLOQUEIA-FIM.
           MOVE "* CPF INCLUIDO NA LISTA DE BLOQUEIO *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           MOVE W-CPFFRD TO CPF-FRD
           MOVE HIGH-VALUES TO TIPO-FRD
           START CADFRAUDE KEY IS > KEYFRAUDE
           IF ST-FRD NOT = "00"
               GO TO FRD-FIM.
           GO TO FRD-PROX.
      *
       FRD-FIM.
           DISPLAY (01, 01) ERASE
           DISPLAY (03, 01) "   FIM DA FILA DE REVISAO DE FRAUDE - "
               "SUSPEITAS BAIXADAS: " W-TOTFRD
           MOVE "* FILA DE FRAUDE CONCLUIDA *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ACC-MODO.
      *
       ENCERRA.
           CLOSE CADBLOQ CADCLI CADFUNC CADFRAUDE
           GO TO ROT-FIM.
      *
      *--------------------------------------------------------------
