       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGB137.
       AUTHOR. VINICIUS ESCAME DOS SANTOS.
      *--------------------------------------------------------------
      * ALTERACOES DE PRECO PROGRAMADAS -- O GERENTE CADASTRA COM
      * ANTECEDENCIA A NOVA TABELA: ALVO (UMA BIKE, OU TODAS AS
      * BIKES DE UMA CATEGORIA, MARCA OU MARCA/MODELO, OPCIONALMENTE
      * SO DE UMA FILIAL), NOVOS VALORES DE HORA/DIARIA/SEMANA OU UM
      * PERCENTUAL PARA MAIS OU PARA MENOS, E A DATA DE VIGENCIA.
      * A CADEIA NOTURNA (SGB138) APLICA AS QUE VENCEM, NO LUGAR DE
      * ALTERAR BIKE A BIKE NO SGB002 NO PROPRIO DIA
      *   I = INCLUIR   A = ALTERAR   C = CANCELAR
      *   L = LISTAR AS PENDENTES POR DATA DE VIGENCIA
      * SO AS PENDENTES PODEM SER ALTERADAS OU CANCELADAS
      *--------------------------------------------------------------
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT CADPRECOPRG
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMPRG
                    FILE STATUS  IS ST-PRG
                    ALTERNATE RECORD KEY IS DTEFET-PRG
                                            WITH DUPLICATES.

            SELECT CADBIKE
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMERO
                    FILE STATUS  IS ST-ERRO.

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
      * ALTERACOES DE PRECO PROGRAMADAS (SGB137) -- ALVO, NOVOS
      * VALORES OU PERCENTUAL E DATA DE VIGENCIA; APLICADAS PELA
      * CADEIA NOTURNA (SGB138) QUANDO A DATA CHEGA
      *   TIPOALVO: B=UMA BIKE  C=CATEGORIA  M=MARCA  O=MARCA/MODELO
      *   FILIAL  : 00 = TODAS AS FILIAIS
      *   MODO    : V=VALORES (ZERO MANTEM O ATUAL)  P=PERCENTUAL
      *   SITUACAO: P=PENDENTE  A=APLICADA  C=CANCELADA
      *--------------------------------------------------------------
      *
       FD CADPRECOPRG
           VALUE OF FILE-ID IS "CADPRECOPRG.DAT".
       01 REGPRECOPRG.
           03 NUMPRG            PIC 9(06).
           03 DTEFET-PRG        PIC 9(08).
           03 TIPOALVO-PRG      PIC X(01).
           03 NUMBIKE-PRG       PIC 9(04).
           03 CATEG-PRG         PIC X(01).
           03 MARCA-PRG         PIC X(20).
           03 MODELO-PRG        PIC X(20).
           03 FILIAL-PRG        PIC 9(02).
           03 MODO-PRG          PIC X(01).
           03 VALHORA-PRG       PIC 9(06)V99.
           03 VALDIA-PRG        PIC 9(06)V99.
           03 VALSEMANA-PRG     PIC 9(06)V99.
           03 SENTIDO-PRG       PIC X(01).
           03 PERC-PRG          PIC 9(02)V99.
           03 SIT-PRG           PIC X(01).
           03 DTCAD-PRG         PIC 9(08).
           03 OPER-PRG          PIC 9(04).
           03 DTAPLIC-PRG       PIC 9(08).
           03 QTDBIKE-PRG       PIC 9(04).
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
       77 ST-PRG        PIC X(02) VALUE "00".
       77 ST-CTRL       PIC X(02) VALUE "00".
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-MODO        PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 W-NUMPRG      PIC 9(06) VALUE ZEROS.
       77 W-TOTLINHAS   PIC 9(04) VALUE ZEROS.
       77 W-DATAHOJE    PIC 9(08) VALUE ZEROS.
       77 W-DSCALVO     PIC X(30) VALUE SPACES.
       77 W-ED-VAL1     PIC ZZZ.ZZ9,99.
       77 W-ED-VAL2     PIC ZZZ.ZZ9,99.
       77 W-ED-VAL3     PIC ZZZ.ZZ9,99.
       77 W-ED-PERC     PIC Z9,99.
      *
      *--------------------------------------------------------------
      *
       PROCEDURE DIVISION.
       INICIO.
       INC-OP0.
           OPEN I-O CADPRECOPRG
           IF ST-PRG NOT = "00"
               IF ST-PRG = "30" OR "35"
                   OPEN OUTPUT CADPRECOPRG
                   CLOSE CADPRECOPRG
                   OPEN I-O CADPRECOPRG
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQ CADPRECOPRG.DAT *"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
           OPEN INPUT CADBIKE
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO AO ABRIR O ARQUIVO CADBIKE.DAT *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADPRECOPRG
               GO TO ROT-FIM.
           OPEN I-O CADCONTROLE
           IF ST-CTRL NOT = "00"
               IF ST-CTRL = "30" OR "35"
                   OPEN OUTPUT CADCONTROLE
                   CLOSE CADCONTROLE
                   OPEN I-O CADCONTROLE
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQ CADCONTROLE.DAT *"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADPRECOPRG CADBIKE
                   GO TO ROT-FIM.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD.
      *
       ACC-MODO.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 01) "  * ALTERACOES DE PRECO PROGRAMADAS *"
           MOVE SPACES TO W-MODO
           DISPLAY (03, 01) "   I=INCLUIR A=ALTERAR C=CANCELAR L=LISTAR"
           DISPLAY (04, 01) "   MODO: ".
           ACCEPT (04, 10) W-MODO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR 01
               CLOSE CADPRECOPRG CADBIKE CADCONTROLE
               GO TO ROT-FIM.
           IF W-MODO = "i" MOVE "I" TO W-MODO.
           IF W-MODO = "a" MOVE "A" TO W-MODO.
           IF W-MODO = "c" MOVE "C" TO W-MODO.
           IF W-MODO = "l" MOVE "L" TO W-MODO.
           IF W-MODO = "L"
               GO TO LISTA-INICIO.
           IF W-MODO = "I"
               PERFORM LIMPA-REG THRU LIMPA-REG-FIM
               GO TO ACC-DTEFET.
           IF W-MODO NOT = "A" AND "C"
               MOVE "* MODO I, A, C OU L *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-MODO.
      *
       ACC-NUMPRG.
           MOVE ZEROS TO W-NUMPRG
           DISPLAY (06, 01) "   NUMERO DA PROGRAMACAO: ".
           ACCEPT (06, 28) W-NUMPRG WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR W-NUMPRG = ZEROS
               GO TO ACC-MODO.
           MOVE W-NUMPRG TO NUMPRG
           READ CADPRECOPRG
           IF ST-PRG NOT = "00"
               MOVE "* PROGRAMACAO NAO ENCONTRADA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-NUMPRG.
           IF SIT-PRG NOT = "P"
               MOVE "* PROGRAMACAO JA APLICADA OU CANCELADA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-NUMPRG.
           IF W-MODO = "A"
               GO TO ACC-DTEFET.
           PERFORM MOSTRA-PRG THRU MOSTRA-PRG-FIM.
       CONFIRMA-CANC.
           MOVE "N" TO W-OPCAO
           DISPLAY (20, 01) "   CANCELAR ESTA PROGRAMACAO (S/N)? : ".
           ACCEPT (20, 40) W-OPCAO WITH UPDATE
           IF W-OPCAO NOT = "S" AND "s"
               GO TO ACC-MODO.
           MOVE "C" TO SIT-PRG
           REWRITE REGPRECOPRG
           MOVE "* PROGRAMACAO CANCELADA *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ACC-MODO.
      *
      *--------------------------------------------------------------
      * INCLUSAO E ALTERACAO: DATA, ALVO, FILIAL E VALORES
      *--------------------------------------------------------------
      *
       ACC-DTEFET.
           DISPLAY (06, 01) "   DATA DE VIGENCIA (AAAAMMDD): ".
           ACCEPT (06, 34) DTEFET-PRG WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-MODO.
           IF DTEFET-PRG NOT > W-DATAHOJE
               MOVE "* A VIGENCIA DEVE SER UMA DATA FUTURA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-DTEFET.
       ACC-TIPOALVO.
           DISPLAY (08, 01)
               "   ALVO (B=BIKE C=CATEGORIA M=MARCA O=MODELO): ".
           ACCEPT (08, 49) TIPOALVO-PRG WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-DTEFET.
           IF TIPOALVO-PRG = "b" MOVE "B" TO TIPOALVO-PRG.
           IF TIPOALVO-PRG = "c" MOVE "C" TO TIPOALVO-PRG.
           IF TIPOALVO-PRG = "m" MOVE "M" TO TIPOALVO-PRG.
           IF TIPOALVO-PRG = "o" MOVE "O" TO TIPOALVO-PRG.
           IF TIPOALVO-PRG = "B"
               MOVE SPACES TO CATEG-PRG MARCA-PRG MODELO-PRG
               GO TO ACC-BIKE.
           IF TIPOALVO-PRG = "C"
               MOVE ZEROS TO NUMBIKE-PRG
               MOVE SPACES TO MARCA-PRG MODELO-PRG
               GO TO ACC-CATEG.
           IF TIPOALVO-PRG = "M" OR "O"
               MOVE ZEROS TO NUMBIKE-PRG
               MOVE SPACES TO CATEG-PRG
               GO TO ACC-MARCA.
           MOVE "* ALVO B, C, M OU O *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ACC-TIPOALVO.
       ACC-BIKE.
           DISPLAY (09, 01) "   NUMERO DA BIKE: ".
           ACCEPT (09, 20) NUMBIKE-PRG WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-TIPOALVO.
           MOVE NUMBIKE-PRG TO NUMERO
           READ CADBIKE
           IF ST-ERRO NOT = "00"
               MOVE "* BIKE NAO CADASTRADA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-BIKE.
           DISPLAY (09, 26) MARCA " " MODELO
           MOVE ZEROS TO FILIAL-PRG
           GO TO ACC-MODOPRG.
       ACC-CATEG.
           DISPLAY (09, 01) "   CATEGORIA (U/M/I/E/S): ".
           ACCEPT (09, 27) CATEG-PRG WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-TIPOALVO.
           IF CATEG-PRG = "u" MOVE "U" TO CATEG-PRG.
           IF CATEG-PRG = "m" MOVE "M" TO CATEG-PRG.
           IF CATEG-PRG = "i" MOVE "I" TO CATEG-PRG.
           IF CATEG-PRG = "e" MOVE "E" TO CATEG-PRG.
           IF CATEG-PRG = "s" MOVE "S" TO CATEG-PRG.
           IF CATEG-PRG NOT = "U" AND "M" AND "I" AND "E" AND "S"
               MOVE "* CATEGORIA U/M/I/E/S *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-CATEG.
           GO TO ACC-FILIAL.
       ACC-MARCA.
           DISPLAY (09, 01) "   MARCA : ".
           ACCEPT (09, 12) MARCA-PRG WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-TIPOALVO.
           IF MARCA-PRG = SPACES
               MOVE "* INFORME A MARCA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-MARCA.
           IF TIPOALVO-PRG = "M"
               GO TO ACC-FILIAL.
       ACC-MODELO.
           DISPLAY (10, 01) "   MODELO: ".
           ACCEPT (10, 12) MODELO-PRG WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-MARCA.
           IF MODELO-PRG = SPACES
               MOVE "* INFORME O MODELO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-MODELO.
       ACC-FILIAL.
           DISPLAY (11, 01) "   SO DA FILIAL (00=TODAS): ".
           ACCEPT (11, 29) FILIAL-PRG WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-TIPOALVO.
      *
       ACC-MODOPRG.
           DISPLAY (13, 01)
               "   NOVOS VALORES OU PERCENTUAL (V/P): ".
           ACCEPT (13, 40) MODO-PRG WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-TIPOALVO.
           IF MODO-PRG = "v" MOVE "V" TO MODO-PRG.
           IF MODO-PRG = "p" MOVE "P" TO MODO-PRG.
           IF MODO-PRG = "P"
               GO TO ACC-SENTIDO.
           IF MODO-PRG NOT = "V"
               MOVE "* INFORME V OU P *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-MODOPRG.
       ACC-VALORES.
           DISPLAY (14, 01) "   (VALOR ZERO MANTEM O ATUAL DA BIKE)"
           DISPLAY (15, 01) "   VALOR HORA....: ".
           ACCEPT (15, 21) VALHORA-PRG WITH UPDATE
           DISPLAY (16, 01) "   VALOR DIARIA..: ".
           ACCEPT (16, 21) VALDIA-PRG WITH UPDATE
           DISPLAY (17, 01) "   VALOR SEMANA..: ".
           ACCEPT (17, 21) VALSEMANA-PRG WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-MODOPRG.
           IF VALHORA-PRG = ZEROS AND VALDIA-PRG = ZEROS
                   AND VALSEMANA-PRG = ZEROS
               MOVE "* INFORME AO MENOS UM VALOR *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-VALORES.
           MOVE SPACES TO SENTIDO-PRG
           MOVE ZEROS TO PERC-PRG
           GO TO CONFIRMA-GRAVA.
       ACC-SENTIDO.
           DISPLAY (15, 01) "   AUMENTO OU REDUCAO (+/-): ".
           ACCEPT (15, 31) SENTIDO-PRG WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-MODOPRG.
           IF SENTIDO-PRG NOT = "+" AND "-"
               MOVE "* INFORME + OU - *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-SENTIDO.
       ACC-PERC.
           DISPLAY (16, 01) "   PERCENTUAL SOBRE A TARIFA: ".
           ACCEPT (16, 31) PERC-PRG WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-SENTIDO.
           IF PERC-PRG = ZEROS
               MOVE "* PERCENTUAL NAO PODE SER ZERO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-PERC.
           MOVE ZEROS TO VALHORA-PRG VALDIA-PRG VALSEMANA-PRG.
      *
       CONFIRMA-GRAVA.
           MOVE "S" TO W-OPCAO
           DISPLAY (20, 01) "   GRAVAR A PROGRAMACAO (S/N)? : ".
           ACCEPT (20, 35) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-MODOPRG.
           IF W-OPCAO NOT = "S" AND "s"
               GO TO ACC-MODO.
           IF W-MODO = "A"
               REWRITE REGPRECOPRG
               MOVE "* PROGRAMACAO ALTERADA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-MODO.
      * NUMERO PELA SERIE "PRECOPRG" DO CADCONTROLE
           MOVE "PRECOPRG" TO TIPOCTRL
           READ CADCONTROLE
           IF ST-CTRL NOT = "00"
               MOVE "PRECOPRG" TO TIPOCTRL
               MOVE 1 TO PROXNUM
               WRITE REGCTRL.
           MOVE PROXNUM TO NUMPRG
           ADD 1 TO PROXNUM
           REWRITE REGCTRL
           MOVE "P" TO SIT-PRG
           MOVE W-DATAHOJE TO DTCAD-PRG
           MOVE ZEROS TO DTAPLIC-PRG QTDBIKE-PRG
           DISPLAY (22, 01) "   MATRICULA DO OPERADOR: "
           ACCEPT (22, 28) OPER-PRG WITH UPDATE
           WRITE REGPRECOPRG
           IF ST-PRG NOT = "00"
               MOVE "* ERRO NA GRAVACAO DA PROGRAMACAO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-MODO.
           MOVE SPACES TO MENS
           STRING "* PROGRAMACAO GRAVADA: " NUMPRG " *"
               DELIMITED BY SIZE INTO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ACC-MODO.
      *
       LIMPA-REG.
           MOVE ZEROS TO NUMPRG DTEFET-PRG NUMBIKE-PRG FILIAL-PRG
               VALHORA-PRG VALDIA-PRG VALSEMANA-PRG PERC-PRG
               DTCAD-PRG OPER-PRG DTAPLIC-PRG QTDBIKE-PRG
           MOVE SPACES TO TIPOALVO-PRG CATEG-PRG MARCA-PRG MODELO-PRG
               MODO-PRG SENTIDO-PRG SIT-PRG.
       LIMPA-REG-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * DESCRICAO DO ALVO E DOS VALORES DE UMA PROGRAMACAO
      *--------------------------------------------------------------
      *
       MONTA-ALVO.
           MOVE SPACES TO W-DSCALVO
           IF TIPOALVO-PRG = "B"
               STRING "BIKE " NUMBIKE-PRG
                   DELIMITED BY SIZE INTO W-DSCALVO.
           IF TIPOALVO-PRG = "C"
               STRING "CATEGORIA " CATEG-PRG
                   DELIMITED BY SIZE INTO W-DSCALVO.
           IF TIPOALVO-PRG = "M"
               STRING "MARCA " MARCA-PRG
                   DELIMITED BY SIZE INTO W-DSCALVO.
           IF TIPOALVO-PRG = "O"
               STRING MARCA-PRG DELIMITED BY "  "
                   "/" MODELO-PRG DELIMITED BY SIZE INTO W-DSCALVO.
       MONTA-ALVO-FIM.
           EXIT.
      *
       MOSTRA-PRG.
           PERFORM MONTA-ALVO THRU MONTA-ALVO-FIM
           DISPLAY (08, 01) "   VIGENCIA: " DTEFET-PRG
           DISPLAY (09, 01) "   ALVO    : " W-DSCALVO
           DISPLAY (10, 01) "   FILIAL  : " FILIAL-PRG
           IF MODO-PRG = "P"
               MOVE PERC-PRG TO W-ED-PERC
               DISPLAY (12, 01) "   PERCENTUAL: " SENTIDO-PRG W-ED-PERC
           ELSE
               MOVE VALHORA-PRG TO W-ED-VAL1
               MOVE VALDIA-PRG TO W-ED-VAL2
               MOVE VALSEMANA-PRG TO W-ED-VAL3
               DISPLAY (12, 01) "   HORA " W-ED-VAL1 "  DIA " W-ED-VAL2
                   "  SEMANA " W-ED-VAL3.
       MOSTRA-PRG-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * LISTAGEM DAS PENDENTES, NA ORDEM DA DATA DE VIGENCIA
      *--------------------------------------------------------------
      *
       LISTA-INICIO.
           MOVE ZEROS TO W-TOTLINHAS DTEFET-PRG
           DISPLAY " ".
           DISPLAY "---- ALTERACOES DE PRECO PENDENTES ----".
           DISPLAY "NUMERO VIGENCIA FIL ALVO"
               "                           AJUSTE".
           START CADPRECOPRG KEY IS >= DTEFET-PRG
           IF ST-PRG NOT = "00"
               GO TO LISTA-FIM.
       LISTA-PROX.
           READ CADPRECOPRG NEXT RECORD
           IF ST-PRG NOT = "00"
               GO TO LISTA-FIM.
           IF SIT-PRG NOT = "P"
               GO TO LISTA-PROX.
           ADD 1 TO W-TOTLINHAS
           PERFORM MONTA-ALVO THRU MONTA-ALVO-FIM
           IF MODO-PRG = "P"
               MOVE PERC-PRG TO W-ED-PERC
               DISPLAY NUMPRG " " DTEFET-PRG " " FILIAL-PRG "  "
                   W-DSCALVO " " SENTIDO-PRG W-ED-PERC "%"
           ELSE
               MOVE VALHORA-PRG TO W-ED-VAL1
               DISPLAY NUMPRG " " DTEFET-PRG " " FILIAL-PRG "  "
                   W-DSCALVO " HORA " W-ED-VAL1.
           GO TO LISTA-PROX.
       LISTA-FIM.
           DISPLAY "PENDENTES: " W-TOTLINHAS.
           DISPLAY "TECLE ENTER PARA VOLTAR".
           ACCEPT W-OPCAO
           GO TO ACC-MODO.
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
