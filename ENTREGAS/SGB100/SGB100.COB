       AUTHOR. VINICIUS ESCAME DOS SANTOS.
      *--------------------------------------------------------------
      * SUGESTAO DIARIA DE REMANEJAMENTO ENTRE FILIAIS -- COMPARA,
      * POR FILIAL (ATIVAS NO CADFILIAL/SGB124) E CATEGORIA, O
      * ESTOQUE DISPONIVEL DO CADBIKE (SITUAC 'A') CONTRA A DEMANDA
      * VISIVEL: LOCACOES EM ABERTO (CADLOC), FILA DE RESERVA
      * AGUARDANDO (CADRESERVA) E
      * MARCACOES FUTURAS DA AGENDA (CADAGENDA). ONDE UMA FILIAL
      * ESTA EM DEFICIT E OUTRA COM SOBRA, IMPRIME A LISTA DE
      * TRANSFERENCIA SUGERIDA -- COM OS NUMEROS DAS BIKES OCIOSAS
      * (DATULTUSO MAIS ANTIGO PRIMEIRO) -- PARA O
      * SUPERVISOR EXECUTAR DIRETO NO SGB068. ATE AQUI O
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYAGENDA
                    FILE STATUS  IS ST-ERRO.

            SELECT CADFILIAL
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-FILIAL
                    FILE STATUS  IS ST-ERRO.
      *
      *--------------------------------------------------------------
      *
           03 CPF-AG          PIC 9(11).
           03 SITAGENDA       PIC X(01).
           03 DSCSITAGENDA    PIC X(10).
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
      *--------------------------------------------------------------
      *
       77 W-QTDMOVER    PIC 9(04) VALUE ZEROS.
       77 W-QTDLISTADA  PIC 9(04) VALUE ZEROS.
       77 W-TOTSUGER    PIC 9(04) VALUE ZEROS.
       77 W-DIAFIL      PIC 9(01) VALUE ZEROS.
      *
      * OCIOSAS CANDIDATAS DA CATEGORIA, ORDENADAS PELO ULTIMO USO
      * MAIS ANTIGO ANTES DE LISTAR
           03 FILLER       PIC X(01) VALUE "/".
           03 TO-ANOEX     PIC 9(04).
      *
      * QUADRO POR FILIAL (INDICE = CODIGO DA FILIAL, SO AS ATIVAS
      * NO CADFILIAL) E CATEGORIA (1=U 2=M 3=I 4=E 5=S): DISPONIVEIS,
      * DEMANDA VISIVEL E QUANTAS OCIOSAS DA FILIAL JA FORAM
      * SUGERIDAS (PARA A PROXIMA FILIAL EM DEFICIT NAO RECEBER AS
      * MESMAS BIKES)
       01 TAB-QUADRO.
           03 TAB-FIL OCCURS 98 TIMES.
               05 TF-ATIVA     PIC X(01).
               05 TF-NOME      PIC X(15).
               05 TAB-CAT OCCURS 5 TIMES.
                   07 TQ-DISP  PIC 9(04).
                   07 TQ-DEM   PIC 9(04).
                   07 TQ-SUGER PIC 9(04).
      *
       01 TTCATEG.
           03 FILLER PIC X(01) VALUE "U".
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADBIKE CADLOC CADRESERVA
                   GO TO ROT-FIM.
           OPEN INPUT CADFILIAL
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                   OPEN OUTPUT CADFILIAL
                   PERFORM GRAVA-SEED-FILIAL THRU GRAVA-SEED-FILIAL-FIM
                   CLOSE CADFILIAL
                   OPEN INPUT CADFILIAL
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQ CADFILIAL.DAT *"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADBIKE CADLOC CADRESERVA CADAGENDA
                   GO TO ROT-FIM.
      *
      * FILIAIS ATIVAS DO CADFILIAL ENTRAM NO QUADRO
           MOVE ZEROS TO COD-FILIAL
           START CADFILIAL KEY IS >= COD-FILIAL
           IF ST-ERRO NOT = "00"
               GO TO BIKE-INICIO.
       FIL-PROX.
           READ CADFILIAL NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO BIKE-INICIO.
           IF COD-FILIAL < 1 OR COD-FILIAL > 98
               GO TO FIL-PROX.
           IF SITUAC-FIL NOT = "A"
               GO TO FIL-PROX.
           MOVE "S" TO TF-ATIVA (COD-FILIAL)
           MOVE NOME-FILIAL TO TF-NOME (COD-FILIAL)
           GO TO FIL-PROX.
      *
      *--------------------------------------------------------------
      * PASSO 1: ESTOQUE DISPONIVEL E LOCACOES EM ABERTO (QUE JA SAO
      * DEMANDA COMPROVADA DA FILIAL)
      *--------------------------------------------------------------
      *
       BIKE-INICIO.
           CONTINUE.
       BIKE-PROX.
           READ CADBIKE NEXT RECORD
           IF ST-ERRO NOT = "00"
           IF W-CAT = ZEROS
               GO TO BIKE-PROX.
           MOVE CODFILIAL TO W-FIL
           IF W-FIL < 1 OR W-FIL > 98
               GO TO BIKE-PROX.
           IF TF-ATIVA (W-FIL) NOT = "S"
               GO TO BIKE-PROX.
           IF SITUAC = "A"
               ADD 1 TO TQ-DISP (W-FIL, W-CAT).
           IF W-CAT = ZEROS
               GO TO LOC-PROX.
           MOVE CODFILIAL-LOC TO W-FIL
           IF W-FIL < 1 OR W-FIL > 98
               GO TO LOC-PROX.
           IF TF-ATIVA (W-FIL) NOT = "S"
               GO TO LOC-PROX.
           ADD 1 TO TQ-DEM (W-FIL, W-CAT)
           GO TO LOC-PROX.
           IF W-CAT = ZEROS
               GO TO RES-PROX.
           MOVE CODFILIAL TO W-FIL
           IF W-FIL < 1 OR W-FIL > 98
               GO TO RES-PROX.
           IF TF-ATIVA (W-FIL) NOT = "S"
               GO TO RES-PROX.
           ADD 1 TO TQ-DEM (W-FIL, W-CAT)
           GO TO RES-PROX.
           IF W-CAT = ZEROS
               GO TO AGE-PROX.
           MOVE CODFILIAL TO W-FIL
           IF W-FIL < 1 OR W-FIL > 98
               GO TO AGE-PROX.
           IF TF-ATIVA (W-FIL) NOT = "S"
               GO TO AGE-PROX.
           ADD 1 TO TQ-DEM (W-FIL, W-CAT)
           GO TO AGE-PROX.
       QUADRO-IMPRIME.
           DISPLAY " ".
           DISPLAY "---- QUADRO DISPONIVEL X DEMANDA ----".
           DISPLAY "FIL NOME            CAT  DISPONIVEL  DEMANDA".
           MOVE ZEROS TO W-FIL.
       QUADRO-FIL.
           ADD 1 TO W-FIL
           IF W-FIL > 98
               GO TO SUGERE-INICIO.
           IF TF-ATIVA (W-FIL) NOT = "S"
               GO TO QUADRO-FIL.
           MOVE ZEROS TO W-CAT.
       QUADRO-CAT.
           ADD 1 TO W-CAT
           IF W-CAT > 5
               GO TO QUADRO-FIL.
           DISPLAY W-FIL "  " TF-NOME (W-FIL) " " TABCATEG (W-CAT)
               "    " TQ-DISP (W-FIL, W-CAT) "        "
               TQ-DEM (W-FIL, W-CAT)
           GO TO QUADRO-CAT.
      *
           ADD 1 TO W-CAT
           IF W-CAT > 5
               GO TO REL-FIM.
           MOVE ZEROS TO W-FILDEST.
      * CADA FILIAL EM DEFICIT NA CATEGORIA...
       SUGERE-DEST.
           ADD 1 TO W-FILDEST
           IF W-FILDEST > 98
               GO TO SUGERE-CAT.
           IF TF-ATIVA (W-FILDEST) NOT = "S"
               GO TO SUGERE-DEST.
           MOVE ZEROS TO W-FILORIG.
      * ...RECEBE DAS FILIAIS COM SOBRA, NA ORDEM DO CODIGO, ATE
      * COBRIR A FALTA; O QUE FOI SUGERIDO JA SAI DO QUADRO
       SUGERE-ORIG.
           ADD 1 TO W-FILORIG
           IF W-FILORIG > 98
               GO TO SUGERE-DEST.
           IF TF-ATIVA (W-FILORIG) NOT = "S"
               OR W-FILORIG = W-FILDEST
               GO TO SUGERE-ORIG.
           COMPUTE W-FALTA = TQ-DEM (W-FILDEST, W-CAT)
               - TQ-DISP (W-FILDEST, W-CAT)
           IF W-FALTA NOT > 0
               GO TO SUGERE-DEST.
           COMPUTE W-SOBRA = TQ-DISP (W-FILORIG, W-CAT)
               - TQ-DEM (W-FILORIG, W-CAT)
           IF W-SOBRA NOT > 0
               GO TO SUGERE-ORIG.
           PERFORM SUGERE-MOVIMENTO THRU SUGERE-MOVIMENTO-FIM
           SUBTRACT W-QTDLISTADA FROM TQ-DISP (W-FILORIG, W-CAT)
           ADD W-QTDLISTADA TO TQ-DISP (W-FILDEST, W-CAT)
           ADD W-QTDLISTADA TO TQ-SUGER (W-FILORIG, W-CAT)
           GO TO SUGERE-ORIG.
      *
      * LISTA AS BIKES OCIOSAS DA FILIAL DE ORIGEM, ATE A MENOR
      * ENTRE A SOBRA E A FALTA, PULANDO AS QUE JA FORAM SUGERIDAS
      * PARA OUTRA FILIAL
       SUGERE-MOVIMENTO.
           IF W-SOBRA < W-FALTA
               MOVE W-SOBRA TO W-QTDMOVER
           IF ST-ERRO NOT = "00"
               GO TO SUGERE-MOVIMENTO-FIM.
           DISPLAY "CATEGORIA " TABCATEG (W-CAT) ": MOVER "
               W-QTDMOVER " BIKE(S) DA FILIAL " W-FILORIG " "
               TF-NOME (W-FILORIG).
           DISPLAY "    PARA A FILIAL " W-FILDEST " "
               TF-NOME (W-FILDEST).
       SUGERE-MOVIMENTO-PROX.
           READ CADBIKE NEXT RECORD
           IF ST-ERRO NOT = "00"
           ADD 1 TO W-JO
           GO TO SUGERE-MOVIMENTO-ORD-INT.
       SUGERE-MOVIMENTO-LISTA.
           MOVE TQ-SUGER (W-FILORIG, W-CAT) TO W-IO.
       SUGERE-MOVIMENTO-LISTA-PROX.
           ADD 1 TO W-IO
           IF W-IO > W-QTDOCIO OR W-QTDLISTADA >= W-QTDMOVER
       REL-FIM.
           DISPLAY " ".
           DISPLAY "BIKES SUGERIDAS PARA TRANSFERENCIA: " W-TOTSUGER.
           CLOSE CADBIKE CADLOC CADRESERVA CADAGENDA CADFILIAL
           GO TO ROT-FIM.
      *
      *--------------------------------------------------------------
      * SEMEIA O CADFILIAL.DAT NA PRIMEIRA VEZ QUE O ARQUIVO E CRIADO,
      * COM AS MESMAS 2 FILIAIS QUE ANTES FICAVAM FIXAS NO PROGRAMA
      * -- O RESTO DO CADASTRO E PREENCHIDO NO SGB124
      *--------------------------------------------------------------
      *
       GRAVA-SEED-FILIAL.
           MOVE SPACES TO COMPLEM-FIL
           MOVE ZEROS TO FKCEP-FIL NUM-FIL TEL-FIL GERENTE-FIL
               VAGASRACK-FIL
           MOVE 1 TO W-DIAFIL.
       GRAVA-SEED-FILIAL-HOR.
           MOVE ZEROS TO HRABRE-FIL (W-DIAFIL) HRFECHA-FIL (W-DIAFIL)
           IF W-DIAFIL < 7
               ADD 1 TO W-DIAFIL
               GO TO GRAVA-SEED-FILIAL-HOR.
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
