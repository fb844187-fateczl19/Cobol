      * FECHAMENTO GERENCIAL MENSAL (CADFECHA.DAT) -- CONSOLIDA, POR
      * FILIAL, A RECEITA DE LOCACAO (CADLOC.VALCOBRADO DAS ENTREGAS
      * DO MES), OS RECEBIMENTOS POR FORMA (CADPAG PAGAS NO MES), AS
      * VENDAS DE BIKE (CADVENDA), O CUSTO DE MANUTENCAO (CADMANUT)
      * E AS VENDAS DE VAREJO DE BALCAO (CADVAREJO/SGB132) EM UM
      * REGISTRO DE FECHAMENTO. COM O MES FECHADO, SGB004 E
      * SGB031 RECUSAM MOVIMENTO RETROATIVO DENTRO DELE.
      * A LOCACAO AINDA ABERTA NA VIRADA DO MES ENTRA COMO RECEITA
      * APROPRIADA (VALACRESC): O TEMPO CORRIDO ATE O FIM DO MES E
      * PRECIFICADO PELA MESMA CADEIA VALSEMANA/VALDIA/VALHORA DO
      * SGB004, E A APROPRIACAO DO MES ANTERIOR FICA ESTORNADA EM
      * VALACRANT -- SEM ISSO A LOCACAO DE UMA SEMANA NA VIRADA
      * CAIA INTEIRA NO MES SEGUINTE E OS DOIS FECHAMENTOS MENTIAM.
      * A MOEDA ESTRANGEIRA (CADMOVME/SGB143) SAI SO NO RESUMO DA
      * TELA: O RECEBIDO EM MOEDA PELO EQUIVALENTE EM REAIS E O
      * GANHO (OU PERDA) CAMBIAL DAS VENDAS AO BANCO NO MES.
      * A OFICINA DE BIKE DE CLIENTE (CADOSCLI/SGB152) ENTRA EM
      * VALOFICINA PELA MAO DE OBRA E PECAS DAS ORDENS RETIRADAS NO
      * MES -- RECEITA DE SERVICO PARA A APURACAO DO SIMPLES (SGB169)
      *--------------------------------------------------------------
      *
       ENVIRONMENT DIVISION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYLOCACAO-SPL
                    FILE STATUS  IS ST-ERRO.

            SELECT CADFILIAL
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-FILIAL
                    FILE STATUS  IS ST-ERRO.

            SELECT CADVAREJO
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYVAREJO
                    FILE STATUS  IS ST-ERRO.

            SELECT CADMOVME
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYMOVME
                    FILE STATUS  IS ST-MV.

            SELECT CADOSCLI
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMOSC
                    FILE STATUS  IS ST-OSC
                    ALTERNATE RECORD KEY IS CPF-OSC
                                            WITH DUPLICATES.
      *
      *--------------------------------------------------------------
      *
           03 VALMANUT        PIC 9(08)V99.
           03 VALACRESC       PIC 9(08)V99.
           03 VALACRANT       PIC 9(08)V99.
           03 VALVAREJO       PIC 9(08)V99.
           03 VALOFICINA      PIC 9(08)V99.
      *
       FD CADLOC
           LABEL RECORD IS STANDARD
           03 KEYLOCACAO-SPL  PIC X(27).
           03 FILORIG-SPL     PIC 9(02).
           03 FILDEST-SPL     PIC 9(02).
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
      * VAREJO DE BALCAO (SGB132) -- UM REGISTRO POR ITEM VENDIDO
       FD CADVAREJO
           VALUE OF FILE-ID IS "CADVAREJO.DAT".
       01 REGVAREJO.
           03 KEYVAREJO.
               05 NUMVAR          PIC 9(08).
               05 SEQVAR          PIC 9(02).
           03 FILVAR             PIC 9(02).
           03 DTVAR              PIC 9(08).
           03 HRVAR              PIC 9(04).
           03 OPERVAR            PIC 9(04).
           03 CPFVAR             PIC 9(11).
           03 CODPRODV-VAR       PIC 9(06).
           03 DSCPRODV-VAR       PIC X(30).
           03 QTDVAR             PIC 9(04).
           03 PRECOUNIT-VAR      PIC 9(06)V99.
           03 VALITEM-VAR        PIC 9(06)V99.
           03 CUSTOITEM-VAR      PIC 9(06)V99.
           03 FORMAVAR           PIC X(01).
           03 FORMAVARDESC       PIC X(10).
      *
      *--------------------------------------------------------------
      * MOVIMENTO DE MOEDA ESTRANGEIRA EM ESPECIE: TIPO "R" = RECEBIDA
      * DE CLIENTE NO PAGAMENTO DA LOCACAO (SGB004), COM O EQUIVALENTE
      * EM REAIS LANCADO NO CADPAG E O TROCO DADO EM REAIS; TIPO "B"
      * = VENDIDA AO BANCO (SGB143), COM O CUSTO CONTABIL BAIXADO, OS
      * REAIS RECEBIDOS E O GANHO (OU PERDA) CAMBIAL
      *--------------------------------------------------------------
      *
       FD CADMOVME
           VALUE OF FILE-ID IS "CADMOVME.DAT".
       01 REGMOVME.
           03 KEYMOVME.
               05 OPER-MV      PIC 9(04).
               05 DT-MV        PIC 9(08).
               05 SEQ-MV       PIC 9(04).
           03 TIPO-MV          PIC X(01).
           03 MOEDA-MV         PIC X(03).
           03 FIL-MV           PIC 9(02).
           03 HR-MV            PIC 9(04).
           03 VALME-MV         PIC 9(07)V99.
           03 TAXA-MV          PIC 9(03)V9(06).
           03 VALREAL-MV       PIC 9(08)V99.
           03 TROCO-MV         PIC 9(06)V99.
           03 VALBANCO-MV      PIC 9(08)V99.
           03 GANHO-MV         PIC S9(08)V99.
           03 KEYLOC-MV        PIC X(27).
      *
      *--------------------------------------------------------------
      * ORDEM DE SERVICO DA OFICINA PARA BIKE DE CLIENTE (SGB152)
      *--------------------------------------------------------------
      *
       FD CADOSCLI
           VALUE OF FILE-ID IS "CADOSCLI.DAT".
       01 REGOSCLI.
           03 NUMOSC           PIC 9(06).
           03 CPF-OSC          PIC 9(11).
           03 CODFIL-OSC       PIC 9(02).
           03 DSCBIKE-OSC      PIC X(40).
           03 SERIE-OSC        PIC X(20).
           03 ESTADO-OSC       PIC X(60).
           03 PROBLEMA-OSC     PIC X(40).
           03 DTENT-OSC        PIC 9(08).
           03 HRENT-OSC        PIC 9(04).
           03 OPERENT-OSC      PIC 9(04).
           03 VALMOORC-OSC     PIC 9(06)V99.
           03 VALPECORC-OSC    PIC 9(06)V99.
           03 DTORC-OSC        PIC 9(08).
           03 DTDECIS-OSC      PIC 9(08).
           03 VALMO-OSC        PIC 9(06)V99.
           03 VALPEC-OSC       PIC 9(06)V99.
           03 DTCONCL-OSC      PIC 9(08).
           03 DTAVISO-OSC      PIC 9(08).
           03 DTRETIR-OSC      PIC 9(08).
           03 FILNFS-OSC       PIC 9(02).
           03 NUMNFS-OSC       PIC 9(08).
           03 FORMAPAG-OSC     PIC X(01).
           03 SEQPAG-OSC       PIC 9(04).
           03 SITOSC           PIC X(01).
           03 DSCSITOSC        PIC X(10).
      *
      *--------------------------------------------------------------
      *
           03 W-ANOFECHA    PIC 9(04).
           03 W-MESFECHA    PIC 9(02).
       77 W-FIL         PIC 9(02) VALUE ZEROS.
       77 W-DIAFIL      PIC 9(01) VALUE ZEROS.
       01 W-DTPAGTO-R   PIC 9(08) VALUE ZEROS.
       01 W-DTPAGTO-RR REDEFINES W-DTPAGTO-R.
           03 W-ANOPAG     PIC 9(04).
               05 TF-ACRESC    PIC 9(08)V99.
               05 TF-TEM       PIC X(01).
      *
      * RECEITA DE VAREJO POR FILIAL -- FORA DA IMAGEM DO CHECKPOINT
      * (O PASSO 5 E SEMPRE LIDO DO INICIO, VIDE VAR-INICIO)
       01 TAB-VAREJO.
           03 TV-VAREJO     PIC 9(08)V99 OCCURS 10 TIMES.
       01 W-DTVAR-R     PIC 9(08) VALUE ZEROS.
       01 W-DTVAR-RR REDEFINES W-DTVAR-R.
           03 W-ANOVAR     PIC 9(04).
           03 W-MESVAR     PIC 9(02).
           03 W-DIAVAR     PIC 9(02).
      *
      * MOEDA ESTRANGEIRA POR FILIAL -- TAMBEM FORA DO CHECKPOINT
      * (PASSO 6, VIDE ME-INICIO). A VENDA AO BANCO NAO TEM FILIAL
      * E FICA NA MATRIZ
       77 ST-MV         PIC X(02) VALUE "00".
       01 TAB-MOEDAEXT.
           03 TAB-MOEDAEXT-ITEM OCCURS 10 TIMES.
               05 TM-RECME     PIC 9(08)V99.
               05 TM-GANHO     PIC S9(08)V99.
       01 W-DTMV-R      PIC 9(08) VALUE ZEROS.
       01 W-DTMV-RR REDEFINES W-DTMV-R.
           03 W-ANOMV      PIC 9(04).
           03 W-MESMV      PIC 9(02).
           03 W-DIAMV      PIC 9(02).
      *
      * RECEITA DA OFICINA DE CLIENTE POR FILIAL -- FORA DO CHECKPOINT
      * (PASSO 7, VIDE OSC-INICIO)
       77 ST-OSC        PIC X(02) VALUE "00".
       01 TAB-OFICINA.
           03 TO-OFICINA    PIC 9(08)V99 OCCURS 10 TIMES.
       01 W-DTOSC-R     PIC 9(08) VALUE ZEROS.
       01 W-DTOSC-RR REDEFINES W-DTOSC-R.
           03 W-ANOOSC     PIC 9(04).
           03 W-MESOSC     PIC 9(02).
           03 W-DIAOSC     PIC 9(02).
      *
      * APOIO A APROPRIACAO DA LOCACAO ABERTA NA VIRADA: TEMPO
      * CORRIDO ATE O FIM DO MES EM HORAS (CONVERSAO 30/360) E O
      * CALCULO EM CAMADAS DO SGB004
               GO TO ROT-FIM.
      *
       INC-OP0.
           MOVE ZEROS TO TAB-FECHA TAB-VAREJO TAB-MOEDAEXT TAB-OFICINA
      * ORDINAL 30/360 DO ULTIMO DIA DO MES A FECHAR
           COMPUTE W-ORDFIMMES = (W-ANOFECHA * 360) +
               (W-MESFECHA * 30) + 30
                   CLOSE CADFECHA CADLOC CADPAG CADVENDA CADMANUT
                       CADBIKE
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
                   CLOSE CADFECHA CADLOC CADPAG CADVENDA CADMANUT
                       CADBIKE CADSPLIT
                   GO TO ROT-FIM.
           OPEN I-O CADCKPT45
           IF ST-CKP NOT = "00"
               OPEN OUTPUT CADCKPT45
               CLOSE CADCKPT45
               OPEN I-O CADCKPT45.
           OPEN INPUT CADVAREJO
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                   OPEN OUTPUT CADVAREJO
                   CLOSE CADVAREJO
                   OPEN INPUT CADVAREJO
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQ CADVAREJO.DAT *"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADFECHA CADLOC CADPAG CADVENDA CADMANUT
                       CADBIKE CADSPLIT CADFILIAL CADCKPT45
                   GO TO ROT-FIM.
           OPEN INPUT CADMOVME
           IF ST-MV NOT = "00"
               IF ST-MV = "30" OR "35"
                   OPEN OUTPUT CADMOVME
                   CLOSE CADMOVME
                   OPEN INPUT CADMOVME
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQ CADMOVME.DAT *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADFECHA CADLOC CADPAG CADVENDA CADMANUT
                       CADBIKE CADSPLIT CADFILIAL CADCKPT45 CADVAREJO
                   GO TO ROT-FIM.
           OPEN INPUT CADOSCLI
           IF ST-OSC NOT = "00"
               IF ST-OSC = "30" OR "35"
                   OPEN OUTPUT CADOSCLI
                   CLOSE CADOSCLI
                   OPEN INPUT CADOSCLI
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQ CADOSCLI.DAT *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADFECHA CADLOC CADPAG CADVENDA CADMANUT
                       CADBIKE CADSPLIT CADFILIAL CADCKPT45 CADVAREJO
                       CADMOVME
                   GO TO ROT-FIM.
      *
      * CHECKPOINT DO MESMO MES: RETOMA A FASE E OS ACUMULADORES DA
      * RODADA INTERROMPIDA
               START CADMANUT KEY IS > KEYMANUT
               MOVE 4 TO W-FASEATUAL
               IF ST-ERRO NOT = "00"
                   GO TO VAR-INICIO
               ELSE
                   GO TO MANUT-PROX.
           MOVE 1 TO W-FASEATUAL.
       MANUT-PROX.
           READ CADMANUT NEXT RECORD
               AT END
                   GO TO VAR-INICIO
               NOT AT END
                   MOVE KEYMANUT TO W-ULTCHAVE
                   PERFORM ACUMULA-MANUT THRU ACUMULA-MANUT-FIM
           EXIT.
      *
      *--------------------------------------------------------------
      * PASSO 5: VENDAS DE VAREJO DE BALCAO DO MES, FILIAL DA VENDA.
      * SEM CHECKPOINT PROPRIO: NA RETOMADA O PASSO E LIDO DE NOVO
      * DO INICIO, JA QUE SEUS ACUMULADORES NAO VAO NA IMAGEM
      *--------------------------------------------------------------
      *
       VAR-INICIO.
           MOVE 5 TO W-FASEATUAL
           MOVE ZEROS TO TAB-VAREJO.
       VAR-PROX.
           READ CADVAREJO NEXT RECORD
               AT END
                   GO TO ME-INICIO
               NOT AT END
                   PERFORM ACUMULA-VAR THRU ACUMULA-VAR-FIM
           END-READ
           GO TO VAR-PROX.
      *
       ACUMULA-VAR.
           MOVE DTVAR TO W-DTVAR-R
           IF W-ANOVAR NOT = W-ANOFECHA OR W-MESVAR NOT = W-MESFECHA
               GO TO ACUMULA-VAR-FIM.
           MOVE FILVAR TO W-FIL
           IF W-FIL < 1 OR W-FIL > 10
               MOVE 1 TO W-FIL.
           MOVE "S" TO TF-TEM (W-FIL)
           ADD VALITEM-VAR TO TV-VAREJO (W-FIL).
       ACUMULA-VAR-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * PASSO 6: MOEDA ESTRANGEIRA DO MES. RECEBIDA DE CLIENTE ("R"):
      * EQUIVALENTE EM REAIS MENOS O TROCO DADO EM REAIS; VENDIDA AO
      * BANCO ("B"): GANHO OU PERDA CAMBIAL. COMO O PASSO 5, SEM
      * CHECKPOINT PROPRIO
      *--------------------------------------------------------------
      *
       ME-INICIO.
           MOVE 6 TO W-FASEATUAL
           MOVE ZEROS TO TAB-MOEDAEXT.
       ME-PROX.
           READ CADMOVME NEXT RECORD
               AT END
                   GO TO OSC-INICIO
               NOT AT END
                   PERFORM ACUMULA-ME THRU ACUMULA-ME-FIM
           END-READ
           GO TO ME-PROX.
      *
       ACUMULA-ME.
           MOVE DT-MV TO W-DTMV-R
           IF W-ANOMV NOT = W-ANOFECHA OR W-MESMV NOT = W-MESFECHA
               GO TO ACUMULA-ME-FIM.
           MOVE FIL-MV TO W-FIL
           IF W-FIL < 1 OR W-FIL > 10
               MOVE 1 TO W-FIL.
           MOVE "S" TO TF-TEM (W-FIL)
           IF TIPO-MV = "R"
               COMPUTE TM-RECME (W-FIL) = TM-RECME (W-FIL)
                   + VALREAL-MV - TROCO-MV
           ELSE
               ADD GANHO-MV TO TM-GANHO (W-FIL).
       ACUMULA-ME-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * PASSO 7: OFICINA DE BIKE DE CLIENTE. A ORDEM E COBRADA NA
      * RETIRADA (SITOSC "E"), PELA MAO DE OBRA E PECAS EXECUTADAS;
      * A RECUSADA SAI SEM VALOR. COMO O PASSO 5, SEM CHECKPOINT
      *--------------------------------------------------------------
      *
       OSC-INICIO.
           MOVE 7 TO W-FASEATUAL
           MOVE ZEROS TO TAB-OFICINA.
       OSC-PROX.
           READ CADOSCLI NEXT RECORD
               AT END
                   GO TO GRAVA-INICIO
               NOT AT END
                   PERFORM ACUMULA-OSC THRU ACUMULA-OSC-FIM
           END-READ
           GO TO OSC-PROX.
      *
       ACUMULA-OSC.
           IF SITOSC NOT = "E"
               GO TO ACUMULA-OSC-FIM.
           MOVE DTRETIR-OSC TO W-DTOSC-R
           IF W-ANOOSC NOT = W-ANOFECHA OR W-MESOSC NOT = W-MESFECHA
               GO TO ACUMULA-OSC-FIM.
           MOVE CODFIL-OSC TO W-FIL
           IF W-FIL < 1 OR W-FIL > 10
               MOVE 1 TO W-FIL.
           MOVE "S" TO TF-TEM (W-FIL)
           COMPUTE TO-OFICINA (W-FIL) = TO-OFICINA (W-FIL)
               + VALMO-OSC + VALPEC-OSC.
       ACUMULA-OSC-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * GRAVACAO DO FECHAMENTO POR FILIAL E RESUMO NA TELA
      *--------------------------------------------------------------
      *
           MOVE TF-MANUT (W-FIL) TO VALMANUT
           MOVE TF-ACRESC (W-FIL) TO VALACRESC
           MOVE W-ACRANT TO VALACRANT
           MOVE TV-VAREJO (W-FIL) TO VALVAREJO
           MOVE TO-OFICINA (W-FIL) TO VALOFICINA
           WRITE REGFECHA
           IF ST-ERRO = "22"
               REWRITE REGFECHA.
           MOVE W-FIL TO COD-FILIAL
           READ CADFILIAL
           IF ST-ERRO NOT = "00"
               MOVE SPACES TO NOME-FILIAL.
           DISPLAY "FILIAL " W-FIL " - " NOME-FILIAL ":".
           DISPLAY "  RECEITA DE LOCACAO....: " VALRECLOC.
           DISPLAY "  RECEBIDO EM DINHEIRO..: " VALRECDIN.
           DISPLAY "  RECEBIDO EM CARTAO....: " VALRECCAR.
           DISPLAY "  CUSTO DE MANUTENCAO...: " VALMANUT.
           DISPLAY "  RECEITA APROPRIADA....: " VALACRESC.
           DISPLAY "  ESTORNO MES ANTERIOR..: " VALACRANT.
           DISPLAY "  VENDAS DE VAREJO......: " VALVAREJO.
           DISPLAY "  OFICINA DE CLIENTE....: " VALOFICINA.
           DISPLAY "  RECEBIDO EM MOEDA EXT.: " TM-RECME (W-FIL).
           DISPLAY "  GANHO/PERDA CAMBIAL...: " TM-GANHO (W-FIL).
           GO TO GRAVA-PROX.
      *
       REL-FIM.
           DISPLAY " ".
           DISPLAY "---- MES FECHADO ----".
           CLOSE CADFECHA CADLOC CADPAG CADVENDA CADMANUT CADBIKE
               CADSPLIT CADCKPT45 CADFILIAL CADVAREJO CADMOVME
               CADOSCLI
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
