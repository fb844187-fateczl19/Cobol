       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGB139.
       AUTHOR. VINICIUS ESCAME DOS SANTOS.
      *--------------------------------------------------------------
      * TEXTOS DOS DOCUMENTOS DO CLIENTE POR IDIOMA -- CONTRATO/
      * RECIBO (SGB021/SGB035) E ORCAMENTO (SGB053) SAEM NO IDIOMA
      * DO CLIENTE (CADIDIOMA, CADASTRADO NO SGB003):
      *   P = PORTUGUES   I = INGLES   E = ESPANHOL
      * O CADTEXTO.DAT GUARDA, POR IDIOMA:
      *   R = ROTULOS E TITULOS DOS DOCUMENTOS (NUMERADOS 001 A 034)
      *   T = TRADUCAO DAS CLAUSULAS DE CADA VERSAO DOS TERMOS DE
      *       LOCACAO (SGB126), LINHA A LINHA (LINHA 000 = TITULO)
      * O ARQUIVO NASCE SEMEADO COM OS ROTULOS NOS TRES IDIOMAS. A
      * VERSAO DOS TERMOS SEM TRADUCAO SAI COM O TEXTO EM PORTUGUES.
      * ROTULO NAO PODE TER DOIS ESPACOS SEGUIDOS (O DOCUMENTO MONTA
      * A LINHA ATE O PRIMEIRO ESPACO DUPLO)
      *--------------------------------------------------------------
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT CADTEXTO
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYTEXTO
                    FILE STATUS  IS ST-TX.

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
      *--------------------------------------------------------------
      * TEXTOS DOS DOCUMENTOS POR IDIOMA (SGB139) -- TIPO R=ROTULO
      * (VERSAO ZERO, NUMERO DO ROTULO) OU T=CLAUSULA TRADUZIDA
      * (VERSAO DOS TERMOS, NUMERO DA LINHA; 000 = TITULO)
      *--------------------------------------------------------------
      *
       FD CADTEXTO
           VALUE OF FILE-ID IS "CADTEXTO.DAT".
       01 REGTEXTO.
           03 KEYTEXTO.
               05 IDIOMA-TX   PIC X(01).
               05 TIPO-TX     PIC X(01).
               05 VERSAO-TX   PIC 9(04).
               05 NUM-TX      PIC 9(03).
           03 TEXTO-TX        PIC X(60).
           03 DTALT-TX        PIC 9(08).
      *
      *--------------------------------------------------------------
      * TERMOS DE LOCACAO (SGB126) -- O TEXTO EM PORTUGUES E MOSTRADO
      * COMO REFERENCIA NA TRADUCAO DE CADA LINHA
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
       77 ST-TX         PIC X(02) VALUE "00".
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-MODO        PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 W-IDIOMA      PIC X(01) VALUE SPACES.
       77 W-NUM         PIC 9(03) VALUE ZEROS.
       77 W-LIN         PIC 9(02) VALUE ZEROS.
       77 W-QTDLIN      PIC 9(02) VALUE ZEROS.
       77 W-VERSAO      PIC 9(04) VALUE ZEROS.
       77 W-TOTLINHAS   PIC 9(04) VALUE ZEROS.
       77 W-DATAHOJE    PIC 9(08) VALUE ZEROS.
      *
      * ROTULOS PADRAO DOS DOCUMENTOS NOS TRES IDIOMAS -- SEMENTE DO
      * CADTEXTO E VALOR INICIAL DO ROTULO AINDA NAO GRAVADO
      *   001-023 CONTRATO/RECIBO (SGB021/SGB035)
      *   024-032 ORCAMENTO (SGB053)
      *   033-034 CONTRATO/RECIBO (SGB021/SGB035)
      *   003/004/006/007 TAMBEM NO ORCAMENTO
       01 TTROTPT.
           03 FILLER PIC X(50) VALUE
               "CONTRATO/RECIBO DE LOCACAO DE BIKE".
           03 FILLER PIC X(50) VALUE
               "CONTRATO:".
           03 FILLER PIC X(50) VALUE
               "CLIENTE:".
           03 FILLER PIC X(50) VALUE
               "CPF:".
           03 FILLER PIC X(50) VALUE
               "TELEFONE:".
           03 FILLER PIC X(50) VALUE
               "BIKE:".
           03 FILLER PIC X(50) VALUE
               "CATEGORIA:".
           03 FILLER PIC X(50) VALUE
               "COR:".
           03 FILLER PIC X(50) VALUE
               "LOCACAO:".
           03 FILLER PIC X(50) VALUE
               "HORARIO:".
           03 FILLER PIC X(50) VALUE
               "PREVISAO:".
           03 FILLER PIC X(50) VALUE
               "VALOR DA LOCACAO:".
           03 FILLER PIC X(50) VALUE
               "VALOR COBRADO:".
           03 FILLER PIC X(50) VALUE
               "TETO APLICADO: HORAS LIMITADAS A DIARIA".
           03 FILLER PIC X(50) VALUE
               "TETO APLICADO: DIARIAS LIMITADAS A SEMANA".
           03 FILLER PIC X(50) VALUE
               "KM PERCORRIDOS:".
           03 FILLER PIC X(50) VALUE
               "SITUACAO ATUAL:".
           03 FILLER PIC X(50) VALUE
               "TERMOS: LOCACAO SEM VERSAO DE TERMOS REGISTRADA".
           03 FILLER PIC X(50) VALUE
               "TERMOS DE LOCACAO - VERSAO".
           03 FILLER PIC X(50) VALUE
               "ACEITO PELO CLIENTE EM".
           03 FILLER PIC X(50) VALUE
               "AS".
           03 FILLER PIC X(50) VALUE
               "CLAUSULAS SEM TRADUCAO: VALE O TEXTO EM PORTUGUES".
           03 FILLER PIC X(50) VALUE
               "VIA EM PORTUGUES - VERSAO COM VALOR LEGAL".
           03 FILLER PIC X(50) VALUE
               "ORCAMENTO DE LOCACAO".
           03 FILLER PIC X(50) VALUE
               "ORCAMENTO:".
           03 FILLER PIC X(50) VALUE
               "DATA:".
           03 FILLER PIC X(50) VALUE
               "ARO:".
           03 FILLER PIC X(50) VALUE
               "HORAS PREVISTAS:".
           03 FILLER PIC X(50) VALUE
               "DESCONTO FIDELIDADE (PCT):".
           03 FILLER PIC X(50) VALUE
               "TAXA DE ENTREGA:".
           03 FILLER PIC X(50) VALUE
               "VALOR ESTIMADO:".
           03 FILLER PIC X(50) VALUE
               "VALIDO POR 7 DIAS - APRESENTE ESTE NUMERO".
           03 FILLER PIC X(50) VALUE
               "INFRACAO DE ZONA:".
           03 FILLER PIC X(50) VALUE
               "COMPOSICAO DO VALOR:".
       01 TTABROTPT REDEFINES TTROTPT.
           03 TABROTPT PIC X(50) OCCURS 34 TIMES.
       01 TTROTIN.
           03 FILLER PIC X(50) VALUE
               "BIKE RENTAL CONTRACT/RECEIPT".
           03 FILLER PIC X(50) VALUE
               "CONTRACT:".
           03 FILLER PIC X(50) VALUE
               "CUSTOMER:".
           03 FILLER PIC X(50) VALUE
               "CPF (TAX ID):".
           03 FILLER PIC X(50) VALUE
               "PHONE:".
           03 FILLER PIC X(50) VALUE
               "BIKE:".
           03 FILLER PIC X(50) VALUE
               "CATEGORY:".
           03 FILLER PIC X(50) VALUE
               "COLOR:".
           03 FILLER PIC X(50) VALUE
               "PICKUP:".
           03 FILLER PIC X(50) VALUE
               "TIME:".
           03 FILLER PIC X(50) VALUE
               "DUE BACK:".
           03 FILLER PIC X(50) VALUE
               "RENTAL AMOUNT:".
           03 FILLER PIC X(50) VALUE
               "AMOUNT CHARGED:".
           03 FILLER PIC X(50) VALUE
               "CAP APPLIED: HOURS LIMITED TO THE DAILY RATE".
           03 FILLER PIC X(50) VALUE
               "CAP APPLIED: DAYS LIMITED TO THE WEEKLY RATE".
           03 FILLER PIC X(50) VALUE
               "DISTANCE (KM):".
           03 FILLER PIC X(50) VALUE
               "CURRENT STATUS:".
           03 FILLER PIC X(50) VALUE
               "TERMS: NO TERMS VERSION RECORDED FOR THIS RENTAL".
           03 FILLER PIC X(50) VALUE
               "RENTAL TERMS - VERSION".
           03 FILLER PIC X(50) VALUE
               "ACCEPTED BY THE CUSTOMER ON".
           03 FILLER PIC X(50) VALUE
               "AT".
           03 FILLER PIC X(50) VALUE
               "CLAUSES NOT TRANSLATED: PORTUGUESE TEXT APPLIES".
           03 FILLER PIC X(50) VALUE
               "PORTUGUESE COPY - LEGALLY BINDING VERSION".
           03 FILLER PIC X(50) VALUE
               "BIKE RENTAL QUOTE".
           03 FILLER PIC X(50) VALUE
               "QUOTE:".
           03 FILLER PIC X(50) VALUE
               "DATE:".
           03 FILLER PIC X(50) VALUE
               "WHEEL SIZE:".
           03 FILLER PIC X(50) VALUE
               "ESTIMATED HOURS:".
           03 FILLER PIC X(50) VALUE
               "LOYALTY DISCOUNT (PCT):".
           03 FILLER PIC X(50) VALUE
               "DELIVERY FEE:".
           03 FILLER PIC X(50) VALUE
               "ESTIMATED TOTAL:".
           03 FILLER PIC X(50) VALUE
               "VALID FOR 7 DAYS - PLEASE BRING THIS NUMBER".
           03 FILLER PIC X(50) VALUE
               "NO-RIDE ZONE VIOLATION:".
           03 FILLER PIC X(50) VALUE
               "PRICE BREAKDOWN:".
       01 TTABROTIN REDEFINES TTROTIN.
           03 TABROTIN PIC X(50) OCCURS 34 TIMES.
       01 TTROTES.
           03 FILLER PIC X(50) VALUE
               "CONTRATO/RECIBO DE ALQUILER DE BICICLETA".
           03 FILLER PIC X(50) VALUE
               "CONTRATO:".
           03 FILLER PIC X(50) VALUE
               "CLIENTE:".
           03 FILLER PIC X(50) VALUE
               "CPF (ID FISCAL):".
           03 FILLER PIC X(50) VALUE
               "TELEFONO:".
           03 FILLER PIC X(50) VALUE
               "BICICLETA:".
           03 FILLER PIC X(50) VALUE
               "CATEGORIA:".
           03 FILLER PIC X(50) VALUE
               "COLOR:".
           03 FILLER PIC X(50) VALUE
               "RETIRO:".
           03 FILLER PIC X(50) VALUE
               "HORA:".
           03 FILLER PIC X(50) VALUE
               "DEVOLUCION PREVISTA:".
           03 FILLER PIC X(50) VALUE
               "VALOR DEL ALQUILER:".
           03 FILLER PIC X(50) VALUE
               "VALOR COBRADO:".
           03 FILLER PIC X(50) VALUE
               "TOPE APLICADO: HORAS LIMITADAS A LA DIARIA".
           03 FILLER PIC X(50) VALUE
               "TOPE APLICADO: DIAS LIMITADOS A LA SEMANA".
           03 FILLER PIC X(50) VALUE
               "KM RECORRIDOS:".
           03 FILLER PIC X(50) VALUE
               "SITUACION ACTUAL:".
           03 FILLER PIC X(50) VALUE
               "TERMINOS: ALQUILER SIN VERSION REGISTRADA".
           03 FILLER PIC X(50) VALUE
               "TERMINOS DEL ALQUILER - VERSION".
           03 FILLER PIC X(50) VALUE
               "ACEPTADO POR EL CLIENTE EL".
           03 FILLER PIC X(50) VALUE
               "A LAS".
           03 FILLER PIC X(50) VALUE
               "SIN TRADUCCION: VALE EL TEXTO EN PORTUGUES".
           03 FILLER PIC X(50) VALUE
               "COPIA EN PORTUGUES - VERSION CON VALOR LEGAL".
           03 FILLER PIC X(50) VALUE
               "PRESUPUESTO DE ALQUILER".
           03 FILLER PIC X(50) VALUE
               "PRESUPUESTO:".
           03 FILLER PIC X(50) VALUE
               "FECHA:".
           03 FILLER PIC X(50) VALUE
               "RODADO:".
           03 FILLER PIC X(50) VALUE
               "HORAS PREVISTAS:".
           03 FILLER PIC X(50) VALUE
               "DESCUENTO FIDELIDAD (PCT):".
           03 FILLER PIC X(50) VALUE
               "TARIFA DE ENTREGA:".
           03 FILLER PIC X(50) VALUE
               "VALOR ESTIMADO:".
           03 FILLER PIC X(50) VALUE
               "VALIDO POR 7 DIAS - PRESENTE ESTE NUMERO".
           03 FILLER PIC X(50) VALUE
               "INFRACCION DE ZONA:".
           03 FILLER PIC X(50) VALUE
               "COMPOSICION DEL VALOR:".
       01 TTABROTES REDEFINES TTROTES.
           03 TABROTES PIC X(50) OCCURS 34 TIMES.
      *
      * ROTULOS DO IDIOMA EM EDICAO
       01 W-TABROT.
           03 TABROT PIC X(50) OCCURS 34 TIMES.
      *
      * CLAUSULAS TRADUZIDAS DA VERSAO EM EDICAO (0 = TITULO)
       01 W-TITCLA      PIC X(60) VALUE SPACES.
       01 W-TABCLA.
           03 TABCLA PIC X(60) OCCURS 40 TIMES.
      *
      *--------------------------------------------------------------
      *
       PROCEDURE DIVISION.
       INICIO.
       INC-OP0.
           OPEN I-O CADTEXTO
           IF ST-TX NOT = "00"
               IF ST-TX = "30" OR "35"
                   OPEN OUTPUT CADTEXTO
                   PERFORM GRAVA-SEED-TEXTO THRU GRAVA-SEED-TEXTO-FIM
                   CLOSE CADTEXTO
                   OPEN I-O CADTEXTO
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQ CADTEXTO.DAT *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
           OPEN INPUT CADTERMO
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                   OPEN OUTPUT CADTERMO
                   CLOSE CADTERMO
                   OPEN INPUT CADTERMO
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQ CADTERMO.DAT *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADTEXTO
                   GO TO ROT-FIM.
           OPEN INPUT CADTERMOTXT
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                   OPEN OUTPUT CADTERMOTXT
                   CLOSE CADTERMOTXT
                   OPEN INPUT CADTERMOTXT
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQ CADTERMOTXT.DAT *"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADTEXTO CADTERMO
                   GO TO ROT-FIM.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD.
      *
       ACC-MODO.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 01) "  * TEXTOS DOS DOCUMENTOS POR IDIOMA *"
           MOVE SPACES TO W-MODO
           DISPLAY (03, 01)
               "   R=ROTULOS  T=TRADUCAO DAS CLAUSULAS  L=LISTAR"
           DISPLAY (04, 01) "   MODO: ".
           ACCEPT (04, 10) W-MODO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR 01
               CLOSE CADTEXTO CADTERMO CADTERMOTXT
               GO TO ROT-FIM.
           IF W-MODO = "r" MOVE "R" TO W-MODO.
           IF W-MODO = "t" MOVE "T" TO W-MODO.
           IF W-MODO = "l" MOVE "L" TO W-MODO.
           IF W-MODO NOT = "R" AND "T" AND "L"
               MOVE "* MODO R, T OU L *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-MODO.
      *
       ACC-IDIOMA.
           MOVE SPACES TO W-IDIOMA
           DISPLAY (06, 01)
               "   IDIOMA (P=PORTUGUES I=INGLES E=ESPANHOL): ".
           ACCEPT (06, 46) W-IDIOMA WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-MODO.
           IF W-IDIOMA = "p" MOVE "P" TO W-IDIOMA.
           IF W-IDIOMA = "i" MOVE "I" TO W-IDIOMA.
           IF W-IDIOMA = "e" MOVE "E" TO W-IDIOMA.
           IF W-IDIOMA NOT = "P" AND "I" AND "E"
               MOVE "* IDIOMA P, I OU E *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-IDIOMA.
           IF W-MODO = "L"
               GO TO LISTA-INICIO.
           IF W-MODO = "R"
               GO TO ROT-EDITA.
      * O TEXTO EM PORTUGUES DAS CLAUSULAS E O DO SGB126
           IF W-IDIOMA = "P"
               MOVE "* CLAUSULAS EM PORTUGUES SAO MANTIDAS NO SGB126 *"
                   TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-IDIOMA.
           GO TO CLA-VERSAO.
      *
      *--------------------------------------------------------------
      * ROTULOS: UM DE CADA VEZ NA MESMA POSICAO DA TELA, COM O
      * ANTERIOR VISIVEL LOGO ACIMA E O PORTUGUES COMO REFERENCIA
      *--------------------------------------------------------------
      *
       ROT-EDITA.
           PERFORM CARREGA-ROTULOS THRU CARREGA-ROTULOS-FIM
           DISPLAY (08, 01) "   ROTULOS (SEM DOIS ESPACOS SEGUIDOS):"
           MOVE 1 TO W-NUM.
       ROT-LINHA.
           DISPLAY (10, 01) LIMPA
           DISPLAY (10, 31) LIMPA
           DISPLAY (11, 01) LIMPA
           DISPLAY (11, 31) LIMPA
           DISPLAY (12, 01) LIMPA
           DISPLAY (12, 31) LIMPA
           IF W-NUM > 1
               SUBTRACT 1 FROM W-NUM
               DISPLAY (10, 01) "   " W-NUM ": "
               DISPLAY (10, 10) TABROT (W-NUM)
               ADD 1 TO W-NUM.
           DISPLAY (11, 01) "   PT : "
           DISPLAY (11, 10) TABROTPT (W-NUM)
           DISPLAY (12, 01) "   " W-NUM ": ".
           ACCEPT (12, 10) TABROT (W-NUM) WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               IF W-NUM = 1
                   GO TO ACC-IDIOMA
               ELSE
                   SUBTRACT 1 FROM W-NUM
                   GO TO ROT-LINHA.
           IF TABROT (W-NUM) = SPACES
               MOVE "* ROTULO NAO PODE FICAR EM BRANCO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-LINHA.
           IF W-NUM < 34
               ADD 1 TO W-NUM
               GO TO ROT-LINHA.
       ROT-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (24, 40) "DADOS OK (S/N) : ".
           ACCEPT (24, 57) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ROT-LINHA.
           IF W-OPCAO = "N" OR "n"
               MOVE "* DADOS RECUSADOS PELO USUARIO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-MODO.
           IF W-OPCAO NOT = "S" AND "s"
               MOVE "* DIGITE APENAS S=SIM e N=NAO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-OPC.
           MOVE 1 TO W-NUM.
       ROT-GRAVA.
           MOVE W-IDIOMA TO IDIOMA-TX
           MOVE "R" TO TIPO-TX
           MOVE ZEROS TO VERSAO-TX
           MOVE W-NUM TO NUM-TX
           MOVE TABROT (W-NUM) TO TEXTO-TX
           PERFORM GRAVA-TEXTO THRU GRAVA-TEXTO-FIM
           IF W-NUM < 34
               ADD 1 TO W-NUM
               GO TO ROT-GRAVA.
           MOVE "* ROTULOS GRAVADOS *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ACC-MODO.
      *
      *--------------------------------------------------------------
      * TRADUCAO DAS CLAUSULAS DE UMA VERSAO DOS TERMOS: O TITULO E
      * CADA LINHA, COM O TEXTO EM PORTUGUES LOGO ACIMA. A TRADUCAO
      * TEM SEMPRE O MESMO NUMERO DE LINHAS DA VERSAO
      *--------------------------------------------------------------
      *
       CLA-VERSAO.
           MOVE ZEROS TO W-VERSAO
           DISPLAY (07, 01) "   VERSAO DOS TERMOS: ".
           ACCEPT (07, 23) W-VERSAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-IDIOMA.
           MOVE W-VERSAO TO VERSAO-TERMO
           READ CADTERMO
           IF ST-ERRO NOT = "00"
               MOVE "* VERSAO NAO CADASTRADA (SGB126) *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO CLA-VERSAO.
           MOVE QTDLIN-TERMO TO W-QTDLIN
           IF W-QTDLIN > 40
               MOVE 40 TO W-QTDLIN.
           MOVE SPACES TO W-TITCLA W-TABCLA
           MOVE W-IDIOMA TO IDIOMA-TX
           MOVE "T" TO TIPO-TX
           MOVE W-VERSAO TO VERSAO-TX
           MOVE ZEROS TO NUM-TX
           READ CADTEXTO
           IF ST-TX = "00"
               MOVE TEXTO-TX TO W-TITCLA.
           MOVE 1 TO W-LIN.
       CLA-CARREGA.
           IF W-LIN > W-QTDLIN
               GO TO CLA-TITULO.
           MOVE W-IDIOMA TO IDIOMA-TX
           MOVE "T" TO TIPO-TX
           MOVE W-VERSAO TO VERSAO-TX
           MOVE W-LIN TO NUM-TX
           READ CADTEXTO
           IF ST-TX = "00"
               MOVE TEXTO-TX TO TABCLA (W-LIN).
           ADD 1 TO W-LIN
           GO TO CLA-CARREGA.
      *
       CLA-TITULO.
           DISPLAY (09, 01) "   TITULO  PT: " TITULO-TERMO
           DISPLAY (10, 01) "   TRADUCAO  : ".
           ACCEPT (10, 16) W-TITCLA WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO CLA-VERSAO.
           IF W-TITCLA = SPACES
               MOVE "* PREENCHA O TITULO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO CLA-TITULO.
           MOVE 1 TO W-LIN.
       CLA-LINHA.
           IF W-LIN > W-QTDLIN
               GO TO CLA-OPC.
           MOVE W-VERSAO TO VERSAO-TXT
           MOVE W-LIN TO LINHA-TXT
           READ CADTERMOTXT
           IF ST-ERRO NOT = "00"
               MOVE SPACES TO TEXTO-TXT.
           DISPLAY (12, 01) LIMPA
           DISPLAY (12, 31) LIMPA
           DISPLAY (13, 01) LIMPA
           DISPLAY (13, 31) LIMPA
           DISPLAY (12, 01) "   " W-LIN " PT: "
           DISPLAY (12, 11) TEXTO-TXT
           DISPLAY (13, 01) "   " W-LIN "   : ".
           ACCEPT (13, 11) TABCLA (W-LIN) WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               IF W-LIN = 1
                   GO TO CLA-TITULO
               ELSE
                   SUBTRACT 1 FROM W-LIN
                   GO TO CLA-LINHA.
           ADD 1 TO W-LIN
           GO TO CLA-LINHA.
       CLA-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (24, 40) "DADOS OK (S/N) : ".
           ACCEPT (24, 57) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               MOVE W-QTDLIN TO W-LIN
               GO TO CLA-LINHA.
           IF W-OPCAO = "N" OR "n"
               MOVE "* DADOS RECUSADOS PELO USUARIO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-MODO.
           IF W-OPCAO NOT = "S" AND "s"
               MOVE "* DIGITE APENAS S=SIM e N=NAO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO CLA-OPC.
           MOVE W-IDIOMA TO IDIOMA-TX
           MOVE "T" TO TIPO-TX
           MOVE W-VERSAO TO VERSAO-TX
           MOVE ZEROS TO NUM-TX
           MOVE W-TITCLA TO TEXTO-TX
           PERFORM GRAVA-TEXTO THRU GRAVA-TEXTO-FIM
           MOVE 1 TO W-LIN.
       CLA-GRAVA.
           MOVE W-IDIOMA TO IDIOMA-TX
           MOVE "T" TO TIPO-TX
           MOVE W-VERSAO TO VERSAO-TX
           MOVE W-LIN TO NUM-TX
           IF W-LIN > W-QTDLIN
               DELETE CADTEXTO RECORD
           ELSE
               MOVE TABCLA (W-LIN) TO TEXTO-TX
               PERFORM GRAVA-TEXTO THRU GRAVA-TEXTO-FIM.
           IF W-LIN < 40
               ADD 1 TO W-LIN
               GO TO CLA-GRAVA.
           MOVE "* TRADUCAO GRAVADA *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ACC-MODO.
      *
      *--------------------------------------------------------------
      * LISTAGEM DOS TEXTOS GRAVADOS DE UM IDIOMA: ROTULOS E DEPOIS
      * AS VERSOES TRADUZIDAS, NA ORDEM DA CHAVE
      *--------------------------------------------------------------
      *
       LISTA-INICIO.
           MOVE ZEROS TO W-TOTLINHAS
           DISPLAY " ".
           DISPLAY "---- TEXTOS DOS DOCUMENTOS - IDIOMA " W-IDIOMA
               " ----".
           DISPLAY "T VERS NUM TEXTO".
           MOVE W-IDIOMA TO IDIOMA-TX
           MOVE SPACES TO TIPO-TX
           MOVE ZEROS TO VERSAO-TX NUM-TX
           START CADTEXTO KEY IS >= KEYTEXTO
           IF ST-TX NOT = "00"
               GO TO LISTA-FIM.
       LISTA-PROX.
           READ CADTEXTO NEXT RECORD
           IF ST-TX NOT = "00"
               GO TO LISTA-FIM.
           IF IDIOMA-TX NOT = W-IDIOMA
               GO TO LISTA-FIM.
           ADD 1 TO W-TOTLINHAS
           DISPLAY TIPO-TX " " VERSAO-TX " " NUM-TX " " TEXTO-TX
           GO TO LISTA-PROX.
       LISTA-FIM.
           DISPLAY "TEXTOS: " W-TOTLINHAS.
           DISPLAY "TECLE ENTER PARA VOLTAR".
           ACCEPT W-OPCAO
           GO TO ACC-MODO.
      *
      *--------------------------------------------------------------
      * ROTULOS DO IDIOMA: O PADRAO DA TABELA, TROCADO PELO QUE JA
      * ESTIVER GRAVADO NO CADTEXTO
      *--------------------------------------------------------------
      *
       CARREGA-ROTULOS.
           IF W-IDIOMA = "I"
               MOVE TTROTIN TO W-TABROT
           ELSE
               IF W-IDIOMA = "E"
                   MOVE TTROTES TO W-TABROT
               ELSE
                   MOVE TTROTPT TO W-TABROT.
           MOVE 1 TO W-NUM.
       CARREGA-ROTULOS-PROX.
           MOVE W-IDIOMA TO IDIOMA-TX
           MOVE "R" TO TIPO-TX
           MOVE ZEROS TO VERSAO-TX
           MOVE W-NUM TO NUM-TX
           READ CADTEXTO
           IF ST-TX = "00" AND TEXTO-TX NOT = SPACES
               MOVE TEXTO-TX TO TABROT (W-NUM).
           IF W-NUM < 34
               ADD 1 TO W-NUM
               GO TO CARREGA-ROTULOS-PROX.
       CARREGA-ROTULOS-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * GRAVA (OU REGRAVA) O TEXTO MONTADO EM REGTEXTO
      *--------------------------------------------------------------
      *
       GRAVA-TEXTO.
           MOVE W-DATAHOJE TO DTALT-TX
           WRITE REGTEXTO
           IF ST-TX = "22"
               REWRITE REGTEXTO.
       GRAVA-TEXTO-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * SEMEIA O CADTEXTO.DAT NA PRIMEIRA VEZ QUE O ARQUIVO E CRIADO,
      * COM OS ROTULOS PADRAO NOS TRES IDIOMAS
      *--------------------------------------------------------------
      *
       GRAVA-SEED-TEXTO.
           ACCEPT DTALT-TX FROM DATE YYYYMMDD
           MOVE "R" TO TIPO-TX
           MOVE ZEROS TO VERSAO-TX
           MOVE 1 TO W-NUM.
       GRAVA-SEED-TEXTO-PROX.
           MOVE W-NUM TO NUM-TX
           MOVE "P" TO IDIOMA-TX
           MOVE TABROTPT (W-NUM) TO TEXTO-TX
           WRITE REGTEXTO
           MOVE "I" TO IDIOMA-TX
           MOVE TABROTIN (W-NUM) TO TEXTO-TX
           WRITE REGTEXTO
           MOVE "E" TO IDIOMA-TX
           MOVE TABROTES (W-NUM) TO TEXTO-TX
           WRITE REGTEXTO
           IF W-NUM < 34
               ADD 1 TO W-NUM
               GO TO GRAVA-SEED-TEXTO-PROX.
       GRAVA-SEED-TEXTO-FIM.
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
