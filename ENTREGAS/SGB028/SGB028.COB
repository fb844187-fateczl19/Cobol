       AUTHOR. VINICIUS ESCAME DOS SANTOS.
      *--------------------------------------------------------------
      * ATUALIZACAO DA SITUACAO DO SINISTRO DE UMA OCORRENCIA DE
      * ROUBO/BAIXA JA REGISTRADA (CADINCID.DAT). QUANDO O REGISTRO
      * NACIONAL AVISOU QUE A BIKE ROUBADA FOI ACHADA (CADROUBO,
      * SGB144), O SUPERVISOR CONFIRMA AQUI A RECUPERACAO E A BIKE
      * VOLTA PARA A FROTA EM MANUTENCAO, PARA REVISAO NO SGB008
      *--------------------------------------------------------------
      *
       ENVIRONMENT DIVISION.
           RECORD KEY   IS KEYINCID
           FILE STATUS  IS ST-ERRO
           ALTERNATE RECORD KEY IS NUM-BIKE-INCID WITH DUPLICATES.
       SELECT CADROUBO
           ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS KEYROUBO
           FILE STATUS  IS ST-RB.
       SELECT CADBIKE
           ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS NUM-BIKE
           FILE STATUS  IS ST-ERRO
           ALTERNATE RECORD KEY IS MARCA-BIKE WITH DUPLICATES.
       SELECT CADFUNC
           ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS COD-FUNC
           FILE STATUS  IS ST-ERRO.
      *
      *--------------------------------------------------------------
      *
           03 VALINDENIZ       PIC 9(06)V99.
      *
      *--------------------------------------------------------------
      * PUBLICACAO DO ROUBO NO REGISTRO NACIONAL DE BIKES ROUBADAS
      * (SGB144), MESMA CHAVE DA OCORRENCIA DO CADINCID. GUARDA O QUE
      * FOI ENVIADO (PARA REENVIAR SO O QUE MUDOU), O AVISO DE BIKE
      * ACHADA VINDO DO REGISTRO E A CONFIRMACAO DO SUPERVISOR NO
      * SGB028. SITREG-RB: E=PUBLICADA C=ACHADA, A CONFIRMAR
      * R=RECUPERADA X=AVISO RECUSADO PELO SUPERVISOR
      *--------------------------------------------------------------
      *
       FD CADROUBO
           VALUE OF FILE-ID IS "CADROUBO.DAT".
       01 REGROUBO.
           03 KEYROUBO.
               05 NUMBIKE-RB   PIC 9(04).
               05 SEQ-RB       PIC 9(04).
           03 SITREG-RB        PIC X(01).
           03 LOTE-RB          PIC 9(06).
           03 DTEXP-RB         PIC 9(08).
           03 SERIAL-RB        PIC X(20).
           03 BOLETIM-RB       PIC X(20).
           03 DTINCID-RB       PIC 9(08).
           03 DTACHADO-RB      PIC 9(08).
           03 LOCALACH-RB      PIC X(30).
           03 PROTOC-RB        PIC X(15).
           03 DTRECUP-RB       PIC 9(08).
           03 OPERRECUP-RB     PIC 9(04).
           03 EXPRECUP-RB      PIC X(01).
      *
       FD CADBIKE LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADBIKE.DAT".
       01 REGBIKE.
           03 NUM-BIKE      PIC 9(04).
           03 MARCA-BIKE    PIC X(20).
           03 MODELO-BIKE   PIC X(20).
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
           03 DATCOMPRA-BIKE.
               05 DIACOMPRA-BIKE    PIC 9(02).
               05 MESCOMPRA-BIKE    PIC 9(02).
               05 ANOCOMPRA-BIKE    PIC 9(04).
           03 DATULTUSO-BIKE.
               05 DIAULTUSO-BIKE    PIC 9(02).
               05 MESULTUSO-BIKE    PIC 9(02).
               05 ANOULTUSO-BIKE    PIC 9(04).
           03 HORASACUM     PIC 9(06).
           03 CODFILIAL     PIC 9(02).
           03 CODFILIALDESC PIC X(15).
           03 VALDIA        PIC 9(06)V99.
           03 VALSEMANA     PIC 9(06)V99.
           03 FOTOPATH      PIC X(60).
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
       77 MENS             PIC X(50) VALUE SPACES.
       77 LIMPA            PIC X(50) VALUE SPACES.
      *
      * CONFIRMACAO DA RECUPERACAO (VIDE RECUPERA)
       77 ST-RB            PIC X(02) VALUE "00".
       77 W-OPERADOR       PIC 9(04) VALUE ZEROS.
       77 W-DATAHOJE       PIC 9(08) VALUE ZEROS.
      *
      * TABELA DE SITUACAO DO SEGURO (OCORRENCIAS DE ROUBO/BAIXA)
       01 TTSITSEGURO.
           03 TSITSEG1 PIC X(10) VALUE "ABERTO    ".
               MOVE "* ERRO AO ABRIR O ARQUIVO CADINCID.DAT *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           OPEN I-O CADROUBO
           IF ST-RB NOT = "00"
               IF ST-RB = "30" OR "35"
                   OPEN OUTPUT CADROUBO
                   CLOSE CADROUBO
                   OPEN I-O CADROUBO
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQ CADROUBO.DAT *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADINCID
                   GO TO ROT-FIM.
           OPEN I-O CADBIKE
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO AO ABRIR O ARQUIVO CADBIKE.DAT *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADINCID CADROUBO
               GO TO ROT-FIM.
           OPEN INPUT CADFUNC
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO AO ABRIR O ARQUIVO CADFUNC.DAT *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADINCID CADROUBO CADBIKE
               GO TO ROT-FIM.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD.
       INC-001.
           MOVE ZEROS TO WNUM-BIKE-INCID WSEQ-INCID
           DISPLAY (01, 01) ERASE
           ACCEPT (03, 21) WNUM-BIKE-INCID WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR 01
               CLOSE CADINCID CADROUBO CADBIKE CADFUNC
               GO TO ROT-FIM.
           IF WNUM-BIKE-INCID = ZEROS
               MOVE "* CODIGO INVALIDO! *" TO MENS
           DISPLAY (08, 01) "   SITUACAO ATUAL: " SITUACSEGURODESC.
           DISPLAY (09, 01) "   SINISTRO ATUAL: " NUMSINISTRO.
           DISPLAY (10, 01) "   INDENIZACAO ATUAL: " VALINDENIZ.
           MOVE KEYINCID TO KEYROUBO
           READ CADROUBO
           IF ST-RB = "00" AND SITREG-RB = "C"
               GO TO RECUPERA.
       ALT-001.
           DISPLAY (12, 01)
               "   NOVA SITUACAO (A-ABERTO/N-NAO ACION/P-PAGO): ".
           GO TO ROT-FIM.
      *
      *--------------------------------------------------------------
      * BIKE ROUBADA ACHADA SEGUNDO O REGISTRO NACIONAL (SGB144): O
      * SUPERVISOR CONFIRMA (BIKE VOLTA PARA A FROTA EM MANUTENCAO E
      * A OCORRENCIA SAI DO REGISTRO NA PROXIMA EXPORTACAO) OU RECUSA
      * O AVISO (A BIKE CONTINUA PUBLICADA COMO ROUBADA). ENTER SEM
      * RESPOSTA SEGUE PARA A ATUALIZACAO DO SINISTRO
      *--------------------------------------------------------------
      *
       RECUPERA.
           DISPLAY (12, 01) "   *** BIKE ACHADA SEGUNDO O REGISTRO ***".
           DISPLAY (13, 01) "   EM " DTACHADO-RB " - " LOCALACH-RB.
           DISPLAY (14, 01) "   PROTOCOLO: " PROTOC-RB.
           IF SITUACSEGURO = "P"
               DISPLAY (15, 01)
                   "   SINISTRO JA PAGO - ACERTAR COM A SEGURADORA".
       RECUPERA-OPC.
           MOVE SPACES TO W-OPCAO
           DISPLAY (17, 01)
               "   CONFIRMA A RECUPERACAO (S=SIM N=RECUSA O AVISO): ".
           ACCEPT (17, 54) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO INC-003.
           IF W-OPCAO = SPACES
               DISPLAY (01, 01) ERASE
               DISPLAY (01, 01) "     * ATUALIZACAO DE SINISTRO *"
               DISPLAY (06, 01) "   TIPO: " TIPOINCIDDESC
               DISPLAY (07, 01) "   BOLETIM: " BOLETIM
               DISPLAY (08, 01) "   SITUACAO ATUAL: " SITUACSEGURODESC
               DISPLAY (09, 01) "   SINISTRO ATUAL: " NUMSINISTRO
               DISPLAY (10, 01) "   INDENIZACAO ATUAL: " VALINDENIZ
               GO TO ALT-001.
           IF W-OPCAO = "s" MOVE "S" TO W-OPCAO.
           IF W-OPCAO = "n" MOVE "N" TO W-OPCAO.
           IF W-OPCAO NOT = "S" AND "N"
               MOVE "* DIGITE S=SIM OU N=RECUSA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO RECUPERA-OPC.
       RECUPERA-SUPERV.
           MOVE ZEROS TO W-OPERADOR
           DISPLAY (18, 01) "   MATRICULA DO SUPERVISOR: ".
           ACCEPT (18, 30) W-OPERADOR WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO RECUPERA-OPC.
           MOVE W-OPERADOR TO COD-FUNC
           READ CADFUNC
           IF ST-ERRO NOT = "00"
               MOVE "* FUNCIONARIO NAO CADASTRADO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO RECUPERA-SUPERV.
           IF SITUAC-FUNC NOT = "A" AND "a"
               MOVE "* FUNCIONARIO INATIVO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO RECUPERA-SUPERV.
           IF PERFIL-FUNC NOT = "S"
               MOVE "* FUNCIONARIO NAO E SUPERVISOR *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO RECUPERA-SUPERV.
           IF W-OPCAO = "N"
               MOVE "X" TO SITREG-RB
               REWRITE REGROUBO
               MOVE "* AVISO RECUSADO - BIKE SEGUE ROUBADA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO INC-001.
           MOVE "R" TO SITREG-RB
           MOVE W-DATAHOJE TO DTRECUP-RB
           MOVE W-OPERADOR TO OPERRECUP-RB
           MOVE "N" TO EXPRECUP-RB
           REWRITE REGROUBO
           MOVE NUM-BIKE-INCID TO NUM-BIKE
           READ CADBIKE
           IF ST-ERRO = "00" AND SITUAC = "R"
               MOVE "M" TO SITUAC
               MOVE "MANUTENCAO " TO SITUACDESC
               REWRITE REGBIKE.
           MOVE "* BIKE RECUPERADA - REVISAR NO SGB008 *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO INC-001.
      *
      *--------------------------------------------------------------
      * ROTINA DE FIM
      *--------------------------------------------------------------
      *
