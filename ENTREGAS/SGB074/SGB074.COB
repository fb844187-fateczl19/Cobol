      * QUANTAS JA PASSARAM DA PREVISAO (MESMA REGRA DO SGB005), O
      * CAIXA DO DIA ATE AGORA (MESMA REGRA DO SGB006), RESERVAS
      * AGUARDANDO NA FILA (CADRESERVA) E ORDENS DE SERVICO ABERTAS
      * (CADMANUT). LOCACOES EM ABERTO E ATRASOS VEM DO INDICE DE
      * LOCACOES EM ABERTO (CADLOCAB/SGB134); O CADLOC SO E LIDO PARA
      * O CAIXA DO DIA. ARQUIVOS QUE ATINGIRAM O LIMITE DE REGISTROS
      * NA ULTIMA CONTAGEM (CADCRESC/SGB033 MODO C) GERAM UM AVISO.
      * CHAMADOS DE AVALIACAO BAIXA (SGB156) AINDA SEM TRATAMENTO NO
      * SAC (SGB061) GERAM OUTRO AVISO, COM A LISTA NA OPCAO V
      *--------------------------------------------------------------
      *
       ENVIRONMENT DIVISION.
                    ALTERNATE RECORD KEY IS FKNUM-BIKE
                                            WITH DUPLICATES.

            SELECT CADLOCAB
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMBIKE-AB
                    FILE STATUS  IS ST-LOCAB
                    ALTERNATE RECORD KEY IS CHPREV-AB
                                            WITH DUPLICATES.

            SELECT CADCRESC
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCRESC
                    FILE STATUS  IS ST-ERRO.

            SELECT CADRESERVA
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NUM-BIKE-MANUT
                                            WITH DUPLICATES.

            SELECT CADSAC
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYSAC
                    FILE STATUS  IS ST-ERRO.

            SELECT CADRETAV
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYRETAV
                    FILE STATUS  IS ST-ERRO.
      *
      *--------------------------------------------------------------
      *
           03 PROTECAO-LOC     PIC X(01).
           03 VALPROTECAO-LOC  PIC 9(06)V99.
           03 GRUPO-LOC        PIC 9(06).
      *
       FD CADLOCAB
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADLOCAB.DAT".
       01 REGLOCAB.
           03 NUMBIKE-AB       PIC 9(04).
           03 CHPREV-AB.
               05 DTPREV-AB.
                   07 ANOPREV-AB   PIC 9(04).
                   07 MESPREV-AB   PIC 9(02).
                   07 DIAPREV-AB   PIC 9(02).
               05 HRPREV-AB    PIC 9(02).
               05 MINPREV-AB   PIC 9(02).
           03 KEYLOC-AB        PIC X(27).
           03 CPF-AB           PIC 9(11).
           03 NUMCONTR-AB      PIC 9(08).
           03 FILIAL-AB        PIC 9(02).
           03 GRUPO-AB         PIC 9(06).
      *
       FD CADRESERVA
           LABEL RECORD IS STANDARD
           03 VALRECCAR-RES   PIC 9(08)V99.
           03 VALRECPIX-RES   PIC 9(08)V99.
           03 QTDORDENS-RES   PIC 9(04).
      *
       FD CADCRESC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCRESC.DAT".
       01 REGCRESC.
           03 KEYCRESC.
               05 NUMARQ-CRS     PIC 9(02).
               05 DTFOTO-CRS     PIC 9(08).
           03 NOMEARQ-CRS      PIC X(15).
           03 QTDREG-CRS       PIC 9(09).
           03 LIMITE-CRS       PIC 9(09).
           03 DTULT-CRS        PIC 9(08).
           03 ALERTA-CRS       PIC X(01).
      *
       FD CADSAC
           VALUE OF FILE-ID IS "CADSAC.DAT".
       01 REGSAC.
           03 KEYSAC.
               05 CPF-SAC      PIC 9(11).
               05 SEQ-SAC      PIC 9(04).
           03 KEYLOCACAO-SAC  PIC X(27).
           03 CATEGSAC        PIC X(01).
           03 DSCCATEGSAC     PIC X(12).
           03 DSCSAC          PIC X(60).
           03 OPER-SAC        PIC 9(04).
           03 SITSAC          PIC X(01).
           03 DSCSITSAC       PIC X(12).
           03 RESP-SAC        PIC 9(04).
           03 DTABERT-SAC     PIC 9(08).
           03 DTRESOL-SAC     PIC 9(08).
      *
      *--------------------------------------------------------------
      * RETORNO AO CLIENTE DA AVALIACAO BAIXA (SGB156) -- SITRET
      * A = AGUARDANDO RETORNO, N = NOVA NOTA, F = SEM NOVA NOTA
      *--------------------------------------------------------------
      *
       FD CADRETAV
           VALUE OF FILE-ID IS "CADRETAV.DAT".
       01 REGRETAV.
           03 KEYRETAV.
               05 CPF-RET         PIC 9(11).
               05 NUMBIKE-RET     PIC 9(04).
               05 DTLOC-RET       PIC 9(08).
               05 HRLOC-RET       PIC 9(04).
           03 SEQSAC-RET       PIC 9(04).
           03 NOTA-RET         PIC 9(01).
           03 LIMITE-RET       PIC 9(01).
           03 DTAVAL-RET       PIC 9(08).
           03 OPER-RET         PIC 9(04).
           03 FILIAL-RET       PIC 9(02).
           03 RESP-RET         PIC 9(04).
           03 DTABERT-RET      PIC 9(08).
           03 DTPRAZO-RET      PIC 9(08).
           03 NOVANOTA-RET     PIC 9(01).
           03 DTNOVA-RET       PIC 9(08).
           03 SITRET           PIC X(01).
           03 DSCSITRET        PIC X(10).
      *
      *--------------------------------------------------------------
      *
       WORKING-STORAGE SECTION.
      *
       77 ST-ERRO       PIC X(02) VALUE "00".
       77 ST-LOCAB      PIC X(02) VALUE "00".
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       77 W-CAIXAHOJE   PIC 9(08)V99 VALUE ZEROS.
       77 W-RESFILA     PIC 9(04) VALUE ZEROS.
       77 W-OSABERTAS   PIC 9(04) VALUE ZEROS.
       77 W-ARQALERTA   PIC 9(02) VALUE ZEROS.
       77 W-ARQNUM      PIC 9(02) VALUE ZEROS.
       77 W-ARQNOME     PIC X(15) VALUE SPACES.
       77 W-RETPEND     PIC 9(04) VALUE ZEROS.
       77 W-RETATRAS    PIC 9(04) VALUE ZEROS.
       77 W-RETMAIS     PIC 9(04) VALUE ZEROS.
       77 W-LIN         PIC 9(02) VALUE ZEROS.
       77 W-FLAGATR     PIC X(08) VALUE SPACES.
       01 WS-DATAHOJE   PIC 9(08) VALUE ZEROS.
       01 WS-DATAHOJE-R REDEFINES WS-DATAHOJE.
           03 WS-ANOHOJE    PIC 9(04).
           ELSE
               ADD 1 TO W-BKOUTRAS.
           GO TO PAINEL-BIKE.
      * LOCACOES EM ABERTO E ATRASOS (INDICE CADLOCAB)
       PAINEL-LOC.
           OPEN INPUT CADLOCAB
           IF ST-LOCAB NOT = "00"
               GO TO PAINEL-CAIXA.
       PAINEL-LOC-PROX.
           READ CADLOCAB NEXT RECORD
           IF ST-LOCAB NOT = "00"
               CLOSE CADLOCAB
               GO TO PAINEL-CAIXA.
           ADD 1 TO W-LOCABERTAS
           COMPUTE WS-ORDPREV = (ANOPREV-AB * 360) +
               (MESPREV-AB * 30) + DIAPREV-AB
           IF WS-ORDHOJE > WS-ORDPREV
               ADD 1 TO W-LOCATRASO
           ELSE
               IF WS-ORDHOJE = WS-ORDPREV AND WS-HRHOJE > HRPREV-AB
                   ADD 1 TO W-LOCATRASO.
           GO TO PAINEL-LOC-PROX.
      * CAIXA DO DIA
       PAINEL-CAIXA.
           OPEN INPUT CADLOC
           IF ST-ERRO NOT = "00"
               GO TO PAINEL-RESERVA.
       PAINEL-CAIXA-PROX.
           READ CADLOC NEXT RECORD
           IF ST-ERRO NOT = "00"
               CLOSE CADLOC
               GO TO PAINEL-RESERVA.
           IF DTENTREGA NOT = ZEROS
               IF DIA-ENTR = WS-DIAHOJE AND MES-ENTR = WS-MESHOJE
                       AND ANO-ENTR = WS-ANOHOJE
                   ADD VALCOBRADO TO W-CAIXAHOJE.
           GO TO PAINEL-CAIXA-PROX.
      * RESERVAS AGUARDANDO
       PAINEL-RESERVA.
           OPEN INPUT CADRESERVA
       PAINEL-MANUT.
           OPEN INPUT CADMANUT
           IF ST-ERRO NOT = "00"
               GO TO PAINEL-CRESC.
       PAINEL-MANUT-PROX.
           READ CADMANUT NEXT RECORD
           IF ST-ERRO NOT = "00"
               CLOSE CADMANUT
               GO TO PAINEL-CRESC.
           IF SITUACMANUT = "A" OR "a"
               ADD 1 TO W-OSABERTAS.
           GO TO PAINEL-MANUT-PROX.
      * ARQUIVOS NO LIMITE: REGISTRO DE DATA ZERO DE CADA ARQUIVO
       PAINEL-CRESC.
           MOVE ZEROS TO W-ARQALERTA W-ARQNUM
           MOVE SPACES TO W-ARQNOME
           OPEN INPUT CADCRESC
           IF ST-ERRO NOT = "00"
               GO TO PAINEL-RETAV.
       PAINEL-CRESC-PROX.
           ADD 1 TO W-ARQNUM
           IF W-ARQNUM > 63
               CLOSE CADCRESC
               GO TO PAINEL-RETAV.
           MOVE W-ARQNUM TO NUMARQ-CRS
           MOVE ZEROS TO DTFOTO-CRS
           READ CADCRESC
           IF ST-ERRO = "00" AND ALERTA-CRS = "S"
               ADD 1 TO W-ARQALERTA
               IF W-ARQNOME = SPACES
                   MOVE NOMEARQ-CRS TO W-ARQNOME.
           GO TO PAINEL-CRESC-PROX.
      * CHAMADOS DE AVALIACAO BAIXA AGUARDANDO RETORNO CUJA
      * RECLAMACAO AINDA ESTA ABERTA NO SAC (NINGUEM MEXEU)
       PAINEL-RETAV.
           MOVE ZEROS TO W-RETPEND W-RETATRAS
           OPEN INPUT CADRETAV
           IF ST-ERRO NOT = "00"
               GO TO PAINEL-MOSTRA.
           OPEN INPUT CADSAC
           IF ST-ERRO NOT = "00"
               CLOSE CADRETAV
               GO TO PAINEL-MOSTRA.
       PAINEL-RETAV-PROX.
           READ CADRETAV NEXT RECORD
           IF ST-ERRO NOT = "00"
               CLOSE CADRETAV CADSAC
               GO TO PAINEL-MOSTRA.
           IF SITRET NOT = "A"
               GO TO PAINEL-RETAV-PROX.
           MOVE CPF-RET TO CPF-SAC
           MOVE SEQSAC-RET TO SEQ-SAC
           READ CADSAC
           IF ST-ERRO NOT = "00"
               GO TO PAINEL-RETAV-PROX.
           IF SITSAC NOT = "A"
               GO TO PAINEL-RETAV-PROX.
           ADD 1 TO W-RETPEND
           IF DTPRAZO-RET < WS-DATAHOJE
               ADD 1 TO W-RETATRAS.
           GO TO PAINEL-RETAV-PROX.
      *
      * ACUMULADO DO MES DIRETO DOS AGREGADOS DO CADRESUMO
       PAINEL-RESUMO.
               W-MESABERTAS " ABERTAS  " W-MESENTREG " ENTREGUES"
           DISPLAY (19, 01) "   RECEITA DO MES...........: "
               W-MESRECEITA.
           IF W-ARQALERTA > ZEROS
               DISPLAY (21, 01) "   ** ATENCAO: " W-ARQALERTA
                   " ARQUIVO(S) NO LIMITE DE REGISTROS, EX.: "
                   W-ARQNOME.
           IF W-RETPEND > ZEROS
               DISPLAY (22, 01) "   ** AVALIACAO BAIXA SEM RETORNO: "
                   W-RETPEND " CHAMADO(S), " W-RETATRAS
                   " ATRASADO(S) (V=LISTA)".
      *
       ACC-OPCAO.
           MOVE SPACES TO W-OPCAO
           DISPLAY (20, 01)
               "   R=ATUALIZAR   V=RETORNOS SAC   S=SAIR : ".
           ACCEPT (20, 44) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR 01
               GO TO ROT-FIM.
           IF W-OPCAO = "R" OR "r"
               GO TO PAINEL-MONTA.
           IF W-OPCAO = "V" OR "v"
               GO TO RETAV-LISTA.
           IF W-OPCAO = "S" OR "s"
               GO TO ROT-FIM.
           MOVE "* DIGITE R, V OU S *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ACC-OPCAO.
      *
      *--------------------------------------------------------------
      * LISTA DOS CHAMADOS DE AVALIACAO BAIXA SEM TRATAMENTO, COM O
      * RESPONSAVEL E O PRAZO DO RETORNO (UMA TELA, 16 LINHAS)
      *--------------------------------------------------------------
      *
       RETAV-LISTA.
           MOVE ZEROS TO W-RETMAIS
           MOVE 04 TO W-LIN
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 01)
               "       * AVALIACOES BAIXAS SEM RETORNO AO CLIENTE *"
           DISPLAY (03, 01)
               "   CPF CLIENTE  SEQ  NOTA AVALIADA RESP PRAZO"
           OPEN INPUT CADRETAV
           IF ST-ERRO NOT = "00"
               GO TO RETAV-LISTA-FIM.
           OPEN INPUT CADSAC
           IF ST-ERRO NOT = "00"
               CLOSE CADRETAV
               GO TO RETAV-LISTA-FIM.
       RETAV-LISTA-PROX.
           READ CADRETAV NEXT RECORD
           IF ST-ERRO NOT = "00"
               CLOSE CADRETAV CADSAC
               GO TO RETAV-LISTA-FIM.
           IF SITRET NOT = "A"
               GO TO RETAV-LISTA-PROX.
           MOVE CPF-RET TO CPF-SAC
           MOVE SEQSAC-RET TO SEQ-SAC
           READ CADSAC
           IF ST-ERRO NOT = "00"
               GO TO RETAV-LISTA-PROX.
           IF SITSAC NOT = "A"
               GO TO RETAV-LISTA-PROX.
           IF W-LIN > 19
               ADD 1 TO W-RETMAIS
               GO TO RETAV-LISTA-PROX.
           MOVE SPACES TO W-FLAGATR
           IF DTPRAZO-RET < WS-DATAHOJE
               MOVE "ATRASADO" TO W-FLAGATR.
           DISPLAY (W-LIN, 01) "   " CPF-RET "  " SEQSAC-RET "    "
               NOTA-RET " " DTAVAL-RET " " RESP-RET " " DTPRAZO-RET
               " " W-FLAGATR
           ADD 1 TO W-LIN
           GO TO RETAV-LISTA-PROX.
       RETAV-LISTA-FIM.
           IF W-RETMAIS > ZEROS
               DISPLAY (21, 01) "   ... E MAIS " W-RETMAIS
                   " CHAMADO(S) - VER O SGB061 (MODO V)".
           MOVE SPACES TO W-OPCAO
           DISPLAY (22, 01) "   TECLE ENTER PARA VOLTAR AO PAINEL: ".
           ACCEPT (22, 40) W-OPCAO WITH UPDATE
           GO TO PAINEL-MOSTRA.
      *
      *--------------------------------------------------------------
      * ROTINA DE FIM
      *--------------------------------------------------------------
      *
