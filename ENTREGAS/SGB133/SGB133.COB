       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGB133.
       AUTHOR. VINICIUS ESCAME DOS SANTOS.
      *--------------------------------------------------------------
      * PONTO DOS ATENDENTES (CADPONTO.DAT) -- A ESCALA DO SGB109 DIZ
      * QUEM DEVIA ESTAR NO TURNO; AQUI FICA QUANDO A PESSOA
      * REALMENTE CHEGOU E SAIU. A PRIMEIRA ENTRADA DO DIA TAMBEM E
      * BATIDA AUTOMATICAMENTE NO LOGIN DO SGB000, E A SAIDA PODE SER
      * BATIDA AO SAIR DO MENU.
      *   B = BATER PONTO (MATRICULA E SENHA): ABRE UMA ENTRADA OU
      *       FECHA A ENTRADA ABERTA DO DIA
      *   J = AJUSTE DE BATIDA ESQUECIDA, COM LIBERACAO DO SUPERVISOR
      *   R = RELATORIO MENSAL POR ATENDENTE CONTRA O CADESCALA:
      *       ATRASOS, SAIDAS ANTECIPADAS, HORAS EXTRAS, DIAS NAO
      *       ESCALADOS TRABALHADOS E FALTAS, DESCONTADAS AS AUSENCIAS
      *       DO CADAUSENC. OS TOTAIS VAO PARA A FOLHA NO ARQUIVO
      *       PONTOFOLHA.TXT
      *--------------------------------------------------------------
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT CADPONTO
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPONTO
                    FILE STATUS  IS ST-ERRO.

            SELECT CADFUNC
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-FUNC
                    FILE STATUS  IS ST-ERRO.

            SELECT CADESCALA
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYESCALA
                    FILE STATUS  IS ST-ESC.

            SELECT CADAUSENC
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYAUSENC
                    FILE STATUS  IS ST-AUS.

            SELECT PONTOFOLHA
                    ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ARQ.

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
      *
      * UM PAR ENTRADA/SAIDA POR REGISTRO; HRSAI-PTO ZERADA = ENTRADA
      * AINDA ABERTA. ORIGEM DA BATIDA: L = LOGIN DO SGB000,
      * T = TELA DO PONTO, A = AJUSTE LIBERADO PELO SUPERVISOR
       FD CADPONTO
           VALUE OF FILE-ID IS "CADPONTO.DAT".
       01 REGPONTO.
           03 KEYPONTO.
               05 OPER-PTO        PIC 9(04).
               05 DATA-PTO        PIC 9(08).
               05 SEQ-PTO         PIC 9(02).
           03 HRENT-PTO          PIC 9(04).
           03 HRSAI-PTO          PIC 9(04).
           03 ORIGENT-PTO        PIC X(01).
           03 ORIGSAI-PTO        PIC X(01).
           03 SUPAJ-PTO          PIC 9(04).
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
       FD CADESCALA
           VALUE OF FILE-ID IS "CADESCALA.DAT".
       01 REGESCALA.
           03 KEYESCALA.
               05 OPER-ESC     PIC 9(04).
               05 DIASEM-ESC   PIC 9(01).
           03 HRINI-ESC       PIC 9(02).
           03 HRFIM-ESC       PIC 9(02).
           03 FILIAL-ESC      PIC 9(02).
      *
       FD CADAUSENC
           VALUE OF FILE-ID IS "CADAUSENC.DAT".
       01 REGAUSENC.
           03 KEYAUSENC.
               05 OPER-AUS     PIC 9(04).
               05 DTINI-AUS    PIC 9(08).
           03 DTFIM-AUS      PIC 9(08).
           03 MOTIVO-AUS     PIC X(20).
      *
      * ARQUIVO PARA A FOLHA: "CAB" + MES, UM "PTO" POR ATENDENTE
      * (VIDE W-DETPTO, TEMPOS EM MINUTOS) E "FIM" COM OS TOTAIS
       FD PONTOFOLHA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PONTOFOLHA.TXT".
       01 REGFOLHA          PIC X(100).
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
       77 ST-ESC        PIC X(02) VALUE "00".
       77 ST-AUS        PIC X(02) VALUE "00".
       77 ST-ARQ        PIC X(02) VALUE "00".
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 W-CONF        PIC X(01) VALUE SPACES.
       77 W-OPER        PIC 9(04) VALUE ZEROS.
       77 W-SENHA       PIC X(08) VALUE SPACES.
       77 W-SUPERV      PIC 9(04) VALUE ZEROS.
       77 W-ESCOK       PIC X(01) VALUE "N".
       77 W-AUSOK       PIC X(01) VALUE "N".
       77 W-AUSDIA      PIC X(01) VALUE "N".
       77 WS-DATAHOJE   PIC 9(08) VALUE ZEROS.
       01 W-HORAGORA    PIC 9(08) VALUE ZEROS.
       01 W-HORAGORA-R REDEFINES W-HORAGORA.
           03 W-HHMMAGORA   PIC 9(04).
           03 FILLER        PIC 9(04).
       01 W-HORAGORA-R2 REDEFINES W-HORAGORA.
           03 W-HMSAGORA    PIC 9(06).
           03 FILLER        PIC 9(02).
      *
      * ULTIMA BATIDA DO DIA DO OPERADOR (VIDE ULTIMA-BATIDA)
       77 W-PTOOPER     PIC 9(04) VALUE ZEROS.
       77 W-PTODATA     PIC 9(08) VALUE ZEROS.
       77 W-PTOSEQ      PIC 9(02) VALUE ZEROS.
       77 W-PTOABERTO   PIC X(01) VALUE "N".
      *
      * APOIO AO AJUSTE DE BATIDA
       77 W-AJSEQ       PIC 9(02) VALUE ZEROS.
       77 W-AJENT       PIC 9(04) VALUE ZEROS.
       77 W-AJSAI       PIC 9(04) VALUE ZEROS.
       77 W-AJNOVO      PIC X(01) VALUE "N".
      *
      * MES DO RELATORIO E DIAS DO MES (FEVEREIRO AJUSTADO NO
      * BISSEXTO EM REL-INICIO)
       01 W-ANOMES      PIC 9(06) VALUE ZEROS.
       01 W-ANOMES-R REDEFINES W-ANOMES.
           03 W-ANOREL      PIC 9(04).
           03 W-MESREL      PIC 9(02).
       01 TTDIASMES.
           03 FILLER        PIC X(24) VALUE "312831303130313130313031".
       01 TTDIASMES-R REDEFINES TTDIASMES.
           03 TABDIASMES    PIC 9(02) OCCURS 12 TIMES.
       77 W-DIASMES     PIC 9(02) VALUE ZEROS.
       77 W-QUOC        PIC 9(04) VALUE ZEROS.
       77 W-RESTO4      PIC 9(04) VALUE ZEROS.
       77 W-RESTO100    PIC 9(04) VALUE ZEROS.
       77 W-RESTO400    PIC 9(04) VALUE ZEROS.
       77 W-OPERSEL     PIC 9(04) VALUE ZEROS.
       77 W-DIA         PIC 9(02) VALUE ZEROS.
       01 W-DTDIA       PIC 9(08) VALUE ZEROS.
       01 W-DTDIA-R REDEFINES W-DTDIA.
           03 W-ANODIA      PIC 9(04).
           03 W-MESDIA      PIC 9(02).
           03 W-DIADIA      PIC 9(02).
      *
      * DIA DA SEMANA (CONGRUENCIA DE ZELLER, COMO NO VERIFICA-ESCALA
      * DO SGB004): 1=DOM ... 7=SAB, MESMA NUMERACAO DO CADESCALA
       77 W-DSEM        PIC 9(01) VALUE ZEROS.
       77 W-ZQ          PIC 9(02) VALUE ZEROS.
       77 W-ZM          PIC 9(02) VALUE ZEROS.
       77 W-ZANO        PIC 9(04) VALUE ZEROS.
       77 W-ZK          PIC 9(02) VALUE ZEROS.
       77 W-ZJ          PIC 9(02) VALUE ZEROS.
       77 W-ZH          PIC 9(02) VALUE ZEROS.
       77 W-ZSOMA       PIC 9(06) VALUE ZEROS.
       77 W-ZT0         PIC 9(04) VALUE ZEROS.
       77 W-ZT1         PIC 9(04) VALUE ZEROS.
       77 W-ZT2         PIC 9(02) VALUE ZEROS.
       77 W-ZT3         PIC 9(02) VALUE ZEROS.
       01 TTDSEM.
           03 FILLER        PIC X(21) VALUE "DOMSEGTERQUAQUISEXSAB".
       01 TTDSEM-R REDEFINES TTDSEM.
           03 TABDSEM       PIC X(03) OCCURS 7 TIMES.
      *
      * BATIDAS DO DIA EM MINUTOS DESDE A MEIA-NOITE
       01 W-HHMM        PIC 9(04) VALUE ZEROS.
       01 W-HHMM-R REDEFINES W-HHMM.
           03 W-HH          PIC 9(02).
           03 W-MM          PIC 9(02).
       77 W-QTDBAT      PIC 9(02) VALUE ZEROS.
       77 W-SEMSAIDA    PIC X(01) VALUE "N".
       77 W-MINENT      PIC 9(04) VALUE ZEROS.
       77 W-MINSAI      PIC 9(04) VALUE ZEROS.
       77 W-PRIMENT     PIC 9(04) VALUE ZEROS.
       77 W-ULTSAI      PIC 9(04) VALUE ZEROS.
       77 W-PRIMENTHM   PIC 9(04) VALUE ZEROS.
       77 W-ULTSAIHM    PIC 9(04) VALUE ZEROS.
       77 W-MINDIA      PIC 9(04) VALUE ZEROS.
       77 W-MINESCINI   PIC 9(04) VALUE ZEROS.
       77 W-MINESCFIM   PIC 9(04) VALUE ZEROS.
       77 W-MINESC      PIC 9(04) VALUE ZEROS.
       77 W-MINATR      PIC 9(04) VALUE ZEROS.
       77 W-MINANT      PIC 9(04) VALUE ZEROS.
       77 W-MINEXT      PIC 9(04) VALUE ZEROS.
       77 W-OBS         PIC X(12) VALUE SPACES.
      * TOLERANCIA DE MARCACAO (CLT ART. 58): ATE 5 MINUTOS DE
      * DIFERENCA NA ENTRADA, NA SAIDA OU NA JORNADA NAO CONTAM
       77 W-TOLER       PIC 9(02) VALUE 5.
      *
      * TOTAIS DO ATENDENTE NO MES (MINUTOS) E DO ARQUIVO
       77 W-DIASTRAB    PIC 9(02) VALUE ZEROS.
       77 W-TOTESC      PIC 9(06) VALUE ZEROS.
       77 W-TOTTRAB     PIC 9(06) VALUE ZEROS.
       77 W-TOTATR      PIC 9(05) VALUE ZEROS.
       77 W-TOTANT      PIC 9(05) VALUE ZEROS.
       77 W-TOTEXT      PIC 9(05) VALUE ZEROS.
       77 W-DIASNESC    PIC 9(02) VALUE ZEROS.
       77 W-TOTNESC     PIC 9(06) VALUE ZEROS.
       77 W-FALTAS      PIC 9(02) VALUE ZEROS.
       77 W-DIASAUS     PIC 9(02) VALUE ZEROS.
       77 W-QTDSEMSAI   PIC 9(02) VALUE ZEROS.
       77 W-QTDFUNC     PIC 9(04) VALUE ZEROS.
       77 W-GERALTRAB   PIC 9(08) VALUE ZEROS.
      *
      * HORAS E MINUTOS PARA O RELATORIO
       77 W-MINFMT      PIC 9(06) VALUE ZEROS.
       77 W-FMTH        PIC 9(04) VALUE ZEROS.
       77 W-FMTM        PIC 9(02) VALUE ZEROS.
       01 W-HRSED.
           03 W-HRSED-H     PIC ZZZ9.
           03 FILLER        PIC X(01) VALUE ":".
           03 W-HRSED-M     PIC 9(02).
       01 W-ENTED.
           03 W-ENTED-H     PIC 9(02).
           03 FILLER        PIC X(01) VALUE ":".
           03 W-ENTED-M     PIC 9(02).
       01 W-SAIED.
           03 W-SAIED-H     PIC 9(02).
           03 FILLER        PIC X(01) VALUE ":".
           03 W-SAIED-M     PIC 9(02).
       01 W-ESCED.
           03 W-ESCED-I     PIC 9(02).
           03 FILLER        PIC X(01) VALUE "-".
           03 W-ESCED-F     PIC 9(02).
      *
      * CABECALHO, DETALHE E TRAILER DO PONTOFOLHA.TXT
       01 W-CABPTO.
           03 FILLER        PIC X(03) VALUE "CAB".
           03 W-CBANOMES    PIC 9(06).
           03 W-CBDATA      PIC 9(08).
           03 W-CBHORA      PIC 9(06).
       01 W-DETPTO.
           03 FILLER        PIC X(03) VALUE "PTO".
           03 W-DTOPER      PIC 9(04).
           03 W-DTNOME      PIC X(30).
           03 W-DTDIASTRAB  PIC 9(02).
           03 W-DTMINESC    PIC 9(06).
           03 W-DTMINTRAB   PIC 9(06).
           03 W-DTMINATR    PIC 9(05).
           03 W-DTMINANT    PIC 9(05).
           03 W-DTMINEXT    PIC 9(05).
           03 W-DTDIASNESC  PIC 9(02).
           03 W-DTMINNESC   PIC 9(06).
           03 W-DTFALTAS    PIC 9(02).
           03 W-DTDIASAUS   PIC 9(02).
           03 W-DTSEMSAI    PIC 9(02).
       01 W-TRLPTO.
           03 FILLER        PIC X(03) VALUE "FIM".
           03 W-TRQTD       PIC 9(04).
           03 W-TRMINTRAB   PIC 9(08).
      *
      * APOIO AO SPOOL DE RELATORIOS (MESMA ROTINA DO SGB030)
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
           OPEN I-O CADPONTO
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                   OPEN OUTPUT CADPONTO
                   CLOSE CADPONTO
                   OPEN I-O CADPONTO
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQUIVO CADPONTO.DAT *"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
           OPEN INPUT CADFUNC
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO AO ABRIR O ARQUIVO CADFUNC.DAT *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADPONTO
               GO TO ROT-FIM.
      * SEM ESCALA OU SEM AUSENCIAS CADASTRADAS (SGB109) O
      * RELATORIO AINDA RODA: TUDO VIRA DIA NAO ESCALADO
           MOVE "N" TO W-ESCOK W-AUSOK
           OPEN INPUT CADESCALA
           IF ST-ESC = "00"
               MOVE "S" TO W-ESCOK.
           OPEN INPUT CADAUSENC
           IF ST-AUS = "00"
               MOVE "S" TO W-AUSOK.
      *
       ACC-MODO.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 01) "  * PONTO DOS ATENDENTES *"
           MOVE SPACES TO W-OPCAO
           DISPLAY (03, 01)
               "   B=BATER PONTO  J=AJUSTE  R=RELATORIO MENSAL"
               "  S=SAIR : ".
           ACCEPT (03, 58) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR 01
               GO TO ENCERRA.
           IF W-OPCAO = "b" MOVE "B" TO W-OPCAO.
           IF W-OPCAO = "j" MOVE "J" TO W-OPCAO.
           IF W-OPCAO = "r" MOVE "R" TO W-OPCAO.
           IF W-OPCAO = "s" OR "S"
               GO TO ENCERRA.
           IF W-OPCAO = "B"
               GO TO BAT-INICIO.
           IF W-OPCAO = "J"
               GO TO AJU-INICIO.
           IF W-OPCAO = "R"
               GO TO REL-INICIO.
           MOVE "* DIGITE B, J, R OU S *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ACC-MODO.
      *
      *--------------------------------------------------------------
      * BATIDA DE PONTO: SEM ENTRADA ABERTA NO DIA ABRE UMA NOVA;
      * COM ENTRADA ABERTA, FECHA COM A HORA ATUAL
      *--------------------------------------------------------------
      *
       BAT-INICIO.
           MOVE ZEROS TO W-OPER
           MOVE SPACES TO W-SENHA
           DISPLAY (05, 01) "   MATRICULA: ".
           ACCEPT (05, 15) W-OPER WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-MODO.
           DISPLAY (06, 01) "   SENHA....: ".
           ACCEPT (06, 15) W-SENHA WITH UPDATE
           MOVE W-OPER TO COD-FUNC
           READ CADFUNC
           IF ST-ERRO NOT = "00" OR SITUAC-FUNC NOT = "A"
               MOVE "* MATRICULA OU SENHA INVALIDA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO BAT-INICIO.
           IF SENHA-FUNC = SPACES OR W-SENHA NOT = SENHA-FUNC
               MOVE "* MATRICULA OU SENHA INVALIDA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO BAT-INICIO.
           ACCEPT WS-DATAHOJE FROM DATE YYYYMMDD
           ACCEPT W-HORAGORA FROM TIME
           MOVE W-OPER TO W-PTOOPER
           MOVE WS-DATAHOJE TO W-PTODATA
           PERFORM ULTIMA-BATIDA THRU ULTIMA-BATIDA-FIM
           IF W-PTOABERTO = "S"
               MOVE W-OPER TO OPER-PTO
               MOVE WS-DATAHOJE TO DATA-PTO
               MOVE W-PTOSEQ TO SEQ-PTO
               READ CADPONTO
               MOVE W-HHMMAGORA TO HRSAI-PTO
               MOVE "T" TO ORIGSAI-PTO
               REWRITE REGPONTO
               DISPLAY (08, 01) "   " NOME-FUNC
                   "  SAIDA REGISTRADA AS " W-HHMMAGORA
           ELSE
               MOVE W-OPER TO OPER-PTO
               MOVE WS-DATAHOJE TO DATA-PTO
               COMPUTE SEQ-PTO = W-PTOSEQ + 1
               MOVE W-HHMMAGORA TO HRENT-PTO
               MOVE ZEROS TO HRSAI-PTO SUPAJ-PTO
               MOVE "T" TO ORIGENT-PTO
               MOVE SPACES TO ORIGSAI-PTO
               WRITE REGPONTO
               DISPLAY (08, 01) "   " NOME-FUNC
                   "  ENTRADA REGISTRADA AS " W-HHMMAGORA.
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO AO GRAVAR A BATIDA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-MODO.
           MOVE "* BATIDA REGISTRADA *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ACC-MODO.
      *
      * ULTIMA BATIDA DE W-PTOOPER EM W-PTODATA: W-PTOSEQ = MAIOR
      * SEQUENCIA (ZERO = NENHUMA), W-PTOABERTO = 'S' SE AINDA SEM
      * SAIDA
       ULTIMA-BATIDA.
           MOVE ZEROS TO W-PTOSEQ
           MOVE "N" TO W-PTOABERTO
           MOVE W-PTOOPER TO OPER-PTO
           MOVE W-PTODATA TO DATA-PTO
           MOVE ZEROS TO SEQ-PTO
           START CADPONTO KEY IS >= KEYPONTO
           IF ST-ERRO NOT = "00"
               GO TO ULTIMA-BATIDA-FIM.
       ULTIMA-BATIDA-PROX.
           READ CADPONTO NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO ULTIMA-BATIDA-FIM.
           IF OPER-PTO NOT = W-PTOOPER OR DATA-PTO NOT = W-PTODATA
               GO TO ULTIMA-BATIDA-FIM.
           MOVE SEQ-PTO TO W-PTOSEQ
           IF HRSAI-PTO = ZEROS
               MOVE "S" TO W-PTOABERTO
           ELSE
               MOVE "N" TO W-PTOABERTO.
           GO TO ULTIMA-BATIDA-PROX.
       ULTIMA-BATIDA-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * AJUSTE DE BATIDA (SAIDA ESQUECIDA, ENTRADA NAO BATIDA) --
      * SO COM A LIBERACAO DO SUPERVISOR, QUE FICA NO REGISTRO
      *--------------------------------------------------------------
      *
       AJU-INICIO.
           MOVE ZEROS TO W-OPER W-PTODATA W-AJSEQ
           DISPLAY (05, 01) "   MATRICULA..............: ".
           ACCEPT (05, 29) W-OPER WITH UPDATE
           DISPLAY (06, 01) "   DATA (AAAAMMDD)........: ".
           ACCEPT (06, 29) W-PTODATA WITH UPDATE
           DISPLAY (07, 01) "   SEQUENCIA (0=NOVA).....: ".
           ACCEPT (07, 29) W-AJSEQ WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-MODO.
           MOVE W-OPER TO COD-FUNC
           READ CADFUNC
           IF ST-ERRO NOT = "00"
               MOVE "* MATRICULA NAO CADASTRADA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO AJU-INICIO.
           IF W-PTODATA = ZEROS
               MOVE "* DATA INVALIDA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO AJU-INICIO.
           DISPLAY (05, 36) NOME-FUNC
           IF W-AJSEQ = ZEROS
               MOVE W-OPER TO W-PTOOPER
               PERFORM ULTIMA-BATIDA THRU ULTIMA-BATIDA-FIM
               MOVE "S" TO W-AJNOVO
               MOVE W-OPER TO OPER-PTO
               MOVE W-PTODATA TO DATA-PTO
               COMPUTE SEQ-PTO = W-PTOSEQ + 1
               MOVE ZEROS TO HRENT-PTO HRSAI-PTO SUPAJ-PTO
               MOVE "A" TO ORIGENT-PTO ORIGSAI-PTO
           ELSE
               MOVE "N" TO W-AJNOVO
               MOVE W-OPER TO OPER-PTO
               MOVE W-PTODATA TO DATA-PTO
               MOVE W-AJSEQ TO SEQ-PTO
               READ CADPONTO
               IF ST-ERRO NOT = "00"
                   MOVE "* BATIDA NAO ENCONTRADA *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO AJU-INICIO.
           MOVE HRENT-PTO TO W-AJENT
           MOVE HRSAI-PTO TO W-AJSAI
           DISPLAY (09, 01) "   ENTRADA (HHMM).........: ".
           ACCEPT (09, 29) W-AJENT WITH UPDATE
           DISPLAY (10, 01) "   SAIDA (HHMM, 0=ABERTA).: ".
           ACCEPT (10, 29) W-AJSAI WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO AJU-INICIO.
           MOVE W-AJENT TO W-HHMM
           IF W-AJENT = ZEROS OR W-HH > 23 OR W-MM > 59
               MOVE "* HORA DE ENTRADA INVALIDA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO AJU-INICIO.
           MOVE W-AJSAI TO W-HHMM
           IF W-HH > 23 OR W-MM > 59
               MOVE "* HORA DE SAIDA INVALIDA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO AJU-INICIO.
           IF W-AJSAI NOT = ZEROS AND W-AJSAI < W-AJENT
               MOVE "* SAIDA ANTES DA ENTRADA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO AJU-INICIO.
           PERFORM PEDE-SUPERV THRU PEDE-SUPERV-FIM
           IF W-SUPERV = ZEROS
               MOVE "* AJUSTE NAO LIBERADO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-MODO.
           IF W-AJENT NOT = HRENT-PTO
               MOVE "A" TO ORIGENT-PTO.
           IF W-AJSAI NOT = HRSAI-PTO
               MOVE "A" TO ORIGSAI-PTO.
           MOVE W-AJENT TO HRENT-PTO
           MOVE W-AJSAI TO HRSAI-PTO
           MOVE W-SUPERV TO SUPAJ-PTO
           IF W-AJNOVO = "S"
               WRITE REGPONTO
           ELSE
               REWRITE REGPONTO.
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO AO GRAVAR O AJUSTE *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-MODO.
           MOVE "* AJUSTE REGISTRADO *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ACC-MODO.
      *
      * LIBERACAO DE SUPERVISOR (PERFIL 'S' DO CADFUNC, COMO NO
      * SGB128). DEVOLVE W-SUPERV = ZEROS QUANDO NEGADA
       PEDE-SUPERV.
           MOVE ZEROS TO W-SUPERV
           DISPLAY (14, 01)
               "   LIBERACAO DO SUPERVISOR (MATRICULA, 0=NEGAR): ".
           ACCEPT (14, 51) W-SUPERV WITH UPDATE
           IF W-SUPERV = ZEROS
               GO TO PEDE-SUPERV-FIM.
           MOVE W-SUPERV TO COD-FUNC
           READ CADFUNC
           IF ST-ERRO NOT = "00" OR SITUAC-FUNC NOT = "A"
                   OR PERFIL-FUNC NOT = "S"
               MOVE "* SUPERVISOR INVALIDO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO PEDE-SUPERV.
       PEDE-SUPERV-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * RELATORIO MENSAL POR ATENDENTE E ARQUIVO PARA A FOLHA
      *--------------------------------------------------------------
      *
       REL-INICIO.
           MOVE ZEROS TO W-ANOMES W-OPERSEL W-QTDFUNC W-GERALTRAB
           DISPLAY (05, 01) "   MES (AAAAMM)............: ".
           ACCEPT (05, 30) W-ANOMES WITH UPDATE
           DISPLAY (06, 01) "   MATRICULA (0=TODOS).....: ".
           ACCEPT (06, 30) W-OPERSEL WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-MODO.
           IF W-ANOMES = ZEROS OR W-MESREL < 1 OR W-MESREL > 12
               MOVE "* MES INVALIDO (AAAAMM) *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO REL-INICIO.
           MOVE TABDIASMES (W-MESREL) TO W-DIASMES
           IF W-MESREL = 2
               DIVIDE W-ANOREL BY 4 GIVING W-QUOC REMAINDER W-RESTO4
               DIVIDE W-ANOREL BY 100 GIVING W-QUOC
                   REMAINDER W-RESTO100
               DIVIDE W-ANOREL BY 400 GIVING W-QUOC
                   REMAINDER W-RESTO400
               IF W-RESTO4 = ZEROS AND
                       (W-RESTO100 NOT = ZEROS OR W-RESTO400 = ZEROS)
                   MOVE 29 TO W-DIASMES.
           OPEN OUTPUT PONTOFOLHA
           IF ST-ARQ NOT = "00"
               MOVE "* ERRO AO CRIAR O ARQ PONTOFOLHA.TXT *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-MODO.
           ACCEPT WS-DATAHOJE FROM DATE YYYYMMDD
           ACCEPT W-HORAGORA FROM TIME
           MOVE W-ANOMES TO W-CBANOMES
           MOVE WS-DATAHOJE TO W-CBDATA
           MOVE W-HMSAGORA TO W-CBHORA
           MOVE SPACES TO REGFOLHA
           MOVE W-CABPTO TO REGFOLHA
           WRITE REGFOLHA
           DISPLAY (01, 01) ERASE
           PERFORM ABRE-SPOOL THRU ABRE-SPOOL-FIM
           STRING "---- PONTO DOS ATENDENTES X ESCALA " W-ANOMES
               " ----"
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM
           STRING "(TEMPOS DO DIA EM MINUTOS; TOLERANCIA DE "
               W-TOLER " MIN)"
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM
           MOVE W-OPERSEL TO COD-FUNC
           START CADFUNC KEY IS >= COD-FUNC
           IF ST-ERRO NOT = "00"
               GO TO REL-FIM.
      *
       FUNC-PROX.
           READ CADFUNC NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO REL-FIM.
           IF W-OPERSEL NOT = ZEROS AND COD-FUNC NOT = W-OPERSEL
               GO TO REL-FIM.
           IF W-OPERSEL = ZEROS AND SITUAC-FUNC NOT = "A"
               GO TO FUNC-PROX.
           MOVE ZEROS TO W-DIASTRAB W-TOTESC W-TOTTRAB W-TOTATR
               W-TOTANT W-TOTEXT W-DIASNESC W-TOTNESC W-FALTAS
               W-DIASAUS W-QTDSEMSAI
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM
           STRING "ATENDENTE " COD-FUNC " - " NOME-FUNC
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM
           STRING "DIA DS   ESCALA ENTR. SAIDA TRAB  ATRAS ANTEC EXTRA"
               " OBS"
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM
           MOVE ZEROS TO W-DIA.
      *
      * UM DIA DO MES: ESCALA DO DIA DA SEMANA, AUSENCIA E BATIDAS
       DIA-PROX.
           ADD 1 TO W-DIA
           IF W-DIA > W-DIASMES
               GO TO FUNC-TOTAL.
           MOVE W-ANOREL TO W-ANODIA
           MOVE W-MESREL TO W-MESDIA
           MOVE W-DIA TO W-DIADIA
           PERFORM CALC-DSEM THRU CALC-DSEM-FIM
           PERFORM VERIFICA-AUS THRU VERIFICA-AUS-FIM
           PERFORM LE-BATIDAS THRU LE-BATIDAS-FIM
           MOVE ZEROS TO W-MINESC W-MINESCINI W-MINESCFIM W-MINATR
               W-MINANT W-MINEXT
           MOVE SPACES TO W-OBS
           MOVE "N" TO W-CONF
           IF W-ESCOK = "S"
               MOVE COD-FUNC TO OPER-ESC
               MOVE W-DSEM TO DIASEM-ESC
               READ CADESCALA
               IF ST-ESC = "00"
                   MOVE "S" TO W-CONF
                   COMPUTE W-MINESCINI = HRINI-ESC * 60
                   COMPUTE W-MINESCFIM = HRFIM-ESC * 60
                   COMPUTE W-MINESC = W-MINESCFIM - W-MINESCINI.
      * AUSENCIA REGISTRADA NO DIA ESCALADO: NEM FALTA NEM JORNADA
           IF W-CONF = "S" AND W-AUSDIA = "S"
               ADD 1 TO W-DIASAUS
               MOVE "N" TO W-CONF
               MOVE ZEROS TO W-MINESC
               MOVE "AUSENCIA" TO W-OBS.
           IF W-CONF NOT = "S" AND W-QTDBAT = ZEROS
               IF W-OBS NOT = SPACES
                   GO TO DIA-LINHA
               ELSE
                   GO TO DIA-PROX.
           IF W-CONF NOT = "S" AND W-OBS = SPACES
               MOVE "NAO ESCALADO" TO W-OBS.
           IF W-CONF NOT = "S"
               ADD 1 TO W-DIASTRAB W-DIASNESC
               ADD W-MINDIA TO W-TOTTRAB W-TOTNESC
               GO TO DIA-SEMSAIDA.
           ADD W-MINESC TO W-TOTESC
           IF W-QTDBAT = ZEROS
               ADD 1 TO W-FALTAS
               MOVE "FALTA" TO W-OBS
               GO TO DIA-LINHA.
           ADD 1 TO W-DIASTRAB
           ADD W-MINDIA TO W-TOTTRAB
           IF W-PRIMENT > W-MINESCINI + W-TOLER
               COMPUTE W-MINATR = W-PRIMENT - W-MINESCINI.
           IF W-ULTSAI NOT = ZEROS
                   AND W-ULTSAI + W-TOLER < W-MINESCFIM
               COMPUTE W-MINANT = W-MINESCFIM - W-ULTSAI.
           IF W-MINDIA > W-MINESC + W-TOLER
               COMPUTE W-MINEXT = W-MINDIA - W-MINESC.
           ADD W-MINATR TO W-TOTATR
           ADD W-MINANT TO W-TOTANT
           ADD W-MINEXT TO W-TOTEXT.
       DIA-SEMSAIDA.
           IF W-SEMSAIDA = "S"
               ADD 1 TO W-QTDSEMSAI
               MOVE "SEM SAIDA" TO W-OBS.
       DIA-LINHA.
           IF W-CONF = "S"
               MOVE HRINI-ESC TO W-ESCED-I
               MOVE HRFIM-ESC TO W-ESCED-F
           ELSE
               MOVE ZEROS TO W-ESCED-I W-ESCED-F.
           MOVE W-PRIMENTHM TO W-HHMM
           MOVE W-HH TO W-ENTED-H
           MOVE W-MM TO W-ENTED-M
           MOVE W-ULTSAIHM TO W-HHMM
           MOVE W-HH TO W-SAIED-H
           MOVE W-MM TO W-SAIED-M
           STRING " " W-DIA " " TABDSEM (W-DSEM) "  " W-ESCED "  "
               W-ENTED " " W-SAIED " " W-MINDIA "  " W-MINATR "  "
               W-MINANT "  " W-MINEXT " " W-OBS
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM
           GO TO DIA-PROX.
      *
       FUNC-TOTAL.
           MOVE W-TOTESC TO W-MINFMT
           PERFORM FMT-HORAS THRU FMT-HORAS-FIM
           STRING "  HORAS ESCALADAS.........: " W-HRSED
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM
           MOVE W-TOTTRAB TO W-MINFMT
           PERFORM FMT-HORAS THRU FMT-HORAS-FIM
           STRING "  HORAS TRABALHADAS.......: " W-HRSED
               "  EM " W-DIASTRAB " DIAS"
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM
           MOVE W-TOTATR TO W-MINFMT
           PERFORM FMT-HORAS THRU FMT-HORAS-FIM
           STRING "  ATRASOS.................: " W-HRSED
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM
           MOVE W-TOTANT TO W-MINFMT
           PERFORM FMT-HORAS THRU FMT-HORAS-FIM
           STRING "  SAIDAS ANTECIPADAS......: " W-HRSED
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM
           MOVE W-TOTEXT TO W-MINFMT
           PERFORM FMT-HORAS THRU FMT-HORAS-FIM
           STRING "  HORAS EXTRAS............: " W-HRSED
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM
           MOVE W-TOTNESC TO W-MINFMT
           PERFORM FMT-HORAS THRU FMT-HORAS-FIM
           STRING "  DIAS NAO ESCALADOS......: " W-DIASNESC
               "  COM " W-HRSED " HORAS"
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM
           STRING "  FALTAS..................: " W-FALTAS
               "   AUSENCIAS (SGB109): " W-DIASAUS
               "   SEM SAIDA: " W-QTDSEMSAI
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM
           MOVE COD-FUNC TO W-DTOPER
           MOVE NOME-FUNC TO W-DTNOME
           MOVE W-DIASTRAB TO W-DTDIASTRAB
           MOVE W-TOTESC TO W-DTMINESC
           MOVE W-TOTTRAB TO W-DTMINTRAB
           MOVE W-TOTATR TO W-DTMINATR
           MOVE W-TOTANT TO W-DTMINANT
           MOVE W-TOTEXT TO W-DTMINEXT
           MOVE W-DIASNESC TO W-DTDIASNESC
           MOVE W-TOTNESC TO W-DTMINNESC
           MOVE W-FALTAS TO W-DTFALTAS
           MOVE W-DIASAUS TO W-DTDIASAUS
           MOVE W-QTDSEMSAI TO W-DTSEMSAI
           MOVE SPACES TO REGFOLHA
           MOVE W-DETPTO TO REGFOLHA
           WRITE REGFOLHA
           ADD 1 TO W-QTDFUNC
           ADD W-TOTTRAB TO W-GERALTRAB
           GO TO FUNC-PROX.
      *
       REL-FIM.
           MOVE W-QTDFUNC TO W-TRQTD
           MOVE W-GERALTRAB TO W-TRMINTRAB
           MOVE SPACES TO REGFOLHA
           MOVE W-TRLPTO TO REGFOLHA
           WRITE REGFOLHA
           CLOSE PONTOFOLHA
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM
           STRING "ATENDENTES NO ARQUIVO PONTOFOLHA.TXT: " W-QTDFUNC
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM
           PERFORM FECHA-SPOOL THRU FECHA-SPOOL-FIM
           MOVE SPACES TO W-CONF
           DISPLAY "TECLE ENTER PARA CONTINUAR".
           ACCEPT W-CONF
           GO TO ACC-MODO.
      *
      * DIA DA SEMANA DE W-DTDIA EM W-DSEM (1=DOM ... 7=SAB)
       CALC-DSEM.
           MOVE W-DIADIA TO W-ZQ
           MOVE W-MESDIA TO W-ZM
           MOVE W-ANODIA TO W-ZANO
           IF W-ZM < 3
               ADD 12 TO W-ZM
               SUBTRACT 1 FROM W-ZANO.
           DIVIDE W-ZANO BY 100 GIVING W-ZJ REMAINDER W-ZK
           COMPUTE W-ZT0 = 13 * (W-ZM + 1)
           DIVIDE W-ZT0 BY 5 GIVING W-ZT1
           DIVIDE W-ZK BY 4 GIVING W-ZT2
           DIVIDE W-ZJ BY 4 GIVING W-ZT3
           COMPUTE W-ZSOMA = W-ZQ + W-ZT1 + W-ZK + W-ZT2 + W-ZT3
               + (5 * W-ZJ)
           DIVIDE W-ZSOMA BY 7 GIVING W-ZSOMA REMAINDER W-ZH
           IF W-ZH = ZEROS
               MOVE 7 TO W-DSEM
           ELSE
               MOVE W-ZH TO W-DSEM.
       CALC-DSEM-FIM.
           EXIT.
      *
      * AUSENCIA/FERIAS DO CADAUSENC COBRINDO W-DTDIA? (W-AUSDIA
      * VOLTA 'S' SE SIM)
       VERIFICA-AUS.
           MOVE "N" TO W-AUSDIA
           IF W-AUSOK NOT = "S"
               GO TO VERIFICA-AUS-FIM.
           MOVE COD-FUNC TO OPER-AUS
           MOVE ZEROS TO DTINI-AUS
           START CADAUSENC KEY IS >= KEYAUSENC
           IF ST-AUS NOT = "00"
               GO TO VERIFICA-AUS-FIM.
       VERIFICA-AUS-PROX.
           READ CADAUSENC NEXT RECORD
           IF ST-AUS NOT = "00"
               GO TO VERIFICA-AUS-FIM.
           IF OPER-AUS NOT = COD-FUNC
               GO TO VERIFICA-AUS-FIM.
           IF W-DTDIA >= DTINI-AUS AND W-DTDIA <= DTFIM-AUS
               MOVE "S" TO W-AUSDIA
               GO TO VERIFICA-AUS-FIM.
           GO TO VERIFICA-AUS-PROX.
       VERIFICA-AUS-FIM.
           EXIT.
      *
      * BATIDAS DO ATENDENTE EM W-DTDIA: PRIMEIRA ENTRADA, ULTIMA
      * SAIDA E MINUTOS TRABALHADOS NOS PARES FECHADOS
       LE-BATIDAS.
           MOVE ZEROS TO W-QTDBAT W-MINDIA W-ULTSAI W-PRIMENTHM
               W-ULTSAIHM
           MOVE 9999 TO W-PRIMENT
           MOVE "N" TO W-SEMSAIDA
           MOVE COD-FUNC TO OPER-PTO
           MOVE W-DTDIA TO DATA-PTO
           MOVE ZEROS TO SEQ-PTO
           START CADPONTO KEY IS >= KEYPONTO
           IF ST-ERRO NOT = "00"
               GO TO LE-BATIDAS-FIM.
       LE-BATIDAS-PROX.
           READ CADPONTO NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO LE-BATIDAS-FIM.
           IF OPER-PTO NOT = COD-FUNC OR DATA-PTO NOT = W-DTDIA
               GO TO LE-BATIDAS-FIM.
           ADD 1 TO W-QTDBAT
           MOVE HRENT-PTO TO W-HHMM
           COMPUTE W-MINENT = (W-HH * 60) + W-MM
           IF W-MINENT < W-PRIMENT
               MOVE W-MINENT TO W-PRIMENT
               MOVE HRENT-PTO TO W-PRIMENTHM.
           IF HRSAI-PTO = ZEROS
               MOVE "S" TO W-SEMSAIDA
               GO TO LE-BATIDAS-PROX.
           MOVE HRSAI-PTO TO W-HHMM
           COMPUTE W-MINSAI = (W-HH * 60) + W-MM
           IF W-MINSAI > W-ULTSAI
               MOVE W-MINSAI TO W-ULTSAI
               MOVE HRSAI-PTO TO W-ULTSAIHM.
           IF W-MINSAI > W-MINENT
               COMPUTE W-MINDIA = W-MINDIA + W-MINSAI - W-MINENT.
           GO TO LE-BATIDAS-PROX.
       LE-BATIDAS-FIM.
           EXIT.
      *
      * MINUTOS (W-MINFMT) EM HORAS:MINUTOS (W-HRSED)
       FMT-HORAS.
           DIVIDE W-MINFMT BY 60 GIVING W-FMTH REMAINDER W-FMTM
           MOVE W-FMTH TO W-HRSED-H
           MOVE W-FMTM TO W-HRSED-M.
       FMT-HORAS-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * ABERTURA DO SPOOL (MESMA ROTINA DO SGB030)
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
           MOVE "SGB133" TO PROGSPOOL
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
       MOSTRA-SPOOL.
           DISPLAY W-LINSPOOL
           IF W-SPOOLOK = "S"
               MOVE W-LINSPOOL TO SPOOLREG
               WRITE SPOOLREG.
           MOVE SPACES TO W-LINSPOOL.
       MOSTRA-SPOOL-FIM.
           EXIT.
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
       ENCERRA.
           CLOSE CADPONTO CADFUNC
           IF W-ESCOK = "S"
               CLOSE CADESCALA.
           IF W-AUSOK = "S"
               CLOSE CADAUSENC.
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
