       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGB153.
       AUTHOR. VINICIUS ESCAME DOS SANTOS.
      *--------------------------------------------------------------
      * DESPACHO DE ENTREGAS E RECOLHAS NO ENDERECO DO CLIENTE -- A
      * TAXA DA REGIAO JA ERA COBRADA NO SGB004 (CALCULA-ENTREGA),
      * MAS A RODADA ERA MONTADA NO QUADRO BRANCO. AS TAREFAS DO
      * CADENTREG NASCEM NA ABERTURA DA LOCACAO (AGENDA-ENTREGA DO
      * SGB004) COM ENDERECO, JANELA DE HORARIO E REGIAO:
      *   D = DESIGNA O MOTORISTA (CADFUNC) DAS TAREFAS DE UM DIA
      *   M = ROMANEIO DO DIA POR MOTORISTA, AGRUPADO POR REGIAO
      *       (REGIAO-CDD) E EM ORDEM DE JANELA, NO SPOOL (SGB038)
      *   B = BAIXA NA VOLTA DO MOTORISTA: EFETUADA OU FALHOU, COM
      *       A HORA E QUEM RECEBEU A BIKE. NA ENTREGA EFETUADA
      *       DEPOIS DO HORARIO DA LOCACAO, A PREVISAO DE DEVOLUCAO
      *       ANDA O MESMO TANTO (CADLOC/CADLOCAB), COM O HISTORICO
      *       NO CADEXTEN SEM ACRESCIMO, COMO NO SGB145 -- A LOCACAO
      *       PASSA A CONTAR DA ENTREGA REAL
      *   F = RELATORIO DE ENTREGAS/RECOLHAS QUE FALHARAM, FORAM
      *       FEITAS FORA DA JANELA OU NAO TIVERAM BAIXA NO PERIODO
      *--------------------------------------------------------------
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT CADENTREG
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMENT
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CHROTA-ENT
                                            WITH DUPLICATES.

            SELECT CADLOC
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYLOCACAO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS FKCPF-CLI
                                            WITH DUPLICATES
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

            SELECT CADEXTEN
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYEXTEN
                    FILE STATUS  IS ST-ERRO.

            SELECT CADCLI
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF-CLI
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS RG-CLI
                                            WITH DUPLICATES.

            SELECT CADFUNC
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-FUNC
                    FILE STATUS  IS ST-ERRO.

            SELECT CADREGIAO
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-REGIAO
                    FILE STATUS  IS ST-ERRO.

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
      *--------------------------------------------------------------
      * TAREFAS DE ENTREGA (E) E RECOLHA (R), GRAVADAS PELO SGB004.
      * SITENT P = PENDENTE, E = EFETUADA, F = FALHOU
      *--------------------------------------------------------------
      *
       FD CADENTREG
           VALUE OF FILE-ID IS "CADENTREG.DAT".
       01 REGENTREG.
           03 NUMENT           PIC 9(06).
           03 CHROTA-ENT.
               05 DTPREV-ENT    PIC 9(08).
               05 REGIAO-ENT    PIC 9(01).
               05 HRINI-ENT     PIC 9(04).
           03 HRFIM-ENT        PIC 9(04).
           03 TIPO-ENT         PIC X(01).
           03 KEYLOC-ENT       PIC X(27).
           03 NUMBIKE-ENT      PIC 9(04).
           03 CPF-ENT          PIC 9(11).
           03 CODFIL-ENT       PIC 9(02).
           03 CEP-ENT          PIC 9(08).
           03 LOGRAD-ENT       PIC X(35).
           03 NUMEND-ENT       PIC 9(04).
           03 COMPL-ENT        PIC X(13).
           03 BAIRRO-ENT       PIC X(20).
           03 CIDADE-ENT       PIC X(12).
           03 MOTOR-ENT        PIC 9(04).
           03 SITENT           PIC X(01).
           03 DSCSITENT        PIC X(10).
           03 DTREAL-ENT       PIC 9(08).
           03 HRREAL-ENT       PIC 9(04).
           03 RECEB-ENT        PIC X(30).
           03 MOTIVO-ENT       PIC X(30).
           03 OPER-ENT         PIC 9(04).
      *
       FD CADLOC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADLOC.DAT".
       01 REGLOC.
           03 KEYLOCACAO.
             05 FKCPF-CLI      PIC 9(11).
             05 FKNUM-BIKE     PIC 9(04).
             05 DTLOCACAO.
               07 DIA-LOCA     PIC 9(02).
               07 MES-LOCA     PIC 9(02).
               07 ANO-LOCA     PIC 9(04).
             05 HRLOCACAO      PIC 9(02).
             05 MINLOCACAO     PIC 9(02).
           03 DTPREVISAO.
               05 DIA-PREV     PIC 9(02).
               05 MES-PREV     PIC 9(02).
               05 ANO-PREV     PIC 9(04).
           03 HRPREVISAO       PIC 9(02).
           03 MINPREVISAO      PIC 9(02).
           03 DTENTREGA.
               05 DIA-ENTR     PIC 9(02).
               05 MES-ENTR     PIC 9(02).
               05 ANO-ENTR     PIC 9(04).
           03 HRENTREGA        PIC 9(02).
           03 MINENTREGA       PIC 9(02).
           03 HRUSO            PIC 9(02).
           03 MINUSO           PIC 9(02).
           03 VALLOCACAO       PIC 9(06)V99.
           03 VALCOBRADO       PIC 9(06)V99.
           03 STATUS-BIKE      PIC X(01).
           03 DSCSTATUS-BIKE   PIC X(08).
           03 VALCAUCAO        PIC 9(06)V99.
           03 VALCAUCAODEV     PIC 9(06)V99.
           03 CODFILIAL-LOC    PIC 9(02).
           03 OPERADOR         PIC 9(04).
           03 NUMCONTRATO      PIC 9(08).
           03 CNPJEMP-LOC      PIC 9(14).
           03 CODCUPOM-LOC     PIC X(08).
           03 CODPLANO-LOC     PIC 9(02).
           03 PROTECAO-LOC     PIC X(01).
           03 VALPROTECAO-LOC  PIC 9(06)V99.
           03 GRUPO-LOC        PIC 9(06).
      *
       FD CADLOCAB
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
       FD CADEXTEN
           VALUE OF FILE-ID IS "CADEXTEN.DAT".
       01 REGEXTEN.
           03 KEYEXTEN.
               05 KEYLOCACAO-EXT   PIC X(27).
               05 SEQ-EXT          PIC 9(02).
           03 DTPREV-ANT      PIC 9(08).
           03 HRPREV-ANT      PIC 9(02).
           03 MINPREV-ANT     PIC 9(02).
           03 DTPREV-NOVA     PIC 9(08).
           03 HRPREV-NOVA     PIC 9(02).
           03 MINPREV-NOVA    PIC 9(02).
           03 VALACRESC       PIC 9(06)V99.
           03 DTEXTEN         PIC 9(08).
      *
       FD CADCLI
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCLI.DAT".
       01 REGCLI.
           03 CPF-CLI           PIC 9(11).
           03 RG-CLI            PIC X(09).
           03 NOME-CLI          PIC X(30).
           03 EMAIL-CLI         PIC X(20).
           03 NUM-CLI           PIC 9(04).
           03 TEL-CLI           PIC 9(11).
           03 SITUAC-CLI        PIC X(01).
           03 DSCSITUAC-CLI     PIC X(08).
           03 COMPLEM-CLI       PIC X(13).
           03 FKCEP             PIC 9(08).
           03 DATNASC.
               05 DIANASC-CLI    PIC 9(02).
               05 MESNASC-CLI    PIC 9(02).
               05 ANONASC-CLI    PIC 9(04).
           03 CODFILIAL-CLI     PIC 9(02).
           03 DSCFILIAL-CLI     PIC X(15).
           03 VALLIMCRED        PIC 9(06)V99.
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
       FD CADREGIAO
           VALUE OF FILE-ID IS "CADREGIAO.DAT".
       01 REGCADREGIAO.
           03 COD-REGIAO      PIC 9(01).
           03 DSC-REGIAO      PIC X(13).
           03 VALENTREGA      PIC 9(04)V99.
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
       77 ST-LOCAB      PIC X(02) VALUE "00".
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 W-CONF        PIC X(01) VALUE SPACES.
       77 W-OPER        PIC 9(04) VALUE ZEROS.
       77 W-NUMENT      PIC 9(06) VALUE ZEROS.
       77 W-MOTOR       PIC 9(04) VALUE ZEROS.
       77 W-RESULT      PIC X(01) VALUE SPACES.
       77 W-DTDIA       PIC 9(08) VALUE ZEROS.
       77 W-DTINI       PIC 9(08) VALUE ZEROS.
       77 W-DTFIM       PIC 9(08) VALUE ZEROS.
       77 W-REGANT      PIC 9(01) VALUE ZEROS.
       77 W-PRIMREG     PIC X(01) VALUE "S".
       77 W-DSCTIPO     PIC X(07) VALUE SPACES.
       77 W-NOMECLI     PIC X(30) VALUE SPACES.
       77 W-NOMEMOT     PIC X(30) VALUE SPACES.
       77 W-OCORR       PIC X(12) VALUE SPACES.
       77 W-TOTTAREFA   PIC 9(04) VALUE ZEROS.
       77 W-TOTFALHA    PIC 9(04) VALUE ZEROS.
       77 W-TOTATRASO   PIC 9(04) VALUE ZEROS.
       77 W-TOTSEMBX    PIC 9(04) VALUE ZEROS.
       01 W-DTHOJE      PIC 9(08) VALUE ZEROS.
       01 W-HORA        PIC 9(08) VALUE ZEROS.
       01 W-HORA-R REDEFINES W-HORA.
           03 W-HHMM        PIC 9(04).
           03 FILLER        PIC 9(04).
       01 W-HRREAL      PIC 9(04) VALUE ZEROS.
       01 W-HRREAL-R REDEFINES W-HRREAL.
           03 W-HHREAL      PIC 9(02).
           03 W-MMREAL      PIC 9(02).
      *
      * AJUSTE DA PREVISAO NA ENTREGA EFETUADA (VIDE AJUSTA-LOCACAO):
      * O ATRASO EM MINUTOS SAI DA DIFERENCA ENTRE O INICIO DA
      * LOCACAO E A ENTREGA REAL NA CONTAGEM 30/360 (COMO NO
      * SGB079/SGB107); O AVANCO DOS DIAS DA PREVISAO E PELO
      * CALENDARIO REAL (COMO O AVANCA-DIAPREV DO SGB004)
       01 W-DTCALC      PIC 9(08) VALUE ZEROS.
       01 W-DTCALC-R REDEFINES W-DTCALC.
           03 W-ANOCALC     PIC 9(04).
           03 W-MESCALC     PIC 9(02).
           03 W-DIACALC     PIC 9(02).
       77 W-ORDCALC     PIC 9(08) VALUE ZEROS.
       77 W-MININI      PIC 9(10) VALUE ZEROS.
       77 W-MINREAL     PIC 9(10) VALUE ZEROS.
       77 W-ATRASO      PIC 9(06) VALUE ZEROS.
       77 W-MINPREV     PIC 9(06) VALUE ZEROS.
       77 W-DIASAVANCO  PIC 9(04) VALUE ZEROS.
       77 W-ULTDIAMES   PIC 9(02) VALUE ZEROS.
       77 W-ANORESTO    PIC 9(04) VALUE ZEROS.
       77 W-HRNOVA      PIC 9(02) VALUE ZEROS.
       77 W-MINNOVA     PIC 9(02) VALUE ZEROS.
       01 W-DTANT       PIC 9(08) VALUE ZEROS.
       01 W-DTNOVA      PIC 9(08) VALUE ZEROS.
       01 W-DTNOVA-R REDEFINES W-DTNOVA.
           03 W-ANONOVA     PIC 9(04).
           03 W-MESNOVA     PIC 9(02).
           03 W-DIANOVA     PIC 9(02).
       01 W-TABDIASMES.
           03 FILLER PIC X(24) VALUE "312831303130313130313031".
       01 W-TABDIASMES-R REDEFINES W-TABDIASMES.
           03 W-DIASMES    PIC 9(02) OCCURS 12 TIMES.
      *
      * APOIO AO SPOOL DE RELATORIOS (MESMA ROTINA DO SGB128)
       77 ST-SPOOL      PIC X(02) VALUE "00".
       77 ST-SPL        PIC X(02) VALUE "00".
       77 ST-CTRL       PIC X(02) VALUE "00".
       77 W-SPOOLOK     PIC X(01) VALUE "N".
       77 W-NUMSPOOL    PIC 9(06) VALUE ZEROS.
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
           OPEN I-O CADENTREG
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                   OPEN OUTPUT CADENTREG
                   CLOSE CADENTREG
                   OPEN I-O CADENTREG
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQ CADENTREG.DAT *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
           OPEN I-O CADLOC
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO AO ABRIR O ARQUIVO CADLOC.DAT *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADENTREG
               GO TO ROT-FIM.
           OPEN I-O CADLOCAB
           IF ST-LOCAB NOT = "00"
               IF ST-LOCAB = "30" OR "35"
                   OPEN OUTPUT CADLOCAB
                   CLOSE CADLOCAB
                   OPEN I-O CADLOCAB.
           OPEN I-O CADEXTEN
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                   OPEN OUTPUT CADEXTEN
                   CLOSE CADEXTEN
                   OPEN I-O CADEXTEN.
           OPEN INPUT CADCLI
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO AO ABRIR O ARQUIVO CADCLI.DAT *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADENTREG CADLOC CADLOCAB CADEXTEN
               GO TO ROT-FIM.
           OPEN INPUT CADFUNC
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO AO ABRIR O ARQUIVO CADFUNC.DAT *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADENTREG CADLOC CADLOCAB CADEXTEN CADCLI
               GO TO ROT-FIM.
           OPEN INPUT CADREGIAO
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                   OPEN OUTPUT CADREGIAO
                   CLOSE CADREGIAO
                   OPEN INPUT CADREGIAO.
           OPEN I-O CADCONTROLE
           IF ST-CTRL NOT = "00"
               IF ST-CTRL = "30" OR "35"
                   OPEN OUTPUT CADCONTROLE
                   CLOSE CADCONTROLE
                   OPEN I-O CADCONTROLE.
           ACCEPT W-DTHOJE FROM DATE YYYYMMDD.
      *
       ACC-OPER.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 01) "  * DESPACHO DE ENTREGAS E RECOLHAS *"
           MOVE ZEROS TO W-OPER
           DISPLAY (03, 01) "   MATRICULA DO OPERADOR: ".
           ACCEPT (03, 28) W-OPER WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR 01
               GO TO ENCERRA.
           MOVE W-OPER TO COD-FUNC
           READ CADFUNC
           IF ST-ERRO NOT = "00" OR SITUAC-FUNC NOT = "A"
               MOVE "* OPERADOR INVALIDO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-OPER.
      *
       ACC-MODO.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 01) "  * DESPACHO DE ENTREGAS E RECOLHAS *"
           MOVE SPACES TO W-OPCAO
           DISPLAY (03, 01)
               "   D=DESIGNA MOTORISTA  M=ROMANEIO  B=BAIXA DA VOLTA".
           DISPLAY (04, 01)
               "   F=FALHAS E ATRASOS  S=SAIR : ".
           ACCEPT (04, 33) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR 01
               GO TO ENCERRA.
           IF W-OPCAO = "d" MOVE "D" TO W-OPCAO.
           IF W-OPCAO = "m" MOVE "M" TO W-OPCAO.
           IF W-OPCAO = "b" MOVE "B" TO W-OPCAO.
           IF W-OPCAO = "f" MOVE "F" TO W-OPCAO.
           IF W-OPCAO = "s" OR "S"
               GO TO ENCERRA.
           IF W-OPCAO = "D"
               GO TO ENT-DESIGNA.
           IF W-OPCAO = "M"
               GO TO ENT-ROMANEIO.
           IF W-OPCAO = "B"
               GO TO ENT-BAIXA.
           IF W-OPCAO = "F"
               GO TO ENT-FALHAS.
           MOVE "* DIGITE D, M, B, F OU S *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ACC-MODO.
      *
      *--------------------------------------------------------------
      * DESIGNACAO: PERCORRE AS TAREFAS PENDENTES DO DIA NA ORDEM DA
      * ROTA (REGIAO E JANELA) E PEDE O MOTORISTA DE CADA UMA.
      * ENTER MANTEM O MOTORISTA JA DESIGNADO
      *--------------------------------------------------------------
      *
       ENT-DESIGNA.
           MOVE W-DTHOJE TO W-DTDIA
           DISPLAY (06, 01) "   DATA DAS TAREFAS (AAAAMMDD): ".
           ACCEPT (06, 34) W-DTDIA WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-MODO.
           MOVE ZEROS TO W-TOTTAREFA
           MOVE W-DTDIA TO DTPREV-ENT
           MOVE ZEROS TO REGIAO-ENT HRINI-ENT
           START CADENTREG KEY IS >= CHROTA-ENT
           IF ST-ERRO NOT = "00"
               GO TO ENT-DESIGNA-FIM.
       ENT-DESIGNA-PROX.
           READ CADENTREG NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO ENT-DESIGNA-FIM.
           IF DTPREV-ENT NOT = W-DTDIA
               GO TO ENT-DESIGNA-FIM.
           IF SITENT NOT = "P"
               GO TO ENT-DESIGNA-PROX.
           ADD 1 TO W-TOTTAREFA
           PERFORM MOSTRA-TAREFA THRU MOSTRA-TAREFA-FIM.
       ENT-DESIGNA-MOT.
           MOVE MOTOR-ENT TO W-MOTOR
           DISPLAY (16, 01) "   MOTORISTA (MATRICULA): ".
           ACCEPT (16, 28) W-MOTOR WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-MODO.
           IF W-MOTOR = ZEROS
               GO TO ENT-DESIGNA-PROX.
           MOVE W-MOTOR TO COD-FUNC
           READ CADFUNC
           IF ST-ERRO NOT = "00" OR SITUAC-FUNC NOT = "A"
               MOVE "* MOTORISTA INVALIDO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ENT-DESIGNA-MOT.
           DISPLAY (16, 34) NOME-FUNC
           MOVE W-MOTOR TO MOTOR-ENT
           REWRITE REGENTREG
           GO TO ENT-DESIGNA-PROX.
       ENT-DESIGNA-FIM.
           IF W-TOTTAREFA = ZEROS
               MOVE "* NENHUMA TAREFA PENDENTE NA DATA *" TO MENS
           ELSE
               MOVE "* DESIGNACAO DO DIA ENCERRADA *" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ACC-MODO.
      *
      *--------------------------------------------------------------
      * ROMANEIO DO MOTORISTA: TAREFAS DO DIA DESIGNADAS A ELE, COM
      * QUEBRA POR REGIAO E NA ORDEM DA JANELA (CHAVE DE ROTA)
      *--------------------------------------------------------------
      *
       ENT-ROMANEIO.
           MOVE W-DTHOJE TO W-DTDIA
           DISPLAY (06, 01) "   DATA DO ROMANEIO (AAAAMMDD): ".
           ACCEPT (06, 34) W-DTDIA WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-MODO.
       ENT-ROMANEIO-MOT.
           MOVE ZEROS TO W-MOTOR
           DISPLAY (07, 01) "   MOTORISTA (MATRICULA).....: ".
           ACCEPT (07, 34) W-MOTOR WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ENT-ROMANEIO.
           MOVE W-MOTOR TO COD-FUNC
           READ CADFUNC
           IF ST-ERRO NOT = "00"
               MOVE "* MOTORISTA NAO CADASTRADO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ENT-ROMANEIO-MOT.
           MOVE NOME-FUNC TO W-NOMEMOT
           MOVE ZEROS TO W-TOTTAREFA W-REGANT
           MOVE "S" TO W-PRIMREG
           PERFORM ABRE-SPOOL THRU ABRE-SPOOL-FIM.
           STRING " "
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "---- ROMANEIO DE " W-DTDIA " - MOTORISTA "
               W-MOTOR " " W-NOMEMOT
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           MOVE W-DTDIA TO DTPREV-ENT
           MOVE ZEROS TO REGIAO-ENT HRINI-ENT
           START CADENTREG KEY IS >= CHROTA-ENT
           IF ST-ERRO NOT = "00"
               GO TO ENT-ROMANEIO-FIM.
       ENT-ROMANEIO-PROX.
           READ CADENTREG NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO ENT-ROMANEIO-FIM.
           IF DTPREV-ENT NOT = W-DTDIA
               GO TO ENT-ROMANEIO-FIM.
           IF MOTOR-ENT NOT = W-MOTOR OR SITENT NOT = "P"
               GO TO ENT-ROMANEIO-PROX.
           IF W-PRIMREG = "S" OR REGIAO-ENT NOT = W-REGANT
               PERFORM QUEBRA-REGIAO THRU QUEBRA-REGIAO-FIM.
           ADD 1 TO W-TOTTAREFA
           PERFORM DESCREVE-TAREFA THRU DESCREVE-TAREFA-FIM
           STRING NUMENT " " W-DSCTIPO " " HRINI-ENT "-" HRFIM-ENT
               " BIKE " NUMBIKE-ENT " " W-NOMECLI
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "       " LOGRAD-ENT " " NUMEND-ENT " " COMPL-ENT
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "       " BAIRRO-ENT " " CIDADE-ENT " CEP " CEP-ENT
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "       HORA: ____  RECEBIDO POR: "
               "______________________________"
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           GO TO ENT-ROMANEIO-PROX.
       ENT-ROMANEIO-FIM.
           STRING " "
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "TAREFAS NO ROMANEIO: " W-TOTTAREFA
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           PERFORM FECHA-SPOOL THRU FECHA-SPOOL-FIM.
           DISPLAY "TECLE ENTER PARA VOLTAR".
           ACCEPT W-OPCAO
           GO TO ACC-MODO.
      *
       QUEBRA-REGIAO.
           MOVE "N" TO W-PRIMREG
           MOVE REGIAO-ENT TO W-REGANT
           MOVE REGIAO-ENT TO COD-REGIAO
           READ CADREGIAO
           IF ST-ERRO NOT = "00"
               MOVE "SEM CADASTRO " TO DSC-REGIAO.
           STRING " "
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "REGIAO " REGIAO-ENT " - " DSC-REGIAO
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
       QUEBRA-REGIAO-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * BAIXA DA VOLTA DO MOTORISTA
      *--------------------------------------------------------------
      *
       ENT-BAIXA.
           MOVE ZEROS TO W-NUMENT
           DISPLAY (06, 01) "   NUMERO DA TAREFA (0=VOLTAR): ".
           ACCEPT (06, 34) W-NUMENT WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR W-NUMENT = ZEROS
               GO TO ACC-MODO.
           MOVE W-NUMENT TO NUMENT
           READ CADENTREG
           IF ST-ERRO NOT = "00"
               MOVE "* TAREFA NAO ENCONTRADA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ENT-BAIXA.
           IF SITENT NOT = "P"
               MOVE "* TAREFA JA BAIXADA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ENT-BAIXA.
           PERFORM MOSTRA-TAREFA THRU MOSTRA-TAREFA-FIM.
       ENT-BAIXA-RES.
           MOVE "E" TO W-RESULT
           DISPLAY (16, 01) "   E=EFETUADA  F=FALHOU : ".
           ACCEPT (16, 28) W-RESULT WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ENT-BAIXA.
           IF W-RESULT = "e" MOVE "E" TO W-RESULT.
           IF W-RESULT = "f" MOVE "F" TO W-RESULT.
           IF W-RESULT NOT = "E" AND NOT = "F"
               MOVE "* DIGITE E OU F *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ENT-BAIXA-RES.
           MOVE W-DTHOJE TO DTREAL-ENT
           ACCEPT W-HORA FROM TIME
           MOVE W-HHMM TO W-HRREAL.
       ENT-BAIXA-HORA.
           DISPLAY (17, 01) "   DATA E HORA (AAAAMMDD HHMM): ".
           ACCEPT (17, 34) DTREAL-ENT WITH UPDATE
           ACCEPT (17, 43) W-HRREAL WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ENT-BAIXA-RES.
           IF W-HHREAL > 23 OR W-MMREAL > 59
               MOVE "* HORARIO INVALIDO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ENT-BAIXA-HORA.
           IF DTREAL-ENT > W-DTHOJE
               MOVE "* DATA NO FUTURO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ENT-BAIXA-HORA.
           MOVE W-HRREAL TO HRREAL-ENT
           MOVE SPACES TO RECEB-ENT MOTIVO-ENT
           IF W-RESULT = "F"
               GO TO ENT-BAIXA-MOTIVO.
       ENT-BAIXA-RECEB.
           DISPLAY (18, 01) "   QUEM RECEBEU/ENTREGOU A BIKE: ".
           ACCEPT (18, 35) RECEB-ENT WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ENT-BAIXA-HORA.
           IF RECEB-ENT = SPACES
               MOVE "* INFORME O NOME DE QUEM RECEBEU *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ENT-BAIXA-RECEB.
           GO TO ENT-BAIXA-CONF.
       ENT-BAIXA-MOTIVO.
           DISPLAY (18, 01) "   MOTIVO DA FALHA.............: ".
           ACCEPT (18, 35) MOTIVO-ENT WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ENT-BAIXA-HORA.
           IF MOTIVO-ENT = SPACES
               MOVE "* INFORME O MOTIVO DA FALHA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ENT-BAIXA-MOTIVO.
       ENT-BAIXA-CONF.
           MOVE SPACES TO W-CONF
           DISPLAY (20, 01) "   CONFIRMA A BAIXA (S/N): ".
           ACCEPT (20, 28) W-CONF WITH UPDATE
           IF W-CONF NOT = "S" AND NOT = "s"
               MOVE "* BAIXA NAO GRAVADA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ENT-BAIXA.
           MOVE W-RESULT TO SITENT
           IF W-RESULT = "E"
               MOVE "EFETUADA  " TO DSCSITENT
           ELSE
               MOVE "FALHOU    " TO DSCSITENT.
           MOVE W-OPER TO OPER-ENT
           REWRITE REGENTREG
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO AO GRAVAR A BAIXA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ENT-BAIXA.
           IF W-RESULT = "E" AND TIPO-ENT = "E"
               PERFORM AJUSTA-LOCACAO THRU AJUSTA-LOCACAO-FIM.
           MOVE "* BAIXA GRAVADA *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ENT-BAIXA.
      *
      *--------------------------------------------------------------
      * A LOCACAO COMECA A CONTAR NA ENTREGA REAL: SE A BIKE CHEGOU
      * DEPOIS DO HORARIO DE INICIO DA LOCACAO, A PREVISAO DE
      * DEVOLUCAO ANDA O MESMO TANTO, SEM ACRESCIMO (CADEXTEN)
      *--------------------------------------------------------------
      *
       AJUSTA-LOCACAO.
           MOVE KEYLOC-ENT TO KEYLOCACAO
           READ CADLOC
           IF ST-ERRO NOT = "00" OR DTENTREGA NOT = ZEROS
               GO TO AJUSTA-LOCACAO-FIM.
           MOVE ANO-LOCA TO W-ANOCALC
           MOVE MES-LOCA TO W-MESCALC
           MOVE DIA-LOCA TO W-DIACALC
           PERFORM CALCULA-ORDEM THRU CALCULA-ORDEM-FIM
           COMPUTE W-MININI = (W-ORDCALC * 1440) +
               (HRLOCACAO * 60) + MINLOCACAO
           MOVE DTREAL-ENT TO W-DTCALC
           PERFORM CALCULA-ORDEM THRU CALCULA-ORDEM-FIM
           COMPUTE W-MINREAL = (W-ORDCALC * 1440) +
               (W-HHREAL * 60) + W-MMREAL
           IF W-MINREAL NOT > W-MININI
               GO TO AJUSTA-LOCACAO-FIM.
           COMPUTE W-ATRASO = W-MINREAL - W-MININI
           MOVE ANO-PREV TO W-ANONOVA
           MOVE MES-PREV TO W-MESNOVA
           MOVE DIA-PREV TO W-DIANOVA
           MOVE W-DTNOVA TO W-DTANT
           COMPUTE W-MINPREV = (HRPREVISAO * 60) + MINPREVISAO +
               W-ATRASO
           DIVIDE W-MINPREV BY 1440 GIVING W-DIASAVANCO
           COMPUTE W-MINPREV = W-MINPREV - (W-DIASAVANCO * 1440)
           DIVIDE W-MINPREV BY 60 GIVING W-HRNOVA
           COMPUTE W-MINNOVA = W-MINPREV - (W-HRNOVA * 60)
           PERFORM AVANCA-DIANOVA THRU AVANCA-DIANOVA-FIM
               W-DIASAVANCO TIMES
           MOVE KEYLOCACAO TO KEYLOCACAO-EXT
           MOVE 1 TO SEQ-EXT
           MOVE W-DTANT TO DTPREV-ANT
           MOVE HRPREVISAO TO HRPREV-ANT
           MOVE MINPREVISAO TO MINPREV-ANT
           MOVE W-DTNOVA TO DTPREV-NOVA
           MOVE W-HRNOVA TO HRPREV-NOVA
           MOVE W-MINNOVA TO MINPREV-NOVA
           MOVE ZEROS TO VALACRESC
           MOVE W-DTHOJE TO DTEXTEN.
       AJUSTA-LOCACAO-WR.
           WRITE REGEXTEN
           IF ST-ERRO = "22"
               ADD 1 TO SEQ-EXT
               GO TO AJUSTA-LOCACAO-WR.
           MOVE W-DIANOVA TO DIA-PREV
           MOVE W-MESNOVA TO MES-PREV
           MOVE W-ANONOVA TO ANO-PREV
           MOVE W-HRNOVA TO HRPREVISAO
           MOVE W-MINNOVA TO MINPREVISAO
           REWRITE REGLOC
           IF ST-ERRO NOT = "00" AND NOT = "02"
               MOVE "* ERRO AO ATUALIZAR A LOCACAO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO AJUSTA-LOCACAO-FIM.
           MOVE FKNUM-BIKE TO NUMBIKE-AB
           READ CADLOCAB
           IF ST-LOCAB = "00" AND KEYLOC-AB = KEYLOCACAO
               MOVE W-ANONOVA TO ANOPREV-AB
               MOVE W-MESNOVA TO MESPREV-AB
               MOVE W-DIANOVA TO DIAPREV-AB
               MOVE W-HRNOVA TO HRPREV-AB
               MOVE W-MINNOVA TO MINPREV-AB
               REWRITE REGLOCAB.
           DISPLAY (21, 01) "   DEVOLUCAO PREVISTA PASSOU PARA "
               W-DTNOVA " " W-HRNOVA ":" W-MINNOVA.
       AJUSTA-LOCACAO-FIM.
           EXIT.
      *
      * AVANCA UM DIA DE CALENDARIO REAL (FEVEREIRO COM 29 EM ANO
      * MULTIPLO DE 4)
       AVANCA-DIANOVA.
           MOVE W-DIASMES (W-MESNOVA) TO W-ULTDIAMES
           IF W-MESNOVA = 02
               DIVIDE W-ANONOVA BY 4 GIVING W-ANORESTO
               COMPUTE W-ANORESTO = W-ANONOVA - (W-ANORESTO * 4)
               IF W-ANORESTO = ZEROS
                   MOVE 29 TO W-ULTDIAMES.
           IF W-DIANOVA < W-ULTDIAMES
               ADD 1 TO W-DIANOVA
               GO TO AVANCA-DIANOVA-FIM.
           MOVE 01 TO W-DIANOVA
           IF W-MESNOVA < 12
               ADD 1 TO W-MESNOVA
           ELSE
               MOVE 01 TO W-MESNOVA
               ADD 1 TO W-ANONOVA.
       AVANCA-DIANOVA-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * FALHAS E ATRASOS NO PERIODO: TAREFA QUE FALHOU, TAREFA
      * EFETUADA DEPOIS DO FIM DA JANELA E TAREFA VENCIDA SEM BAIXA
      *--------------------------------------------------------------
      *
       ENT-FALHAS.
           MOVE W-DTHOJE TO W-DTINI W-DTFIM
           DISPLAY (06, 01) "   PERIODO (AAAAMMDD A AAAAMMDD): ".
           ACCEPT (06, 36) W-DTINI WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-MODO.
           DISPLAY (06, 45) "A"
           ACCEPT (06, 47) W-DTFIM WITH UPDATE
           IF W-DTFIM < W-DTINI
               MOVE "* PERIODO INVALIDO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ENT-FALHAS.
           ACCEPT W-HORA FROM TIME
           MOVE ZEROS TO W-TOTFALHA W-TOTATRASO W-TOTSEMBX
           PERFORM ABRE-SPOOL THRU ABRE-SPOOL-FIM.
           STRING " "
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "---- ENTREGAS/RECOLHAS COM FALHA OU ATRASO DE "
               W-DTINI " A " W-DTFIM " ----"
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "TAREFA TIPO    DATA     JANELA    REAL MOT  "
               "OCORRENCIA"
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           MOVE W-DTINI TO DTPREV-ENT
           MOVE ZEROS TO REGIAO-ENT HRINI-ENT
           START CADENTREG KEY IS >= CHROTA-ENT
           IF ST-ERRO NOT = "00"
               GO TO ENT-FALHAS-FIM.
       ENT-FALHAS-PROX.
           READ CADENTREG NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO ENT-FALHAS-FIM.
           IF DTPREV-ENT > W-DTFIM
               GO TO ENT-FALHAS-FIM.
           MOVE SPACES TO W-OCORR
           IF SITENT = "F"
               ADD 1 TO W-TOTFALHA
               MOVE "FALHOU      " TO W-OCORR.
           IF SITENT = "E"
               IF DTREAL-ENT > DTPREV-ENT OR
                       (DTREAL-ENT = DTPREV-ENT AND
                        HRREAL-ENT > HRFIM-ENT)
                   ADD 1 TO W-TOTATRASO
                   MOVE "FORA JANELA " TO W-OCORR.
           IF SITENT = "P"
               IF DTPREV-ENT < W-DTHOJE OR
                       (DTPREV-ENT = W-DTHOJE AND
                        HRFIM-ENT < W-HHMM)
                   ADD 1 TO W-TOTSEMBX
                   MOVE "SEM BAIXA   " TO W-OCORR.
           IF W-OCORR = SPACES
               GO TO ENT-FALHAS-PROX.
           PERFORM DESCREVE-TAREFA THRU DESCREVE-TAREFA-FIM
           STRING NUMENT " " W-DSCTIPO " " DTPREV-ENT " "
               HRINI-ENT "-" HRFIM-ENT " " HRREAL-ENT " "
               MOTOR-ENT " " W-OCORR " " MOTIVO-ENT
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           GO TO ENT-FALHAS-PROX.
       ENT-FALHAS-FIM.
           STRING " "
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "FALHARAM: " W-TOTFALHA "  FORA DA JANELA: "
               W-TOTATRASO "  SEM BAIXA: " W-TOTSEMBX
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           PERFORM FECHA-SPOOL THRU FECHA-SPOOL-FIM.
           DISPLAY "TECLE ENTER PARA VOLTAR".
           ACCEPT W-OPCAO
           GO TO ACC-MODO.
      *
      *--------------------------------------------------------------
      * ROTINAS DE APOIO
      *--------------------------------------------------------------
      *
       DESCREVE-TAREFA.
           IF TIPO-ENT = "R"
               MOVE "RECOLHA" TO W-DSCTIPO
           ELSE
               MOVE "ENTREGA" TO W-DSCTIPO.
           MOVE SPACES TO W-NOMECLI
           MOVE CPF-ENT TO CPF-CLI
           READ CADCLI
           IF ST-ERRO = "00"
               MOVE NOME-CLI TO W-NOMECLI.
       DESCREVE-TAREFA-FIM.
           EXIT.
      *
       MOSTRA-TAREFA.
           PERFORM DESCREVE-TAREFA THRU DESCREVE-TAREFA-FIM
           MOVE SPACES TO MENS
           DISPLAY (08, 01) "   TAREFA " NUMENT " " W-DSCTIPO
               "  JANELA " HRINI-ENT "-" HRFIM-ENT "  REGIAO "
               REGIAO-ENT "  "
           DISPLAY (09, 01) "   CLIENTE " CPF-ENT " " W-NOMECLI
           DISPLAY (10, 01) "   " LOGRAD-ENT " " NUMEND-ENT " "
               COMPL-ENT
           DISPLAY (11, 01) "   " BAIRRO-ENT " " CIDADE-ENT
           DISPLAY (12, 01) "   BIKE " NUMBIKE-ENT "  MOTORISTA "
               MOTOR-ENT
           DISPLAY (16, 34) MENS.
       MOSTRA-TAREFA-FIM.
           EXIT.
      *
       CALCULA-ORDEM.
           COMPUTE W-ORDCALC = (W-ANOCALC * 360) +
               (W-MESCALC * 30) + W-DIACALC.
       CALCULA-ORDEM-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * ABERTURA DO SPOOL (MESMA ROTINA DO SGB128; O CADCONTROLE JA
      * ESTA ABERTO DESDE O INICIO DO PROGRAMA)
      *--------------------------------------------------------------
      *
       ABRE-SPOOL.
           MOVE "N" TO W-SPOOLOK
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
           MOVE "SPOOL   " TO TIPOCTRL
           READ CADCONTROLE
           IF ST-CTRL NOT = "00"
               MOVE "SPOOL   " TO TIPOCTRL
               MOVE 1 TO PROXNUM
               WRITE REGCTRL.
           MOVE PROXNUM TO W-NUMSPOOL
           ADD 1 TO PROXNUM
           REWRITE REGCTRL
           MOVE W-NUMSPOOL TO NUMSPOOL
           MOVE W-NUMSPOOL TO W-ARQSPOOLNUM
           MOVE "SGB153" TO PROGSPOOL
           ACCEPT DTSPOOL FROM DATE YYYYMMDD
           ACCEPT W-HORASPOOL FROM TIME
           MOVE W-HMSSPOOL TO HRSPOOL
           MOVE W-OPER TO OPERSPOOL
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
       ENCERRA.
           CLOSE CADENTREG CADLOC CADLOCAB CADEXTEN CADCLI CADFUNC
               CADREGIAO CADCONTROLE
           GO TO ROT-FIM.
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
