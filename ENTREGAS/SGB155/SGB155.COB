       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGB155.
       AUTHOR. VINICIUS ESCAME DOS SANTOS.
      *--------------------------------------------------------------
      * PAINEL MENSAL DOS ATENDENTES -- O SGB026 CONTA LOCACOES E O
      * SGB048 PAGA COMISSAO, MAS O GERENTE AVALIA A EQUIPE POR MAIS
      * DO QUE VOLUME. PARA O MES INFORMADO, POR COD-FUNC:
      *   1 LOCACOES ABERTAS (OPERADOR DO CADLOC)
      *   2 NOTA MEDIA DAS AVALIACOES (AVOPERADOR DO CADAVAL)
      *   3 RECLAMACOES DO SAC COM O ATENDENTE ENVOLVIDO (OPER-SAC)
      *   4 % DAS LOCACOES COM PROTECAO CONTRATADA (PROTECAO-LOC)
      *   5 OVERRIDES DE SUPERVISOR (CADOVERRIDE: DESCONTO ALEM DO
      *     LIMITE, CAUCAO E ISENCAO DE MULTA), COM OS CUPONS
      *     APLICADOS NAS LOCACOES AO LADO
      *   6 DIFERENCAS DE CAIXA EM VALOR ABSOLUTO (SESSOES FECHADAS
      *     DO CADCAIXA)
      *   7 MINUTOS DE ATRASO: PRIMEIRA ENTRADA DO PONTO (SGB133)
      *     CONTRA O INICIO DO TURNO NO CADESCALA, COM A MESMA
      *     TOLERANCIA E AS MESMAS AUSENCIAS DO CADAUSENC
      * CADA MEDIDA E COMPARADA COM A MEDIA DA FILIAL DO ATENDENTE E
      * GANHA A POSICAO DELE NA FILIAL; A SOMA DAS POSICOES DA A
      * CLASSIFICACAO GERAL. A FILIAL DO ATENDENTE E A DA PRIMEIRA
      * LOCACAO DO MES OU, SEM LOCACAO, A DA ESCALA. O RELATORIO VAI
      * PARA O SPOOL (SGB038)
      *--------------------------------------------------------------
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

            SELECT CADFUNC
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-FUNC
                    FILE STATUS  IS ST-ERRO.

            SELECT CADAVAL
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYAVAL
                    FILE STATUS  IS ST-ERRO.

            SELECT CADSAC
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYSAC
                    FILE STATUS  IS ST-ERRO.

            SELECT CADOVERRIDE
                    ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

            SELECT CADCAIXA
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCAIXA
                    FILE STATUS  IS ST-ERRO.

            SELECT CADPONTO
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPONTO
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
       FD CADAVAL
               VALUE OF FILE-ID IS "CADAVAL.DAT".
       01 REGAVAL.
                03 KEYAVAL.
                  05 AVFKCPF-CLI    PIC 9(11).
                  05 AVFKNUM-BIKE   PIC 9(04).
                  05 AVDTLOCACAO.
                    07 AVDIA-LOCA   PIC 9(02).
                    07 AVMES-LOCA   PIC 9(02).
                    07 AVANO-LOCA   PIC 9(04).
                  05 AVHRLOCACAO    PIC 9(02).
                  05 AVMINLOCACAO   PIC 9(02).
                03 AVMARCA-BIKE     PIC X(20).
                03 AVMODELO-BIKE    PIC X(20).
                03 AVOPERADOR       PIC 9(04).
                03 AVNOTA           PIC 9(01).
                03 DTAVAL.
                  05 ANO-AVAL       PIC 9(04).
                  05 MES-AVAL       PIC 9(02).
                  05 DIA-AVAL       PIC 9(02).
                03 HRAVAL.
                  05 HR-AVAL        PIC 9(02).
                  05 MIN-AVAL       PIC 9(02).
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
       FD CADOVERRIDE
           VALUE OF FILE-ID IS "CADOVERRIDE.DAT".
       01 REGOVR.
           03 DTOVR           PIC 9(08).
           03 HROVR           PIC 9(08).
           03 PROGOVR         PIC X(06).
           03 TIPOOVR         PIC X(01).
           03 KEYLOCACAO-OVR  PIC X(27).
           03 OPEROVR         PIC 9(04).
           03 SUPERVOVR       PIC 9(04).
           03 VALANTES-OVR    PIC 9(06)V99.
           03 VALDEPOIS-OVR   PIC 9(06)V99.
      *
       FD CADCAIXA
           VALUE OF FILE-ID IS "CADCAIXA.DAT".
       01 REGCAIXA.
           03 KEYCAIXA.
               05 OPERCAIXA    PIC 9(04).
               05 DTCAIXA      PIC 9(08).
           03 SITCAIXA        PIC X(01).
           03 DSCSITCAIXA     PIC X(08).
           03 VALTROCO        PIC 9(06)V99.
           03 VALSANGRIA      PIC 9(06)V99.
           03 VALDESPESA      PIC 9(06)V99.
           03 VALCONTADO      PIC 9(06)V99.
           03 VALDINHEIRO     PIC 9(06)V99.
           03 VALDIFERENCA    PIC S9(06)V99.
           03 VALCARGA        PIC 9(06)V99.
      *
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
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 W-CONF        PIC X(01) VALUE SPACES.
       77 W-ESCOK       PIC X(01) VALUE "N".
       77 W-AUSOK       PIC X(01) VALUE "N".
       77 W-AUSDIA      PIC X(01) VALUE "N".
       77 W-AAAAMM      PIC 9(06) VALUE ZEROS.
      *
      * MES DO PAINEL E DIAS DO MES (FEVEREIRO AJUSTADO NO BISSEXTO)
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
       77 W-DIA         PIC 9(02) VALUE ZEROS.
       01 W-DTDIA       PIC 9(08) VALUE ZEROS.
       01 W-DTDIA-R REDEFINES W-DTDIA.
           03 W-ANODIA      PIC 9(04).
           03 W-MESDIA      PIC 9(02).
           03 W-DIADIA      PIC 9(02).
      *
      * DIA DA SEMANA (CONGRUENCIA DE ZELLER, COMO NO SGB133):
      * 1=DOM ... 7=SAB, MESMA NUMERACAO DO CADESCALA
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
      *
      * PRIMEIRA ENTRADA DO DIA EM MINUTOS DESDE A MEIA-NOITE
       01 W-HHMM        PIC 9(04) VALUE ZEROS.
       01 W-HHMM-R REDEFINES W-HHMM.
           03 W-HH          PIC 9(02).
           03 W-MM          PIC 9(02).
       77 W-QTDBAT      PIC 9(02) VALUE ZEROS.
       77 W-MINENT      PIC 9(04) VALUE ZEROS.
       77 W-PRIMENT     PIC 9(04) VALUE ZEROS.
       77 W-MINESCINI   PIC 9(04) VALUE ZEROS.
      * TOLERANCIA DE MARCACAO (CLT ART. 58), A MESMA DO SGB133
       77 W-TOLER       PIC 9(02) VALUE 5.
      *
      * ATENDENTES DO MES. AS SETE MEDIDAS FICAM EM TAB-MEDIDA NA
      * ORDEM DO CABECALHO DO PROGRAMA; TAB-POSICAO E A POSICAO NA
      * FILIAL EM CADA MEDIDA
       77 W-TOTATEND    PIC 9(04) VALUE ZEROS.
       77 W-IDX         PIC 9(04) VALUE ZEROS.
       77 W-JDX         PIC 9(04) VALUE ZEROS.
       77 W-MED         PIC 9(02) VALUE ZEROS.
       77 W-OPERBUSCA   PIC 9(04) VALUE ZEROS.
       77 W-SEMOPERADOR PIC 9(06) VALUE ZEROS.
       77 W-IGNORADOS   PIC 9(06) VALUE ZEROS.
       01 TAB-ATEND.
           03 TAB-ATEND-ITEM OCCURS 50 TIMES.
               05 TAB-OPERADOR    PIC 9(04).
               05 TAB-FILIAL      PIC 9(02).
               05 TAB-TEMFILIAL   PIC X(01).
               05 TAB-QTDLOC      PIC 9(05).
               05 TAB-QTDPROT     PIC 9(05).
               05 TAB-QTDCUPOM    PIC 9(05).
               05 TAB-QTDAVAL     PIC 9(05).
               05 TAB-SOMANOTA    PIC 9(06).
               05 TAB-QTDSAC      PIC 9(04).
               05 TAB-QTDOVR      PIC 9(04).
               05 TAB-QTDOVRD     PIC 9(04).
               05 TAB-QTDCAIXA    PIC 9(03).
               05 TAB-QTDDIF      PIC 9(03).
               05 TAB-DIFCAIXA    PIC 9(07)V99.
               05 TAB-DIASATR     PIC 9(02).
               05 TAB-MINATR      PIC 9(05).
               05 TAB-MEDIDA      PIC 9(07)V99 OCCURS 7 TIMES.
               05 TAB-POSICAO     PIC 9(02) OCCURS 7 TIMES.
               05 TAB-SOMAPOS     PIC 9(03).
               05 TAB-POSGERAL    PIC 9(02).
      *
      * FILIAIS DO MES COM A SOMA E A MEDIA DE CADA MEDIDA
       77 W-TOTFIL      PIC 9(02) VALUE ZEROS.
       77 W-FDX         PIC 9(02) VALUE ZEROS.
       77 W-POS         PIC 9(02) VALUE ZEROS.
       01 TAB-FIL.
           03 TAB-FIL-ITEM OCCURS 30 TIMES.
               05 TFL-CODFIL      PIC 9(02).
               05 TFL-QTDAT       PIC 9(03).
               05 TFL-SOMA        PIC 9(09)V99 OCCURS 7 TIMES.
               05 TFL-MEDIA       PIC 9(07)V99 OCCURS 7 TIMES.
      *
      * + = QUANTO MAIOR MELHOR, - = QUANTO MENOR MELHOR
       01 TTSENTIDO.
           03 FILLER        PIC X(07) VALUE "++-+---".
       01 TTSENTIDO-R REDEFINES TTSENTIDO.
           03 TABSENTIDO    PIC X(01) OCCURS 7 TIMES.
       01 TTNOMEMED.
           03 FILLER        PIC X(22) VALUE "LOCACOES ABERTAS".
           03 FILLER        PIC X(22) VALUE "NOTA MEDIA (CADAVAL)".
           03 FILLER        PIC X(22) VALUE "RECLAMACOES SAC".
           03 FILLER        PIC X(22) VALUE "% COM PROTECAO".
           03 FILLER        PIC X(22) VALUE "OVERRIDES SUPERVISOR".
           03 FILLER        PIC X(22) VALUE "DIFERENCA CAIXA R$".
           03 FILLER        PIC X(22) VALUE "MINUTOS DE ATRASO".
       01 TTNOMEMED-R REDEFINES TTNOMEMED.
           03 TABNOMEMED    PIC X(22) OCCURS 7 TIMES.
      *
       77 W-VALED       PIC ZZZZZZ9,99.
       77 W-MEDED       PIC ZZZZZZ9,99.
      *
      * APOIO AO SPOOL DE RELATORIOS (MESMA ROTINA DO SGB026)
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
           OPEN INPUT CADLOC
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO AO ABRIR O ARQUIVO CADLOC.DAT *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           OPEN INPUT CADFUNC
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO AO ABRIR O ARQUIVO CADFUNC.DAT *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADLOC
               GO TO ROT-FIM.
      * SEM ESCALA OU SEM AUSENCIAS CADASTRADAS (SGB109) O PAINEL
      * AINDA RODA: SO NAO HA ATRASO A APURAR
           MOVE "N" TO W-ESCOK W-AUSOK
           OPEN INPUT CADESCALA
           IF ST-ESC = "00"
               MOVE "S" TO W-ESCOK.
           OPEN INPUT CADAUSENC
           IF ST-AUS = "00"
               MOVE "S" TO W-AUSOK.
      *
       ACC-MES.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 01) "  * PAINEL MENSAL DOS ATENDENTES *"
           MOVE ZEROS TO W-ANOMES
           DISPLAY (05, 01) "   MES (AAAAMM)............: ".
           ACCEPT (05, 30) W-ANOMES WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR 01
               GO TO ENCERRA.
           IF W-ANOMES = ZEROS OR W-MESREL < 1 OR W-MESREL > 12
               MOVE "* MES INVALIDO (AAAAMM) *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-MES.
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
           MOVE ZEROS TO W-TOTATEND W-TOTFIL W-SEMOPERADOR
               W-IGNORADOS
           DISPLAY (07, 01) "   APURANDO O MES, AGUARDE..."
           PERFORM ACUM-LOCACAO THRU ACUM-LOCACAO-FIM
           PERFORM ACUM-AVAL THRU ACUM-AVAL-FIM
           PERFORM ACUM-SAC THRU ACUM-SAC-FIM
           PERFORM ACUM-OVR THRU ACUM-OVR-FIM
           PERFORM ACUM-CAIXA THRU ACUM-CAIXA-FIM
           PERFORM ACUM-ATRASO THRU ACUM-ATRASO-FIM
           PERFORM CALC-MEDIDAS THRU CALC-MEDIDAS-FIM
           PERFORM CALC-POSICOES THRU CALC-POSICOES-FIM
           PERFORM IMPRIME-PAINEL THRU IMPRIME-PAINEL-FIM
           GO TO ENCERRA.
      *
      *--------------------------------------------------------------
      * LOCACOES ABERTAS NO MES: QUANTIDADE, PROTECAO E CUPOM. A
      * FILIAL DA PRIMEIRA LOCACAO VIRA A FILIAL DO ATENDENTE
      *--------------------------------------------------------------
      *
       ACUM-LOCACAO.
           READ CADLOC NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO ACUM-LOCACAO-FIM.
           IF MES-LOCA NOT = W-MESREL OR ANO-LOCA NOT = W-ANOREL
               GO TO ACUM-LOCACAO.
           IF OPERADOR = ZEROS
               ADD 1 TO W-SEMOPERADOR
               GO TO ACUM-LOCACAO.
           MOVE OPERADOR TO W-OPERBUSCA
           PERFORM LOCALIZA-ATEND THRU LOCALIZA-ATEND-FIM
           IF W-IDX = ZEROS
               GO TO ACUM-LOCACAO.
           IF TAB-TEMFILIAL (W-IDX) NOT = "S"
               MOVE CODFILIAL-LOC TO TAB-FILIAL (W-IDX)
               MOVE "S" TO TAB-TEMFILIAL (W-IDX).
           ADD 1 TO TAB-QTDLOC (W-IDX)
           IF PROTECAO-LOC = "S"
               ADD 1 TO TAB-QTDPROT (W-IDX).
           IF CODCUPOM-LOC NOT = SPACES
               ADD 1 TO TAB-QTDCUPOM (W-IDX).
           GO TO ACUM-LOCACAO.
       ACUM-LOCACAO-FIM.
           EXIT.
      *
       ACUM-AVAL.
           OPEN INPUT CADAVAL
           IF ST-ERRO NOT = "00"
               GO TO ACUM-AVAL-FIM.
       ACUM-AVAL-PROX.
           READ CADAVAL NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO ACUM-AVAL-FECHA.
           IF MES-AVAL NOT = W-MESREL OR ANO-AVAL NOT = W-ANOREL
               GO TO ACUM-AVAL-PROX.
           IF AVOPERADOR = ZEROS
               GO TO ACUM-AVAL-PROX.
           MOVE AVOPERADOR TO W-OPERBUSCA
           PERFORM LOCALIZA-ATEND THRU LOCALIZA-ATEND-FIM
           IF W-IDX = ZEROS
               GO TO ACUM-AVAL-PROX.
           ADD 1 TO TAB-QTDAVAL (W-IDX)
           ADD AVNOTA TO TAB-SOMANOTA (W-IDX)
           GO TO ACUM-AVAL-PROX.
       ACUM-AVAL-FECHA.
           CLOSE CADAVAL.
       ACUM-AVAL-FIM.
           EXIT.
      *
      * RECLAMACOES ABERTAS NO MES COM O ATENDENTE ENVOLVIDO; O
      * CHAMADO DE AVALIACAO BAIXA (CATEGORIA V, SGB156) JA PESA NA
      * NOTA MEDIA E NAO CONTA DE NOVO AQUI
       ACUM-SAC.
           OPEN INPUT CADSAC
           IF ST-ERRO NOT = "00"
               GO TO ACUM-SAC-FIM.
       ACUM-SAC-PROX.
           READ CADSAC NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO ACUM-SAC-FECHA.
           DIVIDE DTABERT-SAC BY 100 GIVING W-AAAAMM
           IF W-AAAAMM NOT = W-ANOMES OR OPER-SAC = ZEROS
               GO TO ACUM-SAC-PROX.
           IF CATEGSAC = "V"
               GO TO ACUM-SAC-PROX.
           MOVE OPER-SAC TO W-OPERBUSCA
           PERFORM LOCALIZA-ATEND THRU LOCALIZA-ATEND-FIM
           IF W-IDX = ZEROS
               GO TO ACUM-SAC-PROX.
           ADD 1 TO TAB-QTDSAC (W-IDX)
           GO TO ACUM-SAC-PROX.
       ACUM-SAC-FECHA.
           CLOSE CADSAC.
       ACUM-SAC-FIM.
           EXIT.
      *
      * OVERRIDES DO MES PELO ATENDENTE DA LOCACAO (OPEROVR)
       ACUM-OVR.
           OPEN INPUT CADOVERRIDE
           IF ST-ERRO NOT = "00"
               GO TO ACUM-OVR-FIM.
       ACUM-OVR-PROX.
           READ CADOVERRIDE
               AT END
                   GO TO ACUM-OVR-FECHA
           END-READ
           DIVIDE DTOVR BY 100 GIVING W-AAAAMM
           IF W-AAAAMM NOT = W-ANOMES OR OPEROVR = ZEROS
               GO TO ACUM-OVR-PROX.
           MOVE OPEROVR TO W-OPERBUSCA
           PERFORM LOCALIZA-ATEND THRU LOCALIZA-ATEND-FIM
           IF W-IDX = ZEROS
               GO TO ACUM-OVR-PROX.
           ADD 1 TO TAB-QTDOVR (W-IDX)
           IF TIPOOVR = "D"
               ADD 1 TO TAB-QTDOVRD (W-IDX).
           GO TO ACUM-OVR-PROX.
       ACUM-OVR-FECHA.
           CLOSE CADOVERRIDE.
       ACUM-OVR-FIM.
           EXIT.
      *
      * SESSOES DE CAIXA FECHADAS NO MES: FALTA E SOBRA CONTAM IGUAL
       ACUM-CAIXA.
           OPEN INPUT CADCAIXA
           IF ST-ERRO NOT = "00"
               GO TO ACUM-CAIXA-FIM.
       ACUM-CAIXA-PROX.
           READ CADCAIXA NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO ACUM-CAIXA-FECHA.
           DIVIDE DTCAIXA BY 100 GIVING W-AAAAMM
           IF W-AAAAMM NOT = W-ANOMES OR SITCAIXA NOT = "F"
               GO TO ACUM-CAIXA-PROX.
           MOVE OPERCAIXA TO W-OPERBUSCA
           PERFORM LOCALIZA-ATEND THRU LOCALIZA-ATEND-FIM
           IF W-IDX = ZEROS
               GO TO ACUM-CAIXA-PROX.
           ADD 1 TO TAB-QTDCAIXA (W-IDX)
           IF VALDIFERENCA = ZEROS
               GO TO ACUM-CAIXA-PROX.
           ADD 1 TO TAB-QTDDIF (W-IDX)
           IF VALDIFERENCA < ZEROS
               SUBTRACT VALDIFERENCA FROM TAB-DIFCAIXA (W-IDX)
           ELSE
               ADD VALDIFERENCA TO TAB-DIFCAIXA (W-IDX).
           GO TO ACUM-CAIXA-PROX.
       ACUM-CAIXA-FECHA.
           CLOSE CADCAIXA.
       ACUM-CAIXA-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * ATRASOS DO MES DOS ATENDENTES DO PAINEL: EM CADA DIA
      * ESCALADO E SEM AUSENCIA, A PRIMEIRA ENTRADA DO PONTO DEPOIS
      * DO INICIO DO TURNO MAIS A TOLERANCIA CONTA COMO ATRASO (A
      * MESMA REGRA DO RELATORIO DO SGB133). QUEM NAO TEVE LOCACAO
      * GANHA AQUI A FILIAL DA ESCALA
      *--------------------------------------------------------------
      *
       ACUM-ATRASO.
           IF W-ESCOK NOT = "S"
               GO TO ACUM-ATRASO-FIM.
           OPEN INPUT CADPONTO
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-CONF
           ELSE
               MOVE "S" TO W-CONF.
           MOVE ZEROS TO W-IDX.
       ATR-FUNC-PROX.
           ADD 1 TO W-IDX
           IF W-IDX > W-TOTATEND
               GO TO ATR-FECHA.
           IF TAB-TEMFILIAL (W-IDX) NOT = "S"
               MOVE TAB-OPERADOR (W-IDX) TO OPER-ESC
               MOVE ZEROS TO DIASEM-ESC
               START CADESCALA KEY IS >= KEYESCALA
               IF ST-ESC = "00"
                   READ CADESCALA NEXT RECORD
                   IF ST-ESC = "00"
                           AND OPER-ESC = TAB-OPERADOR (W-IDX)
                       MOVE FILIAL-ESC TO TAB-FILIAL (W-IDX)
                       MOVE "S" TO TAB-TEMFILIAL (W-IDX).
           IF W-CONF NOT = "S"
               GO TO ATR-FUNC-PROX.
           MOVE ZEROS TO W-DIA.
       ATR-DIA-PROX.
           ADD 1 TO W-DIA
           IF W-DIA > W-DIASMES
               GO TO ATR-FUNC-PROX.
           MOVE W-ANOREL TO W-ANODIA
           MOVE W-MESREL TO W-MESDIA
           MOVE W-DIA TO W-DIADIA
           PERFORM CALC-DSEM THRU CALC-DSEM-FIM
           MOVE TAB-OPERADOR (W-IDX) TO OPER-ESC
           MOVE W-DSEM TO DIASEM-ESC
           READ CADESCALA
           IF ST-ESC NOT = "00"
               GO TO ATR-DIA-PROX.
           PERFORM VERIFICA-AUS THRU VERIFICA-AUS-FIM
           IF W-AUSDIA = "S"
               GO TO ATR-DIA-PROX.
           PERFORM LE-ENTRADA THRU LE-ENTRADA-FIM
           IF W-QTDBAT = ZEROS
               GO TO ATR-DIA-PROX.
           COMPUTE W-MINESCINI = HRINI-ESC * 60
           IF W-PRIMENT > W-MINESCINI + W-TOLER
               ADD 1 TO TAB-DIASATR (W-IDX)
               COMPUTE TAB-MINATR (W-IDX) = TAB-MINATR (W-IDX)
                   + W-PRIMENT - W-MINESCINI.
           GO TO ATR-DIA-PROX.
       ATR-FECHA.
           IF W-CONF = "S"
               CLOSE CADPONTO.
       ACUM-ATRASO-FIM.
           EXIT.
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
           MOVE TAB-OPERADOR (W-IDX) TO OPER-AUS
           MOVE ZEROS TO DTINI-AUS
           START CADAUSENC KEY IS >= KEYAUSENC
           IF ST-AUS NOT = "00"
               GO TO VERIFICA-AUS-FIM.
       VERIFICA-AUS-PROX.
           READ CADAUSENC NEXT RECORD
           IF ST-AUS NOT = "00"
               GO TO VERIFICA-AUS-FIM.
           IF OPER-AUS NOT = TAB-OPERADOR (W-IDX)
               GO TO VERIFICA-AUS-FIM.
           IF W-DTDIA >= DTINI-AUS AND W-DTDIA <= DTFIM-AUS
               MOVE "S" TO W-AUSDIA
               GO TO VERIFICA-AUS-FIM.
           GO TO VERIFICA-AUS-PROX.
       VERIFICA-AUS-FIM.
           EXIT.
      *
      * PRIMEIRA ENTRADA DO ATENDENTE EM W-DTDIA (W-PRIMENT, EM
      * MINUTOS) E QUANTIDADE DE BATIDAS DO DIA
       LE-ENTRADA.
           MOVE ZEROS TO W-QTDBAT
           MOVE 9999 TO W-PRIMENT
           MOVE TAB-OPERADOR (W-IDX) TO OPER-PTO
           MOVE W-DTDIA TO DATA-PTO
           MOVE ZEROS TO SEQ-PTO
           START CADPONTO KEY IS >= KEYPONTO
           IF ST-ERRO NOT = "00"
               GO TO LE-ENTRADA-FIM.
       LE-ENTRADA-PROX.
           READ CADPONTO NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO LE-ENTRADA-FIM.
           IF OPER-PTO NOT = TAB-OPERADOR (W-IDX)
                   OR DATA-PTO NOT = W-DTDIA
               GO TO LE-ENTRADA-FIM.
           ADD 1 TO W-QTDBAT
           MOVE HRENT-PTO TO W-HHMM
           COMPUTE W-MINENT = (W-HH * 60) + W-MM
           IF W-MINENT < W-PRIMENT
               MOVE W-MINENT TO W-PRIMENT.
           GO TO LE-ENTRADA-PROX.
       LE-ENTRADA-FIM.
           EXIT.
      *
      * ACHA O ATENDENTE W-OPERBUSCA NA TABELA, INCLUINDO SE FOR NOVO
      * (W-IDX VOLTA ZERO COM A TABELA CHEIA)
       LOCALIZA-ATEND.
           MOVE 1 TO W-IDX.
       LOCALIZA-LOOP.
           IF W-IDX > W-TOTATEND
               GO TO LOCALIZA-INSERE.
           IF TAB-OPERADOR (W-IDX) = W-OPERBUSCA
               GO TO LOCALIZA-ATEND-FIM.
           ADD 1 TO W-IDX
           GO TO LOCALIZA-LOOP.
       LOCALIZA-INSERE.
           IF W-TOTATEND >= 50
               ADD 1 TO W-IGNORADOS
               MOVE ZEROS TO W-IDX
               GO TO LOCALIZA-ATEND-FIM.
           ADD 1 TO W-TOTATEND
           MOVE W-TOTATEND TO W-IDX
           MOVE ZEROS TO TAB-ATEND-ITEM (W-IDX)
           MOVE "N" TO TAB-TEMFILIAL (W-IDX)
           MOVE W-OPERBUSCA TO TAB-OPERADOR (W-IDX).
       LOCALIZA-ATEND-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * MEDIDAS DE CADA ATENDENTE E SOMA/MEDIA POR FILIAL
      *--------------------------------------------------------------
      *
       CALC-MEDIDAS.
           MOVE ZEROS TO W-IDX.
       CALC-MEDIDAS-PROX.
           ADD 1 TO W-IDX
           IF W-IDX > W-TOTATEND
               GO TO CALC-MEDIAS-FIL.
           MOVE TAB-QTDLOC (W-IDX) TO TAB-MEDIDA (W-IDX, 1)
           MOVE ZEROS TO TAB-MEDIDA (W-IDX, 2) TAB-MEDIDA (W-IDX, 4)
           IF TAB-QTDAVAL (W-IDX) > ZEROS
               COMPUTE TAB-MEDIDA (W-IDX, 2) ROUNDED =
                   TAB-SOMANOTA (W-IDX) / TAB-QTDAVAL (W-IDX).
           MOVE TAB-QTDSAC (W-IDX) TO TAB-MEDIDA (W-IDX, 3)
           IF TAB-QTDLOC (W-IDX) > ZEROS
               COMPUTE TAB-MEDIDA (W-IDX, 4) ROUNDED =
                   TAB-QTDPROT (W-IDX) * 100 / TAB-QTDLOC (W-IDX).
           MOVE TAB-QTDOVR (W-IDX) TO TAB-MEDIDA (W-IDX, 5)
           MOVE TAB-DIFCAIXA (W-IDX) TO TAB-MEDIDA (W-IDX, 6)
           MOVE TAB-MINATR (W-IDX) TO TAB-MEDIDA (W-IDX, 7)
           PERFORM LOCALIZA-FIL THRU LOCALIZA-FIL-FIM
           IF W-FDX = ZEROS
               GO TO CALC-MEDIDAS-PROX.
           ADD 1 TO TFL-QTDAT (W-FDX)
           MOVE ZEROS TO W-MED.
       CALC-SOMA-FIL.
           ADD 1 TO W-MED
           IF W-MED > 7
               GO TO CALC-MEDIDAS-PROX.
           ADD TAB-MEDIDA (W-IDX, W-MED) TO TFL-SOMA (W-FDX, W-MED)
           GO TO CALC-SOMA-FIL.
       CALC-MEDIAS-FIL.
           MOVE ZEROS TO W-FDX.
       CALC-MEDIAS-FIL-PROX.
           ADD 1 TO W-FDX
           IF W-FDX > W-TOTFIL
               GO TO CALC-MEDIDAS-FIM.
           MOVE ZEROS TO W-MED.
       CALC-MEDIA-MED.
           ADD 1 TO W-MED
           IF W-MED > 7
               GO TO CALC-MEDIAS-FIL-PROX.
           COMPUTE TFL-MEDIA (W-FDX, W-MED) ROUNDED =
               TFL-SOMA (W-FDX, W-MED) / TFL-QTDAT (W-FDX)
           GO TO CALC-MEDIA-MED.
       CALC-MEDIDAS-FIM.
           EXIT.
      *
      * ACHA A FILIAL DO ATENDENTE W-IDX NA TABELA DE FILIAIS,
      * INCLUINDO SE FOR NOVA (W-FDX VOLTA ZERO COM A TABELA CHEIA)
       LOCALIZA-FIL.
           MOVE 1 TO W-FDX.
       LOCALIZA-FIL-LOOP.
           IF W-FDX > W-TOTFIL
               GO TO LOCALIZA-FIL-INSERE.
           IF TFL-CODFIL (W-FDX) = TAB-FILIAL (W-IDX)
               GO TO LOCALIZA-FIL-FIM.
           ADD 1 TO W-FDX
           GO TO LOCALIZA-FIL-LOOP.
       LOCALIZA-FIL-INSERE.
           IF W-TOTFIL >= 30
               MOVE ZEROS TO W-FDX
               GO TO LOCALIZA-FIL-FIM.
           ADD 1 TO W-TOTFIL
           MOVE W-TOTFIL TO W-FDX
           MOVE ZEROS TO TAB-FIL-ITEM (W-FDX)
           MOVE TAB-FILIAL (W-IDX) TO TFL-CODFIL (W-FDX).
       LOCALIZA-FIL-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * POSICAO NA FILIAL EM CADA MEDIDA: 1 MAIS O NUMERO DE COLEGAS
      * DA MESMA FILIAL COM RESULTADO MELHOR (EMPATE DIVIDE A
      * POSICAO). DEPOIS, A CLASSIFICACAO GERAL PELA SOMA DAS
      * POSICOES, A MENOR SOMA EM PRIMEIRO
      *--------------------------------------------------------------
      *
       CALC-POSICOES.
           MOVE ZEROS TO W-IDX.
       POS-ATEND-PROX.
           ADD 1 TO W-IDX
           IF W-IDX > W-TOTATEND
               GO TO POS-GERAL.
           MOVE ZEROS TO TAB-SOMAPOS (W-IDX)
           MOVE ZEROS TO W-MED.
       POS-MED-PROX.
           ADD 1 TO W-MED
           IF W-MED > 7
               GO TO POS-ATEND-PROX.
           MOVE 1 TO TAB-POSICAO (W-IDX, W-MED)
           MOVE ZEROS TO W-JDX.
       POS-COLEGA-PROX.
           ADD 1 TO W-JDX
           IF W-JDX > W-TOTATEND
               ADD TAB-POSICAO (W-IDX, W-MED) TO TAB-SOMAPOS (W-IDX)
               GO TO POS-MED-PROX.
           IF W-JDX = W-IDX OR TAB-FILIAL (W-JDX) NOT =
                   TAB-FILIAL (W-IDX)
               GO TO POS-COLEGA-PROX.
           IF TABSENTIDO (W-MED) = "+" AND TAB-MEDIDA (W-JDX, W-MED)
                   > TAB-MEDIDA (W-IDX, W-MED)
               ADD 1 TO TAB-POSICAO (W-IDX, W-MED).
           IF TABSENTIDO (W-MED) = "-" AND TAB-MEDIDA (W-JDX, W-MED)
                   < TAB-MEDIDA (W-IDX, W-MED)
               ADD 1 TO TAB-POSICAO (W-IDX, W-MED).
           GO TO POS-COLEGA-PROX.
       POS-GERAL.
           MOVE ZEROS TO W-IDX.
       POS-GERAL-PROX.
           ADD 1 TO W-IDX
           IF W-IDX > W-TOTATEND
               GO TO CALC-POSICOES-FIM.
           MOVE 1 TO TAB-POSGERAL (W-IDX)
           MOVE ZEROS TO W-JDX.
       POS-GERAL-COLEGA.
           ADD 1 TO W-JDX
           IF W-JDX > W-TOTATEND
               GO TO POS-GERAL-PROX.
           IF W-JDX NOT = W-IDX AND TAB-FILIAL (W-JDX) =
                   TAB-FILIAL (W-IDX) AND TAB-SOMAPOS (W-JDX) <
                   TAB-SOMAPOS (W-IDX)
               ADD 1 TO TAB-POSGERAL (W-IDX).
           GO TO POS-GERAL-COLEGA.
       CALC-POSICOES-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * IMPRESSAO: POR FILIAL, OS ATENDENTES NA ORDEM DA
      * CLASSIFICACAO GERAL, CADA MEDIDA AO LADO DA MEDIA DA FILIAL
      *--------------------------------------------------------------
      *
       IMPRIME-PAINEL.
           DISPLAY (01, 01) ERASE
           PERFORM ABRE-SPOOL THRU ABRE-SPOOL-FIM.
           STRING " "
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "---- PAINEL MENSAL DOS ATENDENTES " W-ANOMES
               " ----"
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "(POSICAO NA FILIAL POR MEDIDA; ATRASO = PONTO X "
               "ESCALA, TOLERANCIA " W-TOLER " MIN)"
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           MOVE ZEROS TO W-FDX.
       IMP-FIL-PROX.
           ADD 1 TO W-FDX
           IF W-FDX > W-TOTFIL
               GO TO IMP-RODAPE.
           STRING " "
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           IF TFL-CODFIL (W-FDX) = ZEROS
               STRING "==== SEM FILIAL DEFINIDA - ATENDENTES: "
                   TFL-QTDAT (W-FDX) " ===="
                   DELIMITED BY SIZE INTO W-LINSPOOL
           ELSE
               STRING "==== FILIAL " TFL-CODFIL (W-FDX)
                   " - ATENDENTES: " TFL-QTDAT (W-FDX) " ===="
                   DELIMITED BY SIZE INTO W-LINSPOOL.
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           MOVE ZEROS TO W-POS.
       IMP-POS-PROX.
           ADD 1 TO W-POS
           IF W-POS > TFL-QTDAT (W-FDX)
               GO TO IMP-FIL-PROX.
           MOVE ZEROS TO W-IDX.
       IMP-ATEND-PROX.
           ADD 1 TO W-IDX
           IF W-IDX > W-TOTATEND
               GO TO IMP-POS-PROX.
           IF TAB-FILIAL (W-IDX) NOT = TFL-CODFIL (W-FDX)
                   OR TAB-POSGERAL (W-IDX) NOT = W-POS
               GO TO IMP-ATEND-PROX.
           PERFORM IMPRIME-ATENDENTE THRU IMPRIME-ATENDENTE-FIM
           GO TO IMP-ATEND-PROX.
       IMP-RODAPE.
           STRING " "
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "ATENDENTES NO PAINEL..........: " W-TOTATEND
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           IF W-SEMOPERADOR NOT = ZEROS
               STRING "LOCACOES SEM ATENDENTE........: " W-SEMOPERADOR
                   DELIMITED BY SIZE INTO W-LINSPOOL
               PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           IF W-IGNORADOS NOT = ZEROS
               STRING "REGISTROS ALEM DE 50 ATENDENTES: " W-IGNORADOS
                   DELIMITED BY SIZE INTO W-LINSPOOL
               PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           PERFORM FECHA-SPOOL THRU FECHA-SPOOL-FIM.
           MOVE SPACES TO W-CONF
           DISPLAY "TECLE ENTER PARA CONTINUAR".
           ACCEPT W-CONF.
       IMPRIME-PAINEL-FIM.
           EXIT.
      *
       IMPRIME-ATENDENTE.
           STRING " "
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           MOVE TAB-OPERADOR (W-IDX) TO COD-FUNC
           READ CADFUNC
           IF ST-ERRO NOT = "00"
               MOVE "*** SEM CADASTRO ***" TO NOME-FUNC.
           STRING TAB-POSGERAL (W-IDX) "O LUGAR - ATENDENTE "
               TAB-OPERADOR (W-IDX) " " NOME-FUNC
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "   MEDIDA                  ATENDENTE  MEDIA FILIAL"
               "  POSICAO"
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           MOVE ZEROS TO W-MED.
       IMP-MED-PROX.
           ADD 1 TO W-MED
           IF W-MED > 7
               GO TO IMP-COMPL.
           MOVE TAB-MEDIDA (W-IDX, W-MED) TO W-VALED
           MOVE TFL-MEDIA (W-FDX, W-MED) TO W-MEDED
           STRING "   " TABNOMEMED (W-MED) " " W-VALED "   " W-MEDED
               "    " TAB-POSICAO (W-IDX, W-MED) "/"
               TFL-QTDAT (W-FDX)
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           GO TO IMP-MED-PROX.
       IMP-COMPL.
           STRING "   LOCACOES " TAB-QTDLOC (W-IDX) "  COM PROTECAO "
               TAB-QTDPROT (W-IDX) "  COM CUPOM " TAB-QTDCUPOM (W-IDX)
               "  AVALIACOES " TAB-QTDAVAL (W-IDX)
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "   DESCONTOS LIBERADOS " TAB-QTDOVRD (W-IDX)
               "  CAIXAS " TAB-QTDCAIXA (W-IDX) " (COM DIFERENCA "
               TAB-QTDDIF (W-IDX) ")  DIAS COM ATRASO "
               TAB-DIASATR (W-IDX)
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
       IMPRIME-ATENDENTE-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * ABERTURA DO SPOOL DO RELATORIO (MESMA ROTINA DO SGB026)
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
           MOVE "SGB155" TO PROGSPOOL
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
       ENCERRA.
           CLOSE CADLOC CADFUNC
           IF W-ESCOK = "S"
               CLOSE CADESCALA.
           IF W-AUSOK = "S"
               CLOSE CADAUSENC.
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
