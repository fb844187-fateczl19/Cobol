       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGB150.
       AUTHOR. VINICIUS ESCAME DOS SANTOS.
      *--------------------------------------------------------------
      * EXPORTACAO MENSAL ANONIMIZADA DE MOBILIDADE PARA A SECRETARIA
      * DE TRANSPORTES (PLANEJAMENTO DE CICLOVIAS) -- O CADGPSIX NAO
      * PODE SAIR COMO ESTA, POIS PELO CADLOC CHEGA AO CPF. AQUI SO
      * SAEM AGREGADOS DAS LOCACOES DEVOLVIDAS QUE COMECARAM NO MES:
      *   CEL = GRADE DE CELULAS (CANTO SUDOESTE, LADO NO PARAMETRO
      *         25 DO CADPARAM) COM O NUMERO DE VIAGENS QUE PASSARAM
      *         NELA, ABERTO POR FAIXA DE HORARIO E DIA DA SEMANA DO
      *         PRIMEIRO PING DA VIAGEM NA CELULA
      *   OD  = PARES FILIAL DE RETIRADA / FILIAL DE DEVOLUCAO
      *         (CADSPLIT) COM VIAGENS, DURACAO MEDIA E FAIXAS DE
      *         DURACAO
      * SEM CPF, SEM NUMERO DE BIKE E SEM DATA/HORA DE PING. CELULA
      * OU PAR COM MENOS VIAGENS QUE O MINIMO (PARAMETRO 24) NAO
      * SAI, SO ENTRA NA CONTAGEM DE SUPRIMIDOS DO TRAILER. O
      * ARQUIVO E O MOBILIDADE.TXT (CAB/CEL/OD/FIM DELIMITADO POR ;,
      * LOTE DA SERIE "MOBIL" DO CADCONTROLE) E CADA EXPORTACAO
      * FICA NO CADLGEXP.DAT (MESMO ESTILO DO CADLGPD) PARA O
      * ENCARREGADO DE DADOS
      *   E = EXPORTA O MES
      *   C = CONSULTA O LOG DAS EXPORTACOES
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
                    FILE STATUS  IS ST-ERRO.

            SELECT CADGPS
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYGPS
                    FILE STATUS  IS ST-GPS.

            SELECT CADSPLIT
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYLOCACAO-SPL
                    FILE STATUS  IS ST-SPL.

            SELECT CADPARAM
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-PARAM
                    FILE STATUS  IS ST-ERRO.

            SELECT CADCONTROLE
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TIPOCTRL
                    FILE STATUS  IS ST-ERRO.

            SELECT MOBILIDADE
                    ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-MOB.

            SELECT CADLGEXP
                    ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-LG.
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
       FD CADGPS
           VALUE OF FILE-ID IS "CADGPSIX.DAT".
       01 REGGPS.
           03 KEYGPS.
               05 DTGPS.
                   07 ANO-GPS     PIC 9(04).
                   07 MES-GPS     PIC 9(02).
                   07 DIA-GPS     PIC 9(02).
               05 NUM-BIKE-GPS    PIC 9(04).
               05 HRGPS.
                   07 HR-GPS      PIC 9(02).
                   07 MIN-GPS     PIC 9(02).
               05 SEQ-GPS         PIC 9(02).
           03 LONGITU-GPS     PIC S9(03)V9(06).
           03 LATITU-GPS      PIC S9(02)V9(06).
      *
      *--------------------------------------------------------------
      * RATEIO DA DEVOLUCAO EM OUTRA FILIAL (SGB004) -- SEM REGISTRO
      * A BIKE VOLTOU NA MESMA FILIAL DA RETIRADA
      *--------------------------------------------------------------
      *
       FD CADSPLIT
           VALUE OF FILE-ID IS "CADSPLIT.DAT".
       01 REGSPLIT.
           03 KEYLOCACAO-SPL  PIC X(27).
           03 FILORIG-SPL     PIC 9(02).
           03 FILDEST-SPL     PIC 9(02).
      *
      *--------------------------------------------------------------
      * PARAMETROS DA LOJA (SGB036) -- 24 = MINIMO DE VIAGENS PARA A
      * CELULA OU O PAR SAIR NA EXPORTACAO, 25 = LADO DA CELULA EM
      * GRAUS (AUSENTE OU ZERO = 5 VIAGENS E 0,005 GRAU)
      *--------------------------------------------------------------
      *
       FD CADPARAM
           VALUE OF FILE-ID IS "CADPARAM.DAT".
       01 REGPARAM.
           03 COD-PARAM    PIC 9(02).
           03 DSC-PARAM    PIC X(25).
           03 VAL-PARAM    PIC 9(06)V9(06).
      *
       FD CADCONTROLE
           VALUE OF FILE-ID IS "CADCONTROLE.DAT".
       01 REGCTRL.
           03 TIPOCTRL     PIC X(08).
           03 PROXNUM      PIC 9(08).
      *
       FD MOBILIDADE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "MOBILIDADE.TXT".
       01 REGMOB           PIC X(120).
      *
      *--------------------------------------------------------------
      * LOG DAS EXPORTACOES DE MOBILIDADE -- UMA LINHA POR ARQUIVO
      * GERADO, COM OPERADOR, DATA/HORA, DESTINATARIO, MES, LOTE,
      * REGRAS DE ANONIMIZACAO USADAS E O QUE FOI SUPRIMIDO
      *--------------------------------------------------------------
      *
       FD CADLGEXP
           VALUE OF FILE-ID IS "CADLGEXP.DAT".
       01 REGLGEXP.
           03 DTLGEXP.
               05 ANO-LGE   PIC 9(04).
               05 MES-LGE   PIC 9(02).
               05 DIA-LGE   PIC 9(02).
           03 HRLGEXP      PIC 9(08).
           03 PROGLGEXP    PIC X(06).
           03 OPERLGEXP    PIC 9(04).
           03 LOTE-LGE     PIC 9(06).
           03 PERIODO-LGE  PIC 9(06).
           03 DESTINO-LGE  PIC X(30).
           03 ARQ-LGE      PIC X(15).
           03 TAMCEL-LGE   PIC 9(01)V9(06).
           03 MINVIAG-LGE  PIC 9(03).
           03 QTDVIAG-LGE  PIC 9(06).
           03 QTDCEL-LGE   PIC 9(05).
           03 SUPCEL-LGE   PIC 9(05).
           03 QTDOD-LGE    PIC 9(04).
           03 SUPOD-LGE    PIC 9(04).
      *
      *--------------------------------------------------------------
      *
       WORKING-STORAGE SECTION.
      *
       77 ST-ERRO       PIC X(02) VALUE "00".
       77 ST-GPS        PIC X(02) VALUE "00".
       77 ST-SPL        PIC X(02) VALUE "00".
       77 ST-MOB        PIC X(02) VALUE "00".
       77 ST-LG         PIC X(02) VALUE "00".
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 W-LOTE        PIC 9(06) VALUE ZEROS.
       77 W-DTHOJE      PIC 9(08) VALUE ZEROS.
       77 W-HORAGORA    PIC 9(08) VALUE ZEROS.
       77 W-OPEREXP     PIC 9(04) VALUE ZEROS.
       77 W-DESTINO     PIC X(30) VALUE SPACES.
      *
      * MES EXPORTADO (AAAAMM) E REGRAS DE ANONIMIZACAO
       01 W-PERIODO     PIC 9(06) VALUE ZEROS.
       01 W-PERIODO-R REDEFINES W-PERIODO.
           03 W-ANOEXP   PIC 9(04).
           03 W-MESEXP   PIC 9(02).
       77 W-MINVIAG     PIC 9(03) VALUE 5.
       77 W-TAMCEL      PIC 9(01)V9(06) VALUE 0,005.
       77 W-ED-TAMCEL   PIC 9,999999.
      *
      * TOTAIS DA EXPORTACAO
       77 W-TOTLOC      PIC 9(06) VALUE ZEROS.
       77 W-TOTVIAG     PIC 9(06) VALUE ZEROS.
       77 W-TOTPINGS    PIC 9(08) VALUE ZEROS.
       77 W-TOTFORA     PIC 9(08) VALUE ZEROS.
       77 W-TOTCEL      PIC 9(05) VALUE ZEROS.
       77 W-SUPCEL      PIC 9(05) VALUE ZEROS.
       77 W-TOTOD       PIC 9(04) VALUE ZEROS.
       77 W-SUPOD       PIC 9(04) VALUE ZEROS.
      *
      * JANELA DA VIAGEM NO CADGPSIX (MESMA LEITURA DO CALCULA-KM
      * DO SGB004)
       77 W-DTINIV      PIC 9(08) VALUE ZEROS.
       77 W-DTFIMV      PIC 9(08) VALUE ZEROS.
       77 W-HMINIV      PIC 9(04) VALUE ZEROS.
       77 W-HMFIMV      PIC 9(04) VALUE ZEROS.
       77 W-HMGPS       PIC 9(04) VALUE ZEROS.
       77 W-FILDEST     PIC 9(02) VALUE ZEROS.
       77 W-MINDUR      PIC 9(06) VALUE ZEROS.
      *
      * GRADE DE CELULAS: INDICE = PARTE INTEIRA (PARA BAIXO) DA
      * COORDENADA DIVIDIDA PELO LADO DA CELULA. TC-ULTVIAG GUARDA A
      * ULTIMA VIAGEM QUE PASSOU NA CELULA, PARA CONTAR CADA VIAGEM
      * UMA VEZ SO POR CELULA
       77 W-CELLAT      PIC S9(06) VALUE ZEROS.
       77 W-CELLON      PIC S9(06) VALUE ZEROS.
       77 W-QTDCEL      PIC 9(04) VALUE ZEROS.
       77 W-IC          PIC 9(04) VALUE ZEROS.
       77 W-FX          PIC 9(01) VALUE ZEROS.
       01 TAB-CEL.
           03 TC-ITEM OCCURS 600 TIMES.
               05 TC-LAT        PIC S9(06).
               05 TC-LON        PIC S9(06).
               05 TC-VIAG       PIC 9(05).
               05 TC-ULTVIAG    PIC 9(06).
               05 TC-FAIXA      PIC 9(05) OCCURS 5 TIMES.
               05 TC-DSEM       PIC 9(05) OCCURS 7 TIMES.
      *
      * PARES ORIGEM/DESTINO. FAIXAS DE DURACAO: ATE 30 MIN, 31 A
      * 60, 61 A 120, 121 A 240 E ACIMA DE 240
       77 W-QTDOD       PIC 9(03) VALUE ZEROS.
       77 W-IO          PIC 9(03) VALUE ZEROS.
       77 W-MEDIA       PIC 9(05) VALUE ZEROS.
       01 TAB-OD.
           03 TO-ITEM OCCURS 100 TIMES.
               05 TO-FORIG      PIC 9(02).
               05 TO-FDEST      PIC 9(02).
               05 TO-VIAG       PIC 9(05).
               05 TO-MINTOT     PIC 9(08).
               05 TO-FXDUR      PIC 9(05) OCCURS 5 TIMES.
      *
      * DIA DA SEMANA POR ZELLER (1=DOMINGO ... 7=SABADO), MESMA
      * ROTINA DO SGB109
       77 W-DSEM          PIC 9(01) VALUE ZEROS.
       77 W-ZQ            PIC 9(02) VALUE ZEROS.
       77 W-ZM            PIC 9(02) VALUE ZEROS.
       77 W-ZANO          PIC 9(04) VALUE ZEROS.
       77 W-ZK            PIC 9(02) VALUE ZEROS.
       77 W-ZJ            PIC 9(02) VALUE ZEROS.
       77 W-ZH            PIC 9(02) VALUE ZEROS.
       77 W-ZSOMA         PIC 9(06) VALUE ZEROS.
       77 W-ZT0           PIC 9(04) VALUE ZEROS.
       77 W-ZT1           PIC 9(04) VALUE ZEROS.
       77 W-ZT2           PIC 9(02) VALUE ZEROS.
       77 W-ZT3           PIC 9(02) VALUE ZEROS.
       77 W-ZDIA          PIC 9(02) VALUE ZEROS.
       77 W-ZMES          PIC 9(02) VALUE ZEROS.
       77 W-ZANOIN        PIC 9(04) VALUE ZEROS.
      *
      * LINHAS DO MOBILIDADE.TXT
       77 W-COORD       PIC S9(03)V9(06) VALUE ZEROS.
       01 W-CABMOB.
           03 FILLER        PIC X(04) VALUE "CAB;".
           03 W-CBLOTE      PIC 9(06).
           03 FILLER        PIC X(01) VALUE ";".
           03 W-CBPERIODO   PIC 9(06).
           03 FILLER        PIC X(01) VALUE ";".
           03 W-CBTAMCEL    PIC 9,999999.
           03 FILLER        PIC X(01) VALUE ";".
           03 W-CBMINVIAG   PIC 9(03).
       01 W-CELMOB.
           03 FILLER        PIC X(04) VALUE "CEL;".
           03 W-CLLAT       PIC -99,999999.
           03 FILLER        PIC X(01) VALUE ";".
           03 W-CLLON       PIC -999,999999.
           03 FILLER        PIC X(01) VALUE ";".
           03 W-CLVIAG      PIC 9(05).
           03 W-CLFAIXAS OCCURS 5 TIMES.
               05 FILLER    PIC X(01).
               05 W-CLFX    PIC 9(05).
           03 W-CLDIAS OCCURS 7 TIMES.
               05 FILLER    PIC X(01).
               05 W-CLDS    PIC 9(05).
       01 W-ODMOB.
           03 FILLER        PIC X(03) VALUE "OD;".
           03 W-ODFORIG     PIC 9(02).
           03 FILLER        PIC X(01) VALUE ";".
           03 W-ODFDEST     PIC 9(02).
           03 FILLER        PIC X(01) VALUE ";".
           03 W-ODVIAG      PIC 9(05).
           03 FILLER        PIC X(01) VALUE ";".
           03 W-ODMEDIA     PIC 9(05).
           03 W-ODFAIXAS OCCURS 5 TIMES.
               05 FILLER    PIC X(01).
               05 W-ODFX    PIC 9(05).
       01 W-TRLMOB.
           03 FILLER        PIC X(04) VALUE "FIM;".
           03 W-TRLOTE      PIC 9(06).
           03 FILLER        PIC X(01) VALUE ";".
           03 W-TRCEL       PIC 9(05).
           03 FILLER        PIC X(01) VALUE ";".
           03 W-TRSUPCEL    PIC 9(05).
           03 FILLER        PIC X(01) VALUE ";".
           03 W-TROD        PIC 9(04).
           03 FILLER        PIC X(01) VALUE ";".
           03 W-TRSUPOD     PIC 9(04).
      *
      * CONSULTA DO LOG
       77 W-DTINI       PIC 9(08) VALUE ZEROS.
       77 W-DTFIM       PIC 9(08) VALUE ZEROS.
       77 W-DTREG       PIC 9(08) VALUE ZEROS.
       77 W-TOTLISTA    PIC 9(06) VALUE ZEROS.
      *
      *--------------------------------------------------------------
      *
       PROCEDURE DIVISION.
       INICIO.
       ACC-MODO.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 01)
               "  * EXPORTACAO ANONIMIZADA DE MOBILIDADE *"
           MOVE SPACES TO W-OPCAO
           DISPLAY (03, 01)
               "   E=EXPORTAR MES   C=CONSULTAR LOG   S=SAIR : ".
           ACCEPT (03, 48) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR 01
               GO TO ROT-FIM.
           IF W-OPCAO = "e" MOVE "E" TO W-OPCAO.
           IF W-OPCAO = "c" MOVE "C" TO W-OPCAO.
           IF W-OPCAO = "s" OR "S"
               GO TO ROT-FIM.
           IF W-OPCAO = "E"
               GO TO EXP-INICIO.
           IF W-OPCAO = "C"
               GO TO CONS-INICIO.
           MOVE "* DIGITE E, C OU S *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ACC-MODO.
      *
      *--------------------------------------------------------------
      * EXPORTACAO: MES, DESTINATARIO E OPERADOR. AS REGRAS DE
      * ANONIMIZACAO VEM DO CADPARAM E NAO SAO DIGITADAS AQUI
      *--------------------------------------------------------------
      *
       EXP-INICIO.
           ACCEPT W-DTHOJE FROM DATE YYYYMMDD
           ACCEPT W-HORAGORA FROM TIME
           PERFORM LE-PARAMETROS THRU LE-PARAMETROS-FIM
           MOVE W-DTHOJE (1:6) TO W-PERIODO
           IF W-MESEXP = 01
               MOVE 12 TO W-MESEXP
               SUBTRACT 1 FROM W-ANOEXP
           ELSE
               SUBTRACT 1 FROM W-MESEXP.
           MOVE SPACES TO W-DESTINO
           MOVE ZEROS TO W-OPEREXP
           MOVE W-TAMCEL TO W-ED-TAMCEL
           DISPLAY (05, 01) "   MES A EXPORTAR (AAAAMM)...........: ".
           DISPLAY (06, 01) "   DESTINATARIO......................: ".
           DISPLAY (07, 01) "   MATRICULA DO OPERADOR.............: ".
           DISPLAY (09, 01) "   LADO DA CELULA (GRAUS, PARAM 25)..: "
               W-ED-TAMCEL.
           DISPLAY (10, 01) "   MINIMO DE VIAGENS (PARAM 24)......: "
               W-MINVIAG.
       EXP-PERIODO.
           ACCEPT (05, 40) W-PERIODO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-MODO.
           IF W-MESEXP < 01 OR W-MESEXP > 12 OR W-ANOEXP = ZEROS
               MOVE "* MES INVALIDO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO EXP-PERIODO.
           IF W-PERIODO NOT < W-DTHOJE (1:6)
               MOVE "* SO MES JA ENCERRADO PODE SER EXPORTADO *"
                                                          TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO EXP-PERIODO.
       EXP-DESTINO.
           ACCEPT (06, 40) W-DESTINO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO EXP-PERIODO.
           IF W-DESTINO = SPACES
               MOVE "* INFORME O DESTINATARIO DOS DADOS *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO EXP-DESTINO.
       EXP-OPERADOR.
           ACCEPT (07, 40) W-OPEREXP WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO EXP-DESTINO.
           IF W-OPEREXP = ZEROS
               MOVE "* MATRICULA DO OPERADOR INVALIDA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO EXP-OPERADOR.
       EXP-CONFIRMA.
           MOVE "N" TO W-OPCAO
           DISPLAY (12, 01) "   CONFIRMA A EXPORTACAO (S/N)? : ".
           ACCEPT (12, 36) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
               MOVE "* EXPORTACAO CANCELADA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-MODO.
           IF W-OPCAO NOT = "S" AND "s"
               MOVE "* DIGITE APENAS S OU N *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO EXP-CONFIRMA.
      *
       EXP-ABRE.
           OPEN INPUT CADLOC
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO AO ABRIR O ARQUIVO CADLOC.DAT *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-MODO.
           OPEN INPUT CADGPS
           IF ST-GPS NOT = "00"
               IF ST-GPS = "30" OR "35"
                   OPEN OUTPUT CADGPS
                   CLOSE CADGPS
                   OPEN INPUT CADGPS
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQUIVO CADGPSIX.DAT *"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADLOC
                   GO TO ACC-MODO.
           OPEN INPUT CADSPLIT
           IF ST-SPL NOT = "00"
               IF ST-SPL = "30" OR "35"
                   OPEN OUTPUT CADSPLIT
                   CLOSE CADSPLIT
                   OPEN INPUT CADSPLIT
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQUIVO CADSPLIT.DAT *"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADLOC CADGPS
                   GO TO ACC-MODO.
           OPEN I-O CADCONTROLE
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                   OPEN OUTPUT CADCONTROLE
                   CLOSE CADCONTROLE
                   OPEN I-O CADCONTROLE
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQUIVO CADCONTROLE *"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADLOC CADGPS CADSPLIT
                   GO TO ACC-MODO.
           OPEN OUTPUT MOBILIDADE
           IF ST-MOB NOT = "00"
               MOVE "* ERRO AO CRIAR O ARQ MOBILIDADE.TXT *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADLOC CADGPS CADSPLIT CADCONTROLE
               GO TO ACC-MODO.
           OPEN EXTEND CADLGEXP
           IF ST-LG NOT = "00"
               OPEN OUTPUT CADLGEXP
               CLOSE CADLGEXP
               OPEN EXTEND CADLGEXP.
           MOVE "MOBIL   " TO TIPOCTRL
           READ CADCONTROLE
           IF ST-ERRO NOT = "00"
               MOVE "MOBIL   " TO TIPOCTRL
               MOVE 1 TO PROXNUM
               WRITE REGCTRL.
           MOVE PROXNUM TO W-LOTE
           ADD 1 TO PROXNUM
           REWRITE REGCTRL
           MOVE ZEROS TO W-TOTLOC W-TOTVIAG W-TOTPINGS W-TOTFORA
               W-TOTCEL W-SUPCEL W-TOTOD W-SUPOD W-QTDCEL W-QTDOD
           DISPLAY (14, 01) "   APURANDO AS LOCACOES DO MES...".
      *
      *--------------------------------------------------------------
      * LOCACOES DEVOLVIDAS QUE COMECARAM NO MES: CADA UMA E UMA
      * VIAGEM, QUE ENTRA NO PAR ORIGEM/DESTINO E NAS CELULAS POR
      * ONDE A BIKE PASSOU ENTRE A RETIRADA E A DEVOLUCAO
      *--------------------------------------------------------------
      *
           MOVE LOW-VALUES TO KEYLOCACAO
           START CADLOC KEY IS >= KEYLOCACAO
           IF ST-ERRO NOT = "00"
               GO TO EXP-GRAVA.
       EXP-PROX.
           READ CADLOC NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO EXP-GRAVA.
           IF ANO-LOCA NOT = W-ANOEXP OR MES-LOCA NOT = W-MESEXP
               GO TO EXP-PROX.
           IF DTENTREGA = ZEROS
               GO TO EXP-PROX.
           ADD 1 TO W-TOTLOC
           ADD 1 TO W-TOTVIAG
           PERFORM SOMA-OD THRU SOMA-OD-FIM
           PERFORM SOMA-CELULAS THRU SOMA-CELULAS-FIM
           GO TO EXP-PROX.
      *
       EXP-GRAVA.
           MOVE W-LOTE TO W-CBLOTE
           MOVE W-PERIODO TO W-CBPERIODO
           MOVE W-TAMCEL TO W-CBTAMCEL
           MOVE W-MINVIAG TO W-CBMINVIAG
           MOVE SPACES TO REGMOB
           MOVE W-CABMOB TO REGMOB
           WRITE REGMOB
           MOVE ZEROS TO W-IC.
       EXP-GRAVA-CEL.
           IF W-IC NOT < W-QTDCEL
               GO TO EXP-GRAVA-OD-INI.
           ADD 1 TO W-IC
           IF TC-VIAG (W-IC) < W-MINVIAG
               ADD 1 TO W-SUPCEL
               GO TO EXP-GRAVA-CEL.
           COMPUTE W-COORD = TC-LAT (W-IC) * W-TAMCEL
           MOVE W-COORD TO W-CLLAT
           COMPUTE W-COORD = TC-LON (W-IC) * W-TAMCEL
           MOVE W-COORD TO W-CLLON
           MOVE TC-VIAG (W-IC) TO W-CLVIAG
           MOVE 1 TO W-FX.
       EXP-GRAVA-CELFX.
           MOVE ";" TO W-CLFAIXAS (W-FX) (1:1)
           MOVE TC-FAIXA (W-IC, W-FX) TO W-CLFX (W-FX)
           IF W-FX < 5
               ADD 1 TO W-FX
               GO TO EXP-GRAVA-CELFX.
           MOVE 1 TO W-FX.
       EXP-GRAVA-CELDS.
           MOVE ";" TO W-CLDIAS (W-FX) (1:1)
           MOVE TC-DSEM (W-IC, W-FX) TO W-CLDS (W-FX)
           IF W-FX < 7
               ADD 1 TO W-FX
               GO TO EXP-GRAVA-CELDS.
           MOVE SPACES TO REGMOB
           MOVE W-CELMOB TO REGMOB
           WRITE REGMOB
           ADD 1 TO W-TOTCEL
           GO TO EXP-GRAVA-CEL.
       EXP-GRAVA-OD-INI.
           MOVE ZEROS TO W-IO.
       EXP-GRAVA-OD.
           IF W-IO NOT < W-QTDOD
               GO TO EXP-FIM.
           ADD 1 TO W-IO
           IF TO-VIAG (W-IO) < W-MINVIAG
               ADD 1 TO W-SUPOD
               GO TO EXP-GRAVA-OD.
           MOVE TO-FORIG (W-IO) TO W-ODFORIG
           MOVE TO-FDEST (W-IO) TO W-ODFDEST
           MOVE TO-VIAG (W-IO) TO W-ODVIAG
           COMPUTE W-MEDIA ROUNDED = TO-MINTOT (W-IO) / TO-VIAG (W-IO)
           MOVE W-MEDIA TO W-ODMEDIA
           MOVE 1 TO W-FX.
       EXP-GRAVA-ODFX.
           MOVE ";" TO W-ODFAIXAS (W-FX) (1:1)
           MOVE TO-FXDUR (W-IO, W-FX) TO W-ODFX (W-FX)
           IF W-FX < 5
               ADD 1 TO W-FX
               GO TO EXP-GRAVA-ODFX.
           MOVE SPACES TO REGMOB
           MOVE W-ODMOB TO REGMOB
           WRITE REGMOB
           ADD 1 TO W-TOTOD
           GO TO EXP-GRAVA-OD.
      *
       EXP-FIM.
           MOVE W-LOTE TO W-TRLOTE
           MOVE W-TOTCEL TO W-TRCEL
           MOVE W-SUPCEL TO W-TRSUPCEL
           MOVE W-TOTOD TO W-TROD
           MOVE W-SUPOD TO W-TRSUPOD
           MOVE SPACES TO REGMOB
           MOVE W-TRLMOB TO REGMOB
           WRITE REGMOB
           PERFORM GRAVA-LGEXP THRU GRAVA-LGEXP-FIM
           CLOSE CADLOC CADGPS CADSPLIT CADCONTROLE MOBILIDADE
               CADLGEXP
           DISPLAY " ".
           DISPLAY "---- MOBILIDADE.TXT GERADO ----".
           DISPLAY "LOTE.......................: " W-LOTE.
           DISPLAY "MES........................: " W-PERIODO.
           DISPLAY "VIAGENS (LOCACOES).........: " W-TOTVIAG.
           DISPLAY "PINGS AGREGADOS............: " W-TOTPINGS.
           DISPLAY "CELULAS EXPORTADAS.........: " W-TOTCEL.
           DISPLAY "CELULAS SUPRIMIDAS.........: " W-SUPCEL.
           DISPLAY "PARES ORIGEM/DESTINO.......: " W-TOTOD.
           DISPLAY "PARES SUPRIMIDOS...........: " W-SUPOD.
           IF W-TOTFORA NOT = ZEROS
               DISPLAY "PINGS FORA DA GRADE (CHEIA): " W-TOTFORA.
           GO TO ACC-MODO.
      *
      *--------------------------------------------------------------
      * PAR ORIGEM/DESTINO DA LOCACAO EM REGLOC
      *--------------------------------------------------------------
      *
       SOMA-OD.
           MOVE CODFILIAL-LOC TO W-FILDEST
           MOVE KEYLOCACAO TO KEYLOCACAO-SPL
           READ CADSPLIT
           IF ST-SPL = "00"
               MOVE FILDEST-SPL TO W-FILDEST.
           COMPUTE W-MINDUR = (HRUSO * 60) + MINUSO
           MOVE ZEROS TO W-IO.
       SOMA-OD-PROCURA.
           IF W-IO NOT < W-QTDOD
               GO TO SOMA-OD-NOVO.
           ADD 1 TO W-IO
           IF TO-FORIG (W-IO) = CODFILIAL-LOC
                   AND TO-FDEST (W-IO) = W-FILDEST
               GO TO SOMA-OD-CONTA.
           GO TO SOMA-OD-PROCURA.
       SOMA-OD-NOVO.
           IF W-QTDOD NOT < 100
               GO TO SOMA-OD-FIM.
           ADD 1 TO W-QTDOD
           MOVE W-QTDOD TO W-IO
           MOVE CODFILIAL-LOC TO TO-FORIG (W-IO)
           MOVE W-FILDEST TO TO-FDEST (W-IO)
           MOVE ZEROS TO TO-VIAG (W-IO) TO-MINTOT (W-IO)
               TO-FXDUR (W-IO, 1) TO-FXDUR (W-IO, 2)
               TO-FXDUR (W-IO, 3) TO-FXDUR (W-IO, 4)
               TO-FXDUR (W-IO, 5).
       SOMA-OD-CONTA.
           ADD 1 TO TO-VIAG (W-IO)
           ADD W-MINDUR TO TO-MINTOT (W-IO)
           MOVE 5 TO W-FX
           IF W-MINDUR NOT > 240
               MOVE 4 TO W-FX.
           IF W-MINDUR NOT > 120
               MOVE 3 TO W-FX.
           IF W-MINDUR NOT > 60
               MOVE 2 TO W-FX.
           IF W-MINDUR NOT > 30
               MOVE 1 TO W-FX.
           ADD 1 TO TO-FXDUR (W-IO, W-FX).
       SOMA-OD-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * CELULAS DA VIAGEM: PINGS DA BIKE NO CADGPSIX ENTRE A RETIRADA
      * E A DEVOLUCAO (MESMA LEITURA DO CALCULA-KM DO SGB004). A
      * VIAGEM CONTA UMA VEZ POR CELULA, NA FAIXA DE HORARIO E NO DIA
      * DA SEMANA DO PRIMEIRO PING DELA NA CELULA
      *--------------------------------------------------------------
      *
       SOMA-CELULAS.
           MOVE ANO-LOCA TO W-DTINIV (1:4)
           MOVE MES-LOCA TO W-DTINIV (5:2)
           MOVE DIA-LOCA TO W-DTINIV (7:2)
           COMPUTE W-HMINIV = (HRLOCACAO * 100) + MINLOCACAO
           MOVE ANO-ENTR TO W-DTFIMV (1:4)
           MOVE MES-ENTR TO W-DTFIMV (5:2)
           MOVE DIA-ENTR TO W-DTFIMV (7:2)
           COMPUTE W-HMFIMV = (HRENTREGA * 100) + MINENTREGA
           MOVE ZEROS TO KEYGPS
           MOVE W-DTINIV TO DTGPS
           START CADGPS KEY IS >= KEYGPS
           IF ST-GPS NOT = "00"
               GO TO SOMA-CELULAS-FIM.
       SOMA-CELULAS-PROX.
           READ CADGPS NEXT RECORD
           IF ST-GPS NOT = "00"
               GO TO SOMA-CELULAS-FIM.
           IF DTGPS > W-DTFIMV
               GO TO SOMA-CELULAS-FIM.
           IF NUM-BIKE-GPS NOT = FKNUM-BIKE
               GO TO SOMA-CELULAS-PROX.
           MOVE HRGPS TO W-HMGPS
           IF DTGPS = W-DTINIV AND W-HMGPS < W-HMINIV
               GO TO SOMA-CELULAS-PROX.
           IF DTGPS = W-DTFIMV AND W-HMGPS > W-HMFIMV
               GO TO SOMA-CELULAS-PROX.
           ADD 1 TO W-TOTPINGS
           PERFORM ACHA-CELULA THRU ACHA-CELULA-FIM
           IF W-IC = ZEROS
               ADD 1 TO W-TOTFORA
               GO TO SOMA-CELULAS-PROX.
           IF TC-ULTVIAG (W-IC) = W-TOTVIAG
               GO TO SOMA-CELULAS-PROX.
           MOVE W-TOTVIAG TO TC-ULTVIAG (W-IC)
           ADD 1 TO TC-VIAG (W-IC)
           MOVE 5 TO W-FX
           IF HR-GPS < 20
               MOVE 4 TO W-FX.
           IF HR-GPS < 16
               MOVE 3 TO W-FX.
           IF HR-GPS < 10
               MOVE 2 TO W-FX.
           IF HR-GPS < 06
               MOVE 1 TO W-FX.
           ADD 1 TO TC-FAIXA (W-IC, W-FX)
           MOVE DIA-GPS TO W-ZDIA
           MOVE MES-GPS TO W-ZMES
           MOVE ANO-GPS TO W-ZANOIN
           PERFORM CALCULA-DIASEM THRU CALCULA-DIASEM-FIM
           ADD 1 TO TC-DSEM (W-IC, W-DSEM)
           GO TO SOMA-CELULAS-PROX.
       SOMA-CELULAS-FIM.
           EXIT.
      *
      * CELULA DO PING EM REGGPS: W-IC = POSICAO NA TAB-CEL (ZERO SE
      * A GRADE ESTIVER CHEIA E A CELULA FOR NOVA)
       ACHA-CELULA.
           COMPUTE W-CELLAT = LATITU-GPS / W-TAMCEL
           IF W-CELLAT * W-TAMCEL > LATITU-GPS
               SUBTRACT 1 FROM W-CELLAT.
           COMPUTE W-CELLON = LONGITU-GPS / W-TAMCEL
           IF W-CELLON * W-TAMCEL > LONGITU-GPS
               SUBTRACT 1 FROM W-CELLON.
           MOVE ZEROS TO W-IC.
       ACHA-CELULA-PROCURA.
           IF W-IC NOT < W-QTDCEL
               GO TO ACHA-CELULA-NOVA.
           ADD 1 TO W-IC
           IF TC-LAT (W-IC) = W-CELLAT AND TC-LON (W-IC) = W-CELLON
               GO TO ACHA-CELULA-FIM.
           GO TO ACHA-CELULA-PROCURA.
       ACHA-CELULA-NOVA.
           IF W-QTDCEL NOT < 600
               MOVE ZEROS TO W-IC
               GO TO ACHA-CELULA-FIM.
           ADD 1 TO W-QTDCEL
           MOVE W-QTDCEL TO W-IC
           MOVE W-CELLAT TO TC-LAT (W-IC)
           MOVE W-CELLON TO TC-LON (W-IC)
           MOVE ZEROS TO TC-VIAG (W-IC) TC-ULTVIAG (W-IC)
           MOVE 1 TO W-FX.
       ACHA-CELULA-ZERA.
           MOVE ZEROS TO TC-FAIXA (W-IC, W-FX)
           MOVE ZEROS TO TC-DSEM (W-IC, W-FX)
           IF W-FX < 5
               ADD 1 TO W-FX
               GO TO ACHA-CELULA-ZERA.
           MOVE ZEROS TO TC-DSEM (W-IC, 6) TC-DSEM (W-IC, 7).
       ACHA-CELULA-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * DIA DA SEMANA POR ZELLER (1=DOMINGO ... 7=SABADO), MESMA
      * ROTINA DO SGB109, SOBRE W-ZDIA/W-ZMES/W-ZANOIN
      *--------------------------------------------------------------
      *
       CALCULA-DIASEM.
           MOVE W-ZDIA TO W-ZQ
           MOVE W-ZMES TO W-ZM
           MOVE W-ZANOIN TO W-ZANO
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
       CALCULA-DIASEM-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * LINHA DO CADLGEXP DA EXPORTACAO
      *--------------------------------------------------------------
      *
       GRAVA-LGEXP.
           MOVE W-DTHOJE TO DTLGEXP
           MOVE W-HORAGORA TO HRLGEXP
           MOVE "SGB150" TO PROGLGEXP
           MOVE W-OPEREXP TO OPERLGEXP
           MOVE W-LOTE TO LOTE-LGE
           MOVE W-PERIODO TO PERIODO-LGE
           MOVE W-DESTINO TO DESTINO-LGE
           MOVE "MOBILIDADE.TXT" TO ARQ-LGE
           MOVE W-TAMCEL TO TAMCEL-LGE
           MOVE W-MINVIAG TO MINVIAG-LGE
           MOVE W-TOTVIAG TO QTDVIAG-LGE
           MOVE W-TOTCEL TO QTDCEL-LGE
           MOVE W-SUPCEL TO SUPCEL-LGE
           MOVE W-TOTOD TO QTDOD-LGE
           MOVE W-SUPOD TO SUPOD-LGE
           WRITE REGLGEXP.
       GRAVA-LGEXP-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * PARAMETROS 24 E 25 DO CADPARAM (AUSENTE OU ZERO = PADRAO)
      *--------------------------------------------------------------
      *
       LE-PARAMETROS.
           MOVE 5 TO W-MINVIAG
           MOVE 0,005 TO W-TAMCEL
           OPEN INPUT CADPARAM
           IF ST-ERRO NOT = "00"
               GO TO LE-PARAMETROS-FIM.
           MOVE 24 TO COD-PARAM
           READ CADPARAM
           IF ST-ERRO = "00" AND VAL-PARAM NOT < 1
               MOVE VAL-PARAM TO W-MINVIAG.
           MOVE 25 TO COD-PARAM
           READ CADPARAM
           IF ST-ERRO = "00" AND VAL-PARAM NOT < 0,001
                   AND VAL-PARAM NOT > 1
               MOVE VAL-PARAM TO W-TAMCEL.
           CLOSE CADPARAM.
       LE-PARAMETROS-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * CONSULTA DO LOG DAS EXPORTACOES (ESTILO SGB110)
      *--------------------------------------------------------------
      *
       CONS-INICIO.
           MOVE ZEROS TO W-DTINI W-DTFIM
           DISPLAY (05, 01)
               "   DATA INICIAL (AAAAMMDD, 0=TODAS): ".
           ACCEPT (05, 39) W-DTINI WITH UPDATE
           DISPLAY (06, 01)
               "   DATA FINAL   (AAAAMMDD, 0=TODAS): ".
           ACCEPT (06, 39) W-DTFIM WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-MODO.
           MOVE ZEROS TO W-TOTLISTA
           OPEN INPUT CADLGEXP
           IF ST-LG NOT = "00"
               MOVE "* NENHUMA EXPORTACAO REGISTRADA AINDA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-MODO.
           DISPLAY " ".
           DISPLAY "DATA      OPER  LOTE    MES     DESTINATARIO"
               "                    VIAG  CEL/SUPR  OD/SUPR".
       CONS-PROX.
           READ CADLGEXP
               AT END
                   GO TO CONS-FIM
           END-READ
           MOVE DTLGEXP TO W-DTREG
           IF W-DTINI NOT = ZEROS AND W-DTREG < W-DTINI
               GO TO CONS-PROX.
           IF W-DTFIM NOT = ZEROS AND W-DTREG > W-DTFIM
               GO TO CONS-PROX.
           ADD 1 TO W-TOTLISTA
           DISPLAY W-DTREG "  " OPERLGEXP "  " LOTE-LGE "  "
               PERIODO-LGE "  " DESTINO-LGE "  " QTDVIAG-LGE "  "
               QTDCEL-LGE "/" SUPCEL-LGE "  " QTDOD-LGE "/" SUPOD-LGE
           GO TO CONS-PROX.
       CONS-FIM.
           CLOSE CADLGEXP
           DISPLAY " ".
           DISPLAY "EXPORTACOES LISTADAS: " W-TOTLISTA.
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
