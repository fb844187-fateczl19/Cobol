       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGB131.
       AUTHOR. VINICIUS ESCAME DOS SANTOS.
      *--------------------------------------------------------------
      * NOTAS FISCAIS DE PRODUTO (NF-E) DA VENDA DE BIKE -- A NOTA E
      * EMITIDA PELO SGB031 NO CADNFE.DAT A CADA VENDA (SERIE "NFEnn"
      * DA FILIAL NO CADCONTROLE). AQUI:
      *   D = DANFE DE UMA NOTA, PARA O SPOOL (SGB038), QUE ACOMPANHA
      *       A BIKE ENTREGUE AO COMPRADOR
      *   X = ARQUIVO PARA O AUTORIZADOR ESTADUAL (NFEEXP.TXT) COM AS
      *       NOTAS AINDA NAO EXPORTADAS DE UMA FILIAL E PERIODO;
      *       LOTE NUMERADO PELA SERIE "LOTENFE " DO CADCONTROLE
      *   L = LIVRO MENSAL DE SAIDAS DE MERCADORIAS (NOTAS DE
      *       PRODUTO), POR FILIAL, COM TOTAIS DE VALOR E ICMS --
      *       PAR DO LIVRO DE SERVICOS DO SGB090
      *--------------------------------------------------------------
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT CADNFE
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYNFE
                    FILE STATUS  IS ST-ERRO.

            SELECT NFEEXP
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
      * SITNFE: N = EMITIDA, AINDA NAO EXPORTADA; T = EXPORTADA
       FD CADNFE
           VALUE OF FILE-ID IS "CADNFE.DAT".
       01 REGNFE.
           03 KEYNFE.
               05 FILNFE          PIC 9(02).
               05 NUMNFE          PIC 9(08).
           03 KEYVENDA-NFE       PIC X(16).
           03 CPFNFE             PIC 9(11).
           03 NOMENFE            PIC X(30).
           03 CEPNFE             PIC 9(08).
           03 NUMBIKE-NFE        PIC 9(04).
           03 SERIAL-NFE         PIC X(20).
           03 DESCR-NFE          PIC X(40).
           03 NCM-NFE            PIC 9(08).
           03 CFOP-NFE           PIC 9(04).
           03 DTEMIS-NFE         PIC 9(08).
           03 VALPROD-NFE        PIC 9(06)V99.
           03 BASEICMS-NFE       PIC 9(06)V99.
           03 ALIQICMS-NFE       PIC 9(02)V99.
           03 VALICMS-NFE        PIC 9(06)V99.
           03 SITNFE             PIC X(01).
           03 LOTE-NFE           PIC 9(06).
      *
      * ARQUIVO PARA O AUTORIZADOR: "CAB" + LOTE + FILIAL + PERIODO,
      * UM "NFE" POR NOTA (VIDE W-DETNFE) E "FIM" COM OS TOTAIS
       FD NFEEXP
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "NFEEXP.TXT".
       01 REGEXP            PIC X(170).
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
       77 ST-ARQ        PIC X(02) VALUE "00".
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 W-CONF        PIC X(01) VALUE SPACES.
       77 W-FIL         PIC 9(02) VALUE ZEROS.
       77 W-NUM         PIC 9(08) VALUE ZEROS.
       77 W-DTINI       PIC 9(08) VALUE ZEROS.
       77 W-DTFIM       PIC 9(08) VALUE ZEROS.
       77 W-LOTE        PIC 9(06) VALUE ZEROS.
       77 W-TOTEXP      PIC 9(06) VALUE ZEROS.
       77 W-VALED       PIC ZZZ.ZZ9,99.
       77 W-BASEED      PIC ZZZ.ZZ9,99.
       77 W-ICMSED      PIC ZZZ.ZZ9,99.
       77 W-ALIQED      PIC Z9,99.
       77 WS-DATAHOJE   PIC 9(08) VALUE ZEROS.
       77 W-HORAGORA    PIC 9(08) VALUE ZEROS.
       01 W-ANOMES      PIC 9(06) VALUE ZEROS.
       01 W-ANOMES-R REDEFINES W-ANOMES.
           03 W-ANOLIV     PIC 9(04).
           03 W-MESLIV     PIC 9(02).
       01 W-DTEMIS-R    PIC 9(08) VALUE ZEROS.
       01 W-DTEMIS-RR REDEFINES W-DTEMIS-R.
           03 W-ANOEMIS    PIC 9(04).
           03 W-MESEMIS    PIC 9(02).
           03 W-DIAEMIS    PIC 9(02).
      *
      * QUEBRA POR FILIAL E TOTAIS GERAIS (LIVRO E LOTE)
       77 W-FILATUAL    PIC 9(02) VALUE 99.
       77 W-FILVAL      PIC 9(08)V99 VALUE ZEROS.
       77 W-FILICMS     PIC 9(08)V99 VALUE ZEROS.
       77 W-FILNOTAS    PIC 9(06) VALUE ZEROS.
       77 W-TOTVAL      PIC 9(10)V99 VALUE ZEROS.
       77 W-TOTICMS     PIC 9(10)V99 VALUE ZEROS.
       77 W-TOTNOTAS    PIC 9(06) VALUE ZEROS.
      *
      * CABECALHO, DETALHE E TRAILER DO NFEEXP.TXT
       01 W-CABNFE.
           03 FILLER        PIC X(03) VALUE "CAB".
           03 W-CBLOTE      PIC 9(06).
           03 W-CBFIL       PIC 9(02).
           03 W-CBDTINI     PIC 9(08).
           03 W-CBDTFIM     PIC 9(08).
           03 W-CBDATA      PIC 9(08).
           03 W-CBHORA      PIC 9(06).
       01 W-DETNFE.
           03 FILLER        PIC X(03) VALUE "NFE".
           03 W-DTFIL       PIC 9(02).
           03 W-DTNUM       PIC 9(08).
           03 W-DTEMIS      PIC 9(08).
           03 W-DTCPF       PIC 9(11).
           03 W-DTNOME      PIC X(30).
           03 W-DTCEP       PIC 9(08).
           03 W-DTNCM       PIC 9(08).
           03 W-DTCFOP      PIC 9(04).
           03 W-DTSERIAL    PIC X(20).
           03 W-DTDESCR     PIC X(40).
           03 W-DTVALPROD   PIC 9(06)V99.
           03 W-DTBASE      PIC 9(06)V99.
           03 W-DTALIQ      PIC 9(02)V99.
           03 W-DTICMS      PIC 9(06)V99.
       01 W-TRLNFE.
           03 FILLER        PIC X(03) VALUE "FIM".
           03 W-TRLOTE      PIC 9(06).
           03 W-TRTOTAL     PIC 9(06).
           03 W-TRVALOR     PIC 9(10)V99.
           03 W-TRICMS      PIC 9(10)V99.
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
       ACC-MODO.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 01)
               "  * NOTAS FISCAIS DE VENDA DE BIKE (NF-E) *"
           MOVE SPACES TO W-OPCAO
           DISPLAY (03, 01)
               "   D=DANFE  X=EXPORTAR P/ AUTORIZADOR  L=LIVRO MENSAL"
               "  S=SAIR : ".
           ACCEPT (03, 66) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR 01
               GO TO ROT-FIM.
           IF W-OPCAO = "d" MOVE "D" TO W-OPCAO.
           IF W-OPCAO = "x" MOVE "X" TO W-OPCAO.
           IF W-OPCAO = "l" MOVE "L" TO W-OPCAO.
           IF W-OPCAO = "s" OR "S"
               GO TO ROT-FIM.
           IF W-OPCAO = "D"
               GO TO DAN-INICIO.
           IF W-OPCAO = "X"
               GO TO EXP-INICIO.
           IF W-OPCAO = "L"
               GO TO LIV-INICIO.
           MOVE "* DIGITE D, X, L OU S *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ACC-MODO.
      *
      *--------------------------------------------------------------
      * DANFE -- DOCUMENTO AUXILIAR DA NOTA, PARA O SPOOL
      *--------------------------------------------------------------
      *
       DAN-INICIO.
           MOVE ZEROS TO W-FIL W-NUM
           DISPLAY (05, 01) "   FILIAL E NUMERO DA NOTA: ".
           ACCEPT (05, 29) W-FIL WITH UPDATE
           ACCEPT (05, 32) W-NUM WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-MODO.
           OPEN INPUT CADNFE
           IF ST-ERRO NOT = "00"
               MOVE "* NENHUMA NOTA DE VENDA EMITIDA AINDA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-MODO.
           MOVE W-FIL TO FILNFE
           MOVE W-NUM TO NUMNFE
           READ CADNFE
           IF ST-ERRO NOT = "00"
               MOVE "* NOTA NAO ENCONTRADA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADNFE
               GO TO DAN-INICIO.
           CLOSE CADNFE
           DISPLAY (01, 01) ERASE
           PERFORM ABRE-SPOOL THRU ABRE-SPOOL-FIM
           STRING "---- DANFE - DOCUMENTO AUXILIAR DA NOTA FISCAL "
               "ELETRONICA ----"
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM
           STRING "NF-E " FILNFE "/" NUMNFE "   0-ENTRADA 1-SAIDA: 1"
               "   EMISSAO " DTEMIS-NFE
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM
           STRING "NATUREZA DA OPERACAO: VENDA DE BEM DO ATIVO"
               "   CFOP " CFOP-NFE
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM
           STRING "DESTINATARIO: " NOMENFE
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM
           STRING "CPF " CPFNFE "   CEP " CEPNFE
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM
           STRING "PRODUTO: " DESCR-NFE
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM
           MOVE VALPROD-NFE TO W-VALED
           STRING "BIKE " NUMBIKE-NFE "  NCM " NCM-NFE
               "  QUADRO " SERIAL-NFE "  QTD 1  VALOR " W-VALED
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM
           MOVE BASEICMS-NFE TO W-BASEED
           MOVE ALIQICMS-NFE TO W-ALIQED
           MOVE VALICMS-NFE TO W-ICMSED
           STRING "BASE ICMS " W-BASEED "  ALIQ " W-ALIQED
               "%  VALOR ICMS " W-ICMSED
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM
           STRING "VALOR TOTAL DA NOTA: " W-VALED
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM
           IF SITNFE = "T"
               STRING "ENVIADA AO AUTORIZADOR NO LOTE " LOTE-NFE
                   DELIMITED BY SIZE INTO W-LINSPOOL
           ELSE
               STRING "AINDA NAO ENVIADA AO AUTORIZADOR"
                   DELIMITED BY SIZE INTO W-LINSPOOL.
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM
           PERFORM FECHA-SPOOL THRU FECHA-SPOOL-FIM
           MOVE SPACES TO W-CONF
           DISPLAY "TECLE ENTER PARA CONTINUAR".
           ACCEPT W-CONF
           GO TO ACC-MODO.
      *
      *--------------------------------------------------------------
      * ARQUIVO PARA O AUTORIZADOR ESTADUAL -- NOTAS AINDA NAO
      * EXPORTADAS (SITNFE 'N') DA FILIAL E PERIODO, QUE PASSAM A 'T'
      *--------------------------------------------------------------
      *
       EXP-INICIO.
           MOVE ZEROS TO W-TOTEXP W-TOTVAL W-TOTICMS
           ACCEPT WS-DATAHOJE FROM DATE YYYYMMDD
           ACCEPT W-HORAGORA FROM TIME
           MOVE ZEROS TO W-FIL
           DISPLAY (05, 01) "   FILIAL..................: ".
           ACCEPT (05, 30) W-FIL WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-MODO.
           MOVE WS-DATAHOJE TO W-DTINI W-DTFIM
           DISPLAY (06, 01) "   EMITIDAS DE (AAAAMMDD)..: ".
           ACCEPT (06, 30) W-DTINI WITH UPDATE
           DISPLAY (07, 01) "   ATE (AAAAMMDD)..........: ".
           ACCEPT (07, 30) W-DTFIM WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO EXP-INICIO.
           IF W-DTINI = ZEROS OR W-DTFIM < W-DTINI
               MOVE "* PERIODO INVALIDO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO EXP-INICIO.
           OPEN I-O CADNFE
           IF ST-ERRO NOT = "00"
               MOVE "* NENHUMA NOTA DE VENDA EMITIDA AINDA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-MODO.
           OPEN I-O CADCONTROLE
           IF ST-CTRL NOT = "00"
               IF ST-CTRL = "30" OR "35"
                   OPEN OUTPUT CADCONTROLE
                   CLOSE CADCONTROLE
                   OPEN I-O CADCONTROLE
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQUIVO CADCONTROLE *"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADNFE
                   GO TO ACC-MODO.
           OPEN OUTPUT NFEEXP
           IF ST-ARQ NOT = "00"
               MOVE "* ERRO AO CRIAR O ARQ NFEEXP.TXT *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADNFE CADCONTROLE
               GO TO ACC-MODO.
           MOVE "LOTENFE " TO TIPOCTRL
           READ CADCONTROLE
           IF ST-CTRL NOT = "00"
               MOVE "LOTENFE " TO TIPOCTRL
               MOVE 1 TO PROXNUM
               WRITE REGCTRL.
           MOVE PROXNUM TO W-LOTE
           ADD 1 TO PROXNUM
           REWRITE REGCTRL
           CLOSE CADCONTROLE
           MOVE W-LOTE TO W-CBLOTE
           MOVE W-FIL TO W-CBFIL
           MOVE W-DTINI TO W-CBDTINI
           MOVE W-DTFIM TO W-CBDTFIM
           MOVE WS-DATAHOJE TO W-CBDATA
           MOVE W-HORAGORA (1:6) TO W-CBHORA
           MOVE SPACES TO REGEXP
           MOVE W-CABNFE TO REGEXP
           WRITE REGEXP
           MOVE W-FIL TO FILNFE
           MOVE ZEROS TO NUMNFE
           START CADNFE KEY IS >= KEYNFE
           IF ST-ERRO NOT = "00"
               GO TO EXP-FIM.
       EXP-PROX.
           READ CADNFE NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO EXP-FIM.
           IF FILNFE NOT = W-FIL
               GO TO EXP-FIM.
           IF SITNFE NOT = "N"
               GO TO EXP-PROX.
           IF DTEMIS-NFE < W-DTINI OR DTEMIS-NFE > W-DTFIM
               GO TO EXP-PROX.
           MOVE FILNFE TO W-DTFIL
           MOVE NUMNFE TO W-DTNUM
           MOVE DTEMIS-NFE TO W-DTEMIS
           MOVE CPFNFE TO W-DTCPF
           MOVE NOMENFE TO W-DTNOME
           MOVE CEPNFE TO W-DTCEP
           MOVE NCM-NFE TO W-DTNCM
           MOVE CFOP-NFE TO W-DTCFOP
           MOVE SERIAL-NFE TO W-DTSERIAL
           MOVE DESCR-NFE TO W-DTDESCR
           MOVE VALPROD-NFE TO W-DTVALPROD
           MOVE BASEICMS-NFE TO W-DTBASE
           MOVE ALIQICMS-NFE TO W-DTALIQ
           MOVE VALICMS-NFE TO W-DTICMS
           MOVE SPACES TO REGEXP
           MOVE W-DETNFE TO REGEXP
           WRITE REGEXP
           MOVE "T" TO SITNFE
           MOVE W-LOTE TO LOTE-NFE
           REWRITE REGNFE
           ADD 1 TO W-TOTEXP
           ADD VALPROD-NFE TO W-TOTVAL
           ADD VALICMS-NFE TO W-TOTICMS
           GO TO EXP-PROX.
       EXP-FIM.
           MOVE W-LOTE TO W-TRLOTE
           MOVE W-TOTEXP TO W-TRTOTAL
           MOVE W-TOTVAL TO W-TRVALOR
           MOVE W-TOTICMS TO W-TRICMS
           MOVE SPACES TO REGEXP
           MOVE W-TRLNFE TO REGEXP
           WRITE REGEXP
           CLOSE NFEEXP CADNFE
           DISPLAY " ".
           DISPLAY "---- NFEEXP.TXT GERADO ----".
           DISPLAY "LOTE.....................: " W-LOTE.
           DISPLAY "FILIAL...................: " W-FIL.
           DISPLAY "NOTAS NO LOTE............: " W-TOTEXP.
           DISPLAY "VALOR DAS NOTAS..........: " W-TOTVAL.
           DISPLAY "ICMS.....................: " W-TOTICMS.
           MOVE SPACES TO W-CONF
           DISPLAY "TECLE ENTER PARA CONTINUAR".
           ACCEPT W-CONF
           GO TO ACC-MODO.
      *
      *--------------------------------------------------------------
      * LIVRO MENSAL DE SAIDAS DE MERCADORIAS (MESMA QUEBRA POR
      * FILIAL DO LIVRO DE SERVICOS DO SGB090)
      *--------------------------------------------------------------
      *
       LIV-INICIO.
           MOVE ZEROS TO W-ANOMES W-FILVAL W-FILICMS W-FILNOTAS
               W-TOTVAL W-TOTICMS W-TOTNOTAS
           MOVE 99 TO W-FILATUAL
           DISPLAY (05, 01) "   MES DO LIVRO (AAAAMM): ".
           ACCEPT (05, 28) W-ANOMES WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-MODO.
           IF W-ANOMES = ZEROS OR W-MESLIV < 1 OR W-MESLIV > 12
               MOVE "* MES INVALIDO (AAAAMM) *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO LIV-INICIO.
           OPEN INPUT CADNFE
           IF ST-ERRO NOT = "00"
               MOVE "* NENHUMA NOTA DE VENDA EMITIDA AINDA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-MODO.
           DISPLAY (01, 01) ERASE
           PERFORM ABRE-SPOOL THRU ABRE-SPOOL-FIM
           STRING "---- LIVRO DE SAIDAS DE MERCADORIAS " W-ANOMES
               " ----"
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM
           STRING "FIL NOTA      DATA      CPF          NCM       CFOP"
               "  VALOR     ALIQ  ICMS"
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
       LIV-PROX.
           READ CADNFE NEXT RECORD
               AT END
                   GO TO LIV-FIM
               NOT AT END
                   PERFORM LISTA-NFE THRU LISTA-NFE-FIM
           END-READ
           GO TO LIV-PROX.
      *
       LISTA-NFE.
           MOVE DTEMIS-NFE TO W-DTEMIS-R
           IF W-ANOEMIS NOT = W-ANOLIV OR W-MESEMIS NOT = W-MESLIV
               GO TO LISTA-NFE-FIM.
           IF FILNFE NOT = W-FILATUAL
               PERFORM QUEBRA-FILIAL THRU QUEBRA-FILIAL-FIM
               MOVE FILNFE TO W-FILATUAL.
           STRING FILNFE "  " NUMNFE "  " DTEMIS-NFE "  " CPFNFE
               "  " NCM-NFE "  " CFOP-NFE "  " VALPROD-NFE
               "  " ALIQICMS-NFE "  " VALICMS-NFE
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM
           ADD 1 TO W-FILNOTAS W-TOTNOTAS
           ADD VALPROD-NFE TO W-FILVAL W-TOTVAL
           ADD VALICMS-NFE TO W-FILICMS W-TOTICMS.
       LISTA-NFE-FIM.
           EXIT.
      *
       QUEBRA-FILIAL.
           IF W-FILNOTAS = ZEROS
               GO TO QUEBRA-FILIAL-ZERA.
           STRING "TOTAL DA FILIAL " W-FILATUAL ": NOTAS " W-FILNOTAS
               "  VALOR " W-FILVAL "  ICMS " W-FILICMS
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
       QUEBRA-FILIAL-ZERA.
           MOVE ZEROS TO W-FILNOTAS W-FILVAL W-FILICMS.
       QUEBRA-FILIAL-FIM.
           EXIT.
      *
       LIV-FIM.
           PERFORM QUEBRA-FILIAL THRU QUEBRA-FILIAL-FIM
           STRING " "
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM
           STRING "TOTAL GERAL: NOTAS " W-TOTNOTAS
               "  VALOR " W-TOTVAL "  ICMS " W-TOTICMS
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM
           CLOSE CADNFE
           PERFORM FECHA-SPOOL THRU FECHA-SPOOL-FIM
           MOVE SPACES TO W-CONF
           DISPLAY "TECLE ENTER PARA CONTINUAR".
           ACCEPT W-CONF
           GO TO ACC-MODO.
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
           MOVE "SGB131" TO PROGSPOOL
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
