       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGB151.
       AUTHOR. VINICIUS ESCAME DOS SANTOS.
      *--------------------------------------------------------------
      * REPARO EM OFICINA EXTERNA (CADOSEXT.DAT) -- SUSPENSAO, RODA
      * ELETRICA E QUADRO TRINCADO VAO PARA OFICINA DE FORA, E ATE
      * AQUI A BIKE SUMIA DO CONTROLE ENTRE A SAIDA E A VOLTA. CADA
      * ENVIO E AMARRADO A UMA ORDEM ABERTA DO CADMANUT (SGB008) E A
      * UM FORNECEDOR DO CADFORN, NUMERADO PELA SERIE "OSEXT" DO
      * CADCONTROLE:
      *   E = ENVIO (SERVICO, RETORNO PREVISTO E ORCAMENTO), COM A
      *       GUIA DE REMESSA NO SPOOL (SGB038)
      *   A = ORCAMENTO APROVADO (O VALOR PODE SER REVISTO)
      *   R = REPARO CONCLUIDO NA OFICINA
      *   V = BIKE DE VOLTA NA LOJA
      *   F = FATURA DA OFICINA: GERA O TITULO NO CONTAS A PAGAR
      *       (SGB079, ORIGEM O) E SOMA O VALOR NO CUSTOMANUT DA
      *       ORDEM, COMO O SGB105 FAZ COM O REEMBOLSO DE GARANTIA
      *   L = RELATORIO: REPAROS EXTERNOS ATRASADOS E CUSTO/PRAZO
      *       MEDIO POR OFICINA CONTRA A OFICINA PROPRIA
      * SITUACAO: E=ENVIADA A=APROVADA R=REPARADA V=DEVOLVIDA
      *--------------------------------------------------------------
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT CADOSEXT
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMOSEXT
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS KEYMANUT-OSE
                                            WITH DUPLICATES.

            SELECT CADFORN
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CNPJ-FORN
                    FILE STATUS  IS ST-ERRO.

            SELECT CADMANUT
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYMANUT
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NUM-BIKE-MANUT
                                            WITH DUPLICATES.

            SELECT CADPAGAR
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMTITULO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CNPJCRED
                                            WITH DUPLICATES.

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
       FD CADOSEXT
           VALUE OF FILE-ID IS "CADOSEXT.DAT".
       01 REGOSEXT.
           03 NUMOSEXT         PIC 9(06).
           03 KEYMANUT-OSE.
               05 NUMBIKE-OSE  PIC 9(04).
               05 SEQMANUT-OSE PIC 9(04).
           03 CNPJ-OSE         PIC 9(14).
           03 SERVICO-OSE      PIC X(40).
           03 DTENVIO-OSE      PIC 9(08).
           03 DTPREV-OSE       PIC 9(08).
           03 DTAPROV-OSE      PIC 9(08).
           03 DTREPARO-OSE     PIC 9(08).
           03 DTVOLTA-OSE      PIC 9(08).
           03 VALORC-OSE       PIC 9(06)V99.
           03 NUMNF-OSE        PIC 9(09).
           03 VALNF-OSE        PIC 9(06)V99.
           03 NUMTIT-OSE       PIC 9(06).
           03 SITOSE           PIC X(01).
           03 DSCSITOSE        PIC X(10).
           03 OPER-OSE         PIC 9(04).
      *
       FD CADFORN
               VALUE OF FILE-ID IS "CADFORN.DAT".
       01 REGFORN.
                03 CNPJ-FORN    PIC 9(14).
                03 RAZAO-FORN   PIC X(30).
                03 TEL-FORN     PIC 9(11).
                03 SITUAC-FORN  PIC X(01).
      *
       FD CADMANUT LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADMANUT.DAT".
       01 REGMANUT.
           03 KEYMANUT.
               05 NUM-BIKE-MANUT   PIC 9(04).
               05 SEQ-MANUT        PIC 9(04).
           03 DTABERTURA.
               05 DIA-ABERT    PIC 9(02).
               05 MES-ABERT    PIC 9(02).
               05 ANO-ABERT    PIC 9(04).
           03 PROBLEMA         PIC X(40).
           03 PECASUSADAS      PIC X(40).
           03 CUSTOMANUT       PIC 9(06)V99.
           03 DTRETORNO.
               05 DIA-RETO     PIC 9(02).
               05 MES-RETO     PIC 9(02).
               05 ANO-RETO     PIC 9(04).
           03 SITUACMANUT      PIC X(01).
           03 SITUACMANUTDESC  PIC X(10).
      *
       FD CADPAGAR
           VALUE OF FILE-ID IS "CADPAGAR.DAT".
       01 REGPAGAR.
           03 NUMTITULO        PIC 9(06).
           03 TIPOPAGAR        PIC X(01).
           03 DSCTIPOPAGAR     PIC X(10).
           03 CNPJCRED         PIC 9(14).
           03 NOMECRED         PIC X(30).
           03 NUMPED-PAGAR     PIC 9(06).
           03 APOL-PAGAR       PIC X(15).
           03 DSCPAGAR         PIC X(30).
           03 VALPAGAR         PIC 9(08)V99.
           03 DTEMIS-PAGAR     PIC 9(08).
           03 DTVENC-PAGAR     PIC 9(08).
           03 SITPAGAR         PIC X(01).
           03 DSCSITPAGAR      PIC X(08).
           03 DTPAGTO-PAGAR    PIC 9(08).
      *
      *--------------------------------------------------------------
      * SPOOL DE RELATORIOS: CADA EXECUCAO GANHA UM NUMERO DA SERIE
      * "SPOOL" DO CADCONTROLE, UM REGISTRO DE CONTROLE NO CADSPOOL E
      * UM ARQUIVO SPLnnnnnn.TXT COM AS LINHAS IMPRESSAS, PARA
      * CONSULTA/REIMPRESSAO PELO SGB038
      *--------------------------------------------------------------
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
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 W-NUMBIKE     PIC 9(04) VALUE ZEROS.
       77 W-SEQORDEM    PIC 9(04) VALUE ZEROS.
       77 W-NUMOSE      PIC 9(06) VALUE ZEROS.
       77 W-ATIVA       PIC X(01) VALUE "N".
       77 W-DTINFO      PIC 9(08) VALUE ZEROS.
       77 W-VALNF       PIC 9(06)V99 VALUE ZEROS.
       77 W-NUMNF       PIC 9(09) VALUE ZEROS.
       77 W-DTVENCNF    PIC 9(08) VALUE ZEROS.
       77 W-NOMEFORN    PIC X(30) VALUE SPACES.
       77 W-ED-VAL      PIC ZZZZZ9,99.
       77 W-ED-TOT      PIC ZZZZZZZ9,99.
       01 W-DATAHOJE    PIC 9(08) VALUE ZEROS.
       01 W-DATAHOJE-R REDEFINES W-DATAHOJE.
           03 W-ANOHOJE     PIC 9(04).
           03 W-MESHOJE     PIC 9(02).
           03 W-DIAHOJE     PIC 9(02).
      *
      * CONVERSAO 30/360 PARA OS PRAZOS EM DIAS (MESMA TECNICA DO
      * SGB079/SGB107): A DATA AAAAMMDD ENTRA EM W-DTCALC E SAI O
      * ORDINAL EM W-ORDCALC
       01 W-DTCALC      PIC 9(08) VALUE ZEROS.
       01 W-DTCALC-R REDEFINES W-DTCALC.
           03 W-ANOCALC     PIC 9(04).
           03 W-MESCALC     PIC 9(02).
           03 W-DIACALC     PIC 9(02).
       77 W-ORDCALC     PIC 9(08) VALUE ZEROS.
       77 W-ORDHOJE     PIC 9(08) VALUE ZEROS.
       77 W-ORDINI      PIC 9(08) VALUE ZEROS.
       77 W-DIASATRASO  PIC 9(06) VALUE ZEROS.
      *
      * ACUMULADORES DO RELATORIO: OFICINA EXTERNA POR FORNECEDOR
      * (O CADOSEXT NAO E ORDENADO POR CNPJ: O RELATORIO VARRE O
      * CADFORN E SOMA OS ENVIOS DE CADA UM, COMO NO SGB105) E A
      * OFICINA PROPRIA (ORDENS FINALIZADAS SEM ENVIO EXTERNO)
       77 W-CNPJREL     PIC 9(14) VALUE ZEROS.
       77 W-QTDATRASO   PIC 9(04) VALUE ZEROS.
       77 W-QTDENVIO    PIC 9(04) VALUE ZEROS.
       77 W-QTDFAT      PIC 9(04) VALUE ZEROS.
       77 W-QTDVOLTA    PIC 9(04) VALUE ZEROS.
       77 W-VALFAT      PIC 9(08)V99 VALUE ZEROS.
       77 W-SOMADIAS    PIC 9(06) VALUE ZEROS.
       77 W-MEDIACUSTO  PIC 9(06)V99 VALUE ZEROS.
       77 W-MEDIADIAS   PIC 9(04) VALUE ZEROS.
       77 W-QTDPROPRIA  PIC 9(06) VALUE ZEROS.
       77 W-CUSTOPROP   PIC 9(08)V99 VALUE ZEROS.
       77 W-DIASPROP    PIC 9(08) VALUE ZEROS.
      *
      * APOIO AO SPOOL DE RELATORIOS (VIDE ABRE-SPOOL/MOSTRA-SPOOL)
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
           OPEN I-O CADOSEXT
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                   OPEN OUTPUT CADOSEXT
                   CLOSE CADOSEXT
                   OPEN I-O CADOSEXT
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQUIVO CADOSEXT.DAT *"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
           OPEN INPUT CADFORN
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                   OPEN OUTPUT CADFORN
                   CLOSE CADFORN
                   OPEN INPUT CADFORN
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQUIVO CADFORN.DAT *"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADOSEXT
                   GO TO ROT-FIM.
           OPEN I-O CADMANUT
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                   OPEN OUTPUT CADMANUT
                   CLOSE CADMANUT
                   OPEN I-O CADMANUT
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQ CADMANUT.DAT *"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADOSEXT CADFORN
                   GO TO ROT-FIM.
           OPEN I-O CADPAGAR
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                   OPEN OUTPUT CADPAGAR
                   CLOSE CADPAGAR
                   OPEN I-O CADPAGAR
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQUIVO CADPAGAR.DAT *"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADOSEXT CADFORN CADMANUT
                   GO TO ROT-FIM.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           MOVE W-DATAHOJE TO W-DTCALC
           PERFORM CALCULA-ORDEM THRU CALCULA-ORDEM-FIM
           MOVE W-ORDCALC TO W-ORDHOJE.
      *
       ACC-MODO.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 01) "  * REPARO EM OFICINA EXTERNA *"
           MOVE SPACES TO W-OPCAO
           DISPLAY (03, 01)
               "   E=ENVIO  A=APROVA ORCAMENTO  R=REPARADA  V=VOLTOU".
           DISPLAY (04, 01) "   F=FATURA  L=RELATORIO  S=SAIR : ".
           ACCEPT (04, 36) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR 01
               GO TO ENCERRA.
           IF W-OPCAO = "e" MOVE "E" TO W-OPCAO.
           IF W-OPCAO = "a" MOVE "A" TO W-OPCAO.
           IF W-OPCAO = "r" MOVE "R" TO W-OPCAO.
           IF W-OPCAO = "v" MOVE "V" TO W-OPCAO.
           IF W-OPCAO = "f" MOVE "F" TO W-OPCAO.
           IF W-OPCAO = "l" MOVE "L" TO W-OPCAO.
           IF W-OPCAO = "s" OR "S"
               GO TO ENCERRA.
           IF W-OPCAO = "E"
               GO TO OSE-ENVIO.
           IF W-OPCAO = "A"
               GO TO OSE-APROVA.
           IF W-OPCAO = "R"
               GO TO OSE-REPARO.
           IF W-OPCAO = "V"
               GO TO OSE-VOLTA.
           IF W-OPCAO = "F"
               GO TO OSE-FATURA.
           IF W-OPCAO = "L"
               GO TO OSE-RELATORIO.
           MOVE "* DIGITE E, A, R, V, F, L OU S *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ACC-MODO.
      *
      *--------------------------------------------------------------
      * ENVIO PARA A OFICINA EXTERNA: SO ORDEM ABERTA DO CADMANUT E
      * SEM OUTRO ENVIO AINDA FORA DA LOJA; FORNECEDOR DO CADFORN
      *--------------------------------------------------------------
      *
       OSE-ENVIO.
           MOVE ZEROS TO W-NUMBIKE W-SEQORDEM
           DISPLAY (06, 01) "   BIKE DA ORDEM (0=VOLTAR): ".
           ACCEPT (06, 30) W-NUMBIKE WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR W-NUMBIKE = ZEROS
               GO TO ACC-MODO.
           DISPLAY (07, 01) "   SEQUENCIA DA ORDEM.....: ".
           ACCEPT (07, 30) W-SEQORDEM WITH UPDATE
           MOVE W-NUMBIKE TO NUM-BIKE-MANUT
           MOVE W-SEQORDEM TO SEQ-MANUT
           READ CADMANUT
           IF ST-ERRO NOT = "00"
               MOVE "* ORDEM DE SERVICO NAO ENCONTRADA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO OSE-ENVIO.
           IF SITUACMANUT NOT = "A"
               MOVE "* ORDEM JA FINALIZADA (SGB008) *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO OSE-ENVIO.
           PERFORM VERIFICA-ATIVA THRU VERIFICA-ATIVA-FIM
           IF W-ATIVA = "S"
               MOVE "* BIKE JA ESTA NA OFICINA EXTERNA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO OSE-ENVIO.
           DISPLAY (08, 01) "   PROBLEMA: " PROBLEMA
           MOVE ZEROS TO CNPJ-OSE
           MOVE PROBLEMA TO SERVICO-OSE.
       OSE-ENVIO-FORN.
           DISPLAY (10, 01) "   CNPJ DA OFICINA........: ".
           ACCEPT (10, 30) CNPJ-OSE WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO OSE-ENVIO.
           MOVE CNPJ-OSE TO CNPJ-FORN
           READ CADFORN
           IF ST-ERRO NOT = "00"
               MOVE "* FORNECEDOR NAO CADASTRADO (SGB065) *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO OSE-ENVIO-FORN.
           DISPLAY (11, 01) "   OFICINA: " RAZAO-FORN.
       OSE-ENVIO-SERV.
           DISPLAY (12, 01) "   SERVICO................: ".
           ACCEPT (12, 30) SERVICO-OSE WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO OSE-ENVIO-FORN.
           IF SERVICO-OSE = SPACES
               MOVE "* PREENCHA O SERVICO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO OSE-ENVIO-SERV.
           MOVE ZEROS TO DTPREV-OSE.
       OSE-ENVIO-PREV.
           DISPLAY (13, 01) "   RETORNO PREV. AAAAMMDD.: ".
           ACCEPT (13, 30) DTPREV-OSE WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO OSE-ENVIO-SERV.
           IF DTPREV-OSE < W-DATAHOJE
               MOVE "* RETORNO PREVISTO ANTERIOR A HOJE *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO OSE-ENVIO-PREV.
           MOVE ZEROS TO VALORC-OSE.
       OSE-ENVIO-VALOR.
           DISPLAY (14, 01) "   ORCAMENTO (0=A ORCAR)..: ".
           ACCEPT (14, 30) VALORC-OSE WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO OSE-ENVIO-PREV.
       OSE-ENVIO-CONF.
           MOVE "S" TO W-OPCAO
           DISPLAY (16, 01) "   CONFIRMA O ENVIO (S/N): ".
           ACCEPT (16, 29) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO OSE-ENVIO-VALOR.
           IF W-OPCAO = "n" OR "N"
               GO TO ACC-MODO.
           IF W-OPCAO NOT = "s" AND "S"
               MOVE "* DIGITE S OU N *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO OSE-ENVIO-CONF.
      * A GUIA SAI NO SPOOL; A MATRICULA PEDIDA NA ABERTURA DO
      * SPOOL FICA GRAVADA NO ENVIO
           MOVE W-NUMBIKE TO NUMBIKE-OSE
           MOVE W-SEQORDEM TO SEQMANUT-OSE
           MOVE W-DATAHOJE TO DTENVIO-OSE
           MOVE ZEROS TO DTAPROV-OSE DTREPARO-OSE DTVOLTA-OSE
           MOVE ZEROS TO NUMNF-OSE VALNF-OSE NUMTIT-OSE
           MOVE "E" TO SITOSE
           MOVE "ENVIADA   " TO DSCSITOSE
           PERFORM ABRE-SPOOL THRU ABRE-SPOOL-FIM
           MOVE W-OPERREL TO OPER-OSE
           PERFORM GERA-NUMOSE THRU GERA-NUMOSE-FIM
           IF ST-CTRL NOT = "00"
               PERFORM FECHA-SPOOL THRU FECHA-SPOOL-FIM
               MOVE "* ERRO NA SERIE OSEXT DO CADCONTROLE *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-MODO.
           WRITE REGOSEXT
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
               PERFORM FECHA-SPOOL THRU FECHA-SPOOL-FIM
               MOVE "* ERRO AO GRAVAR O ENVIO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-MODO.
           PERFORM IMPRIME-GUIA THRU IMPRIME-GUIA-FIM
           PERFORM FECHA-SPOOL THRU FECHA-SPOOL-FIM.
           DISPLAY "TECLE ENTER PARA VOLTAR".
           ACCEPT W-OPCAO
           GO TO ACC-MODO.
      *
      * ENVIO AINDA FORA DA LOJA (NAO DEVOLVIDO) PARA A MESMA ORDEM,
      * PELA CHAVE ALTERNATIVA DO CADOSEXT
       VERIFICA-ATIVA.
           MOVE "N" TO W-ATIVA
           MOVE W-NUMBIKE TO NUMBIKE-OSE
           MOVE W-SEQORDEM TO SEQMANUT-OSE
           START CADOSEXT KEY IS = KEYMANUT-OSE
           IF ST-ERRO NOT = "00"
               GO TO VERIFICA-ATIVA-FIM.
       VERIFICA-ATIVA-PROX.
           READ CADOSEXT NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO VERIFICA-ATIVA-FIM.
           IF NUMBIKE-OSE NOT = W-NUMBIKE
                   OR SEQMANUT-OSE NOT = W-SEQORDEM
               GO TO VERIFICA-ATIVA-FIM.
           IF SITOSE NOT = "V"
               MOVE "S" TO W-ATIVA
               GO TO VERIFICA-ATIVA-FIM.
           GO TO VERIFICA-ATIVA-PROX.
       VERIFICA-ATIVA-FIM.
           EXIT.
      *
      * NUMERO SEQUENCIAL DA SERIE "OSEXT" DO CADCONTROLE (O ARQUIVO
      * SO FICA ABERTO AQUI PORQUE O ABRE-SPOOL TAMBEM O USA)
       GERA-NUMOSE.
           OPEN I-O CADCONTROLE
           IF ST-CTRL NOT = "00"
               IF ST-CTRL = "30" OR "35"
                   OPEN OUTPUT CADCONTROLE
                   CLOSE CADCONTROLE
                   OPEN I-O CADCONTROLE
               ELSE
                   GO TO GERA-NUMOSE-FIM.
           IF ST-CTRL NOT = "00"
               GO TO GERA-NUMOSE-FIM.
           MOVE "OSEXT   " TO TIPOCTRL
           READ CADCONTROLE
           IF ST-CTRL NOT = "00"
               MOVE "OSEXT   " TO TIPOCTRL
               MOVE 1 TO PROXNUM
               WRITE REGCTRL.
           MOVE PROXNUM TO NUMOSEXT
           ADD 1 TO PROXNUM
           REWRITE REGCTRL
           CLOSE CADCONTROLE.
       GERA-NUMOSE-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * GUIA DE REMESSA DA BIKE PARA A OFICINA EXTERNA
      *--------------------------------------------------------------
      *
       IMPRIME-GUIA.
           STRING " "
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "---- GUIA DE REMESSA PARA OFICINA EXTERNA No "
               NUMOSEXT " ----"
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "DATA DO ENVIO....: " DTENVIO-OSE
               "   OPERADOR: " OPER-OSE
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "OFICINA..........: " CNPJ-FORN " " RAZAO-FORN
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "TELEFONE.........: " TEL-FORN
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "BIKE.............: " NUMBIKE-OSE
               "   ORDEM DE SERVICO: " NUMBIKE-OSE "/" SEQMANUT-OSE
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "SERVICO..........: " SERVICO-OSE
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "RETORNO PREVISTO.: " DTPREV-OSE
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           IF VALORC-OSE = ZEROS
               STRING "ORCAMENTO........: A ORCAR"
                   DELIMITED BY SIZE INTO W-LINSPOOL
           ELSE
               MOVE VALORC-OSE TO W-ED-VAL
               STRING "ORCAMENTO........: R$ " W-ED-VAL
                   DELIMITED BY SIZE INTO W-LINSPOOL.
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING " "
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "RECEBIDO POR: ______________________________"
               "  DATA: ___/___/_____"
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
       IMPRIME-GUIA-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * ORCAMENTO APROVADO: SO ENVIO AINDA NA SITUACAO E; O VALOR
      * COMBINADO COM A OFICINA PODE SER REVISTO AQUI
      *--------------------------------------------------------------
      *
       OSE-APROVA.
           PERFORM ACHA-OSE THRU ACHA-OSE-FIM
           IF W-NUMOSE = ZEROS
               GO TO ACC-MODO.
           IF SITOSE NOT = "E"
               MOVE "* ORCAMENTO JA APROVADO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-MODO.
       OSE-APROVA-VALOR.
           DISPLAY (10, 01) "   VALOR APROVADO.........: ".
           ACCEPT (10, 30) VALORC-OSE WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-MODO.
           IF VALORC-OSE = ZEROS
               MOVE "* VALOR NAO PODE SER ZERO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO OSE-APROVA-VALOR.
           MOVE W-DATAHOJE TO DTAPROV-OSE
           MOVE "A" TO SITOSE
           MOVE "APROVADA  " TO DSCSITOSE
           REWRITE REGOSEXT
           MOVE "* ORCAMENTO APROVADO *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ACC-MODO.
      *
      *--------------------------------------------------------------
      * REPARO CONCLUIDO NA OFICINA (SO DEPOIS DA APROVACAO)
      *--------------------------------------------------------------
      *
       OSE-REPARO.
           PERFORM ACHA-OSE THRU ACHA-OSE-FIM
           IF W-NUMOSE = ZEROS
               GO TO ACC-MODO.
           IF SITOSE NOT = "A"
               MOVE "* SO ENVIO COM ORCAMENTO APROVADO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-MODO.
           PERFORM ACC-DTINFO THRU ACC-DTINFO-FIM
           IF W-DTINFO = ZEROS
               GO TO ACC-MODO.
           IF W-DTINFO < DTENVIO-OSE
               MOVE "* DATA ANTERIOR AO ENVIO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-MODO.
           MOVE W-DTINFO TO DTREPARO-OSE
           MOVE "R" TO SITOSE
           MOVE "REPARADA  " TO DSCSITOSE
           REWRITE REGOSEXT
           MOVE "* REPARO REGISTRADO *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ACC-MODO.
      *
      *--------------------------------------------------------------
      * BIKE DE VOLTA NA LOJA: A ORDEM CONTINUA ABERTA E E FECHADA
      * NORMALMENTE NO SGB008
      *--------------------------------------------------------------
      *
       OSE-VOLTA.
           PERFORM ACHA-OSE THRU ACHA-OSE-FIM
           IF W-NUMOSE = ZEROS
               GO TO ACC-MODO.
           IF SITOSE NOT = "R"
               MOVE "* REPARO AINDA NAO CONCLUIDO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-MODO.
           PERFORM ACC-DTINFO THRU ACC-DTINFO-FIM
           IF W-DTINFO = ZEROS
               GO TO ACC-MODO.
           IF W-DTINFO < DTREPARO-OSE
               MOVE "* DATA ANTERIOR AO REPARO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-MODO.
           MOVE W-DTINFO TO DTVOLTA-OSE
           MOVE "V" TO SITOSE
           MOVE "DEVOLVIDA " TO DSCSITOSE
           REWRITE REGOSEXT
           MOVE "* VOLTA REGISTRADA - FECHE A ORDEM NO SGB008 *"
                                                          TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ACC-MODO.
      *
      *--------------------------------------------------------------
      * FATURA DA OFICINA: UMA SO POR ENVIO, DEPOIS DA APROVACAO.
      * GERA O TITULO NO CADPAGAR (ORIGEM O, SERIE "PAGAR") E SOMA O
      * VALOR FATURADO NO CUSTOMANUT DA ORDEM
      *--------------------------------------------------------------
      *
       OSE-FATURA.
           PERFORM ACHA-OSE THRU ACHA-OSE-FIM
           IF W-NUMOSE = ZEROS
               GO TO ACC-MODO.
           IF SITOSE = "E"
               MOVE "* ORCAMENTO AINDA NAO APROVADO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-MODO.
           IF NUMTIT-OSE NOT = ZEROS
               MOVE "* ENVIO JA FATURADO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-MODO.
           MOVE CNPJ-OSE TO CNPJ-FORN
           READ CADFORN
           IF ST-ERRO NOT = "00"
               MOVE "* FORNECEDOR NAO CADASTRADO (SGB065) *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-MODO.
           MOVE ZEROS TO W-NUMNF W-DTVENCNF
           MOVE VALORC-OSE TO W-VALNF.
       OSE-FATURA-NF.
           DISPLAY (10, 01) "   NUMERO DA NOTA FISCAL..: ".
           ACCEPT (10, 30) W-NUMNF WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-MODO.
           IF W-NUMNF = ZEROS
               MOVE "* INFORME A NOTA FISCAL *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO OSE-FATURA-NF.
       OSE-FATURA-VALOR.
           DISPLAY (11, 01) "   VALOR DA NOTA..........: ".
           ACCEPT (11, 30) W-VALNF WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO OSE-FATURA-NF.
           IF W-VALNF = ZEROS
               MOVE "* VALOR NAO PODE SER ZERO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO OSE-FATURA-VALOR.
           IF W-VALNF > VALORC-OSE
               MOVE "* ATENCAO: NOTA ACIMA DO ORCAMENTO APROVADO *"
                                                          TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM.
       OSE-FATURA-VENCTO.
           DISPLAY (12, 01) "   VENCIMENTO (AAAAMMDD)..: ".
           ACCEPT (12, 30) W-DTVENCNF WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO OSE-FATURA-VALOR.
           IF W-DTVENCNF = ZEROS
               MOVE "* VENCIMENTO INVALIDO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO OSE-FATURA-VENCTO.
      * TITULO NO CONTAS A PAGAR, NOS MOLDES DO TIT-GRAVA DO SGB079
           MOVE ZEROS TO NUMPED-PAGAR DTPAGTO-PAGAR
           MOVE SPACES TO APOL-PAGAR DSCPAGAR
           MOVE "O" TO TIPOPAGAR
           MOVE "OFIC.EXTER" TO DSCTIPOPAGAR
           MOVE CNPJ-OSE TO CNPJCRED
           MOVE RAZAO-FORN TO NOMECRED
           STRING "REPARO EXTERNO ORDEM " NUMOSEXT
               DELIMITED BY SIZE INTO DSCPAGAR
           MOVE W-VALNF TO VALPAGAR
           MOVE W-DATAHOJE TO DTEMIS-PAGAR
           MOVE W-DTVENCNF TO DTVENC-PAGAR
           MOVE "A" TO SITPAGAR
           MOVE "ABERTO  " TO DSCSITPAGAR
           PERFORM GERA-TITULO THRU GERA-TITULO-FIM
           IF ST-CTRL NOT = "00"
               MOVE "* ERRO NA SERIE PAGAR DO CADCONTROLE *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-MODO.
           WRITE REGPAGAR
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
               MOVE "* ERRO AO GRAVAR O TITULO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-MODO.
           MOVE W-NUMNF TO NUMNF-OSE
           MOVE W-VALNF TO VALNF-OSE
           MOVE NUMTITULO TO NUMTIT-OSE
           REWRITE REGOSEXT
      * CUSTO DA OFICINA EXTERNA ENTRA NO CUSTO DA ORDEM
           MOVE NUMBIKE-OSE TO NUM-BIKE-MANUT
           MOVE SEQMANUT-OSE TO SEQ-MANUT
           READ CADMANUT
           IF ST-ERRO = "00"
               ADD W-VALNF TO CUSTOMANUT
               REWRITE REGMANUT.
           DISPLAY (14, 01) "   TITULO GERADO: " NUMTITULO
           MOVE "* FATURA LANCADA NO CONTAS A PAGAR *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ACC-MODO.
      *
      * NUMERO SEQUENCIAL DA SERIE "PAGAR" DO CADCONTROLE
       GERA-TITULO.
           OPEN I-O CADCONTROLE
           IF ST-CTRL NOT = "00"
               IF ST-CTRL = "30" OR "35"
                   OPEN OUTPUT CADCONTROLE
                   CLOSE CADCONTROLE
                   OPEN I-O CADCONTROLE
               ELSE
                   GO TO GERA-TITULO-FIM.
           IF ST-CTRL NOT = "00"
               GO TO GERA-TITULO-FIM.
           MOVE "PAGAR   " TO TIPOCTRL
           READ CADCONTROLE
           IF ST-CTRL NOT = "00"
               MOVE "PAGAR   " TO TIPOCTRL
               MOVE 1 TO PROXNUM
               WRITE REGCTRL.
           MOVE PROXNUM TO NUMTITULO
           ADD 1 TO PROXNUM
           REWRITE REGCTRL
           CLOSE CADCONTROLE.
       GERA-TITULO-FIM.
           EXIT.
      *
       ACHA-OSE.
           MOVE ZEROS TO W-NUMOSE
           DISPLAY (06, 01) "   NUMERO DO ENVIO (0=VOLTAR): ".
           ACCEPT (06, 32) W-NUMOSE WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR W-NUMOSE = ZEROS
               MOVE ZEROS TO W-NUMOSE
               GO TO ACHA-OSE-FIM.
           MOVE W-NUMOSE TO NUMOSEXT
           READ CADOSEXT
           IF ST-ERRO NOT = "00"
               MOVE "* ENVIO NAO ENCONTRADO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               MOVE ZEROS TO W-NUMOSE
               GO TO ACHA-OSE-FIM.
           MOVE VALORC-OSE TO W-ED-VAL
           DISPLAY (07, 01) "   ORDEM " NUMBIKE-OSE "/" SEQMANUT-OSE
               "  OFICINA " CNPJ-OSE "  " DSCSITOSE
           DISPLAY (08, 01) "   " SERVICO-OSE "  ORC. " W-ED-VAL.
       ACHA-OSE-FIM.
           EXIT.
      *
       ACC-DTINFO.
           MOVE W-DATAHOJE TO W-DTINFO
           DISPLAY (10, 01) "   DATA (AAAAMMDD)........: ".
           ACCEPT (10, 30) W-DTINFO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               MOVE ZEROS TO W-DTINFO
               GO TO ACC-DTINFO-FIM.
           IF W-DTINFO = ZEROS OR W-DTINFO > W-DATAHOJE
               MOVE "* DATA INVALIDA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-DTINFO.
       ACC-DTINFO-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * RELATORIO: ENVIOS ATRASADOS (NAO DEVOLVIDOS COM O RETORNO
      * PREVISTO VENCIDO), CUSTO E PRAZO MEDIOS POR OFICINA EXTERNA E
      * A MESMA MEDIA DA OFICINA PROPRIA (ORDENS FINALIZADAS NO
      * SGB008 QUE NUNCA SAIRAM DA LOJA). PRAZOS EM DIAS 30/360
      *--------------------------------------------------------------
      *
       OSE-RELATORIO.
           MOVE ZEROS TO W-QTDATRASO
           PERFORM ABRE-SPOOL THRU ABRE-SPOOL-FIM.
           STRING " "
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "---- REPAROS EXTERNOS ATRASADOS EM " W-DATAHOJE
               " ----"
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "ENVIO  ORDEM     OFICINA        SITUACAO   "
               "PREVISTO  DIAS ATRASO"
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           MOVE ZEROS TO NUMOSEXT
           START CADOSEXT KEY IS >= NUMOSEXT
           IF ST-ERRO NOT = "00"
               GO TO REL-ATRASO-FIM.
       REL-ATRASO-PROX.
           READ CADOSEXT NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO REL-ATRASO-FIM.
           IF SITOSE = "V" OR DTPREV-OSE NOT < W-DATAHOJE
               GO TO REL-ATRASO-PROX.
           ADD 1 TO W-QTDATRASO
           MOVE DTPREV-OSE TO W-DTCALC
           PERFORM CALCULA-ORDEM THRU CALCULA-ORDEM-FIM
           MOVE ZEROS TO W-DIASATRASO
           IF W-ORDHOJE > W-ORDCALC
               COMPUTE W-DIASATRASO = W-ORDHOJE - W-ORDCALC.
           STRING NUMOSEXT " " NUMBIKE-OSE "/" SEQMANUT-OSE " "
               CNPJ-OSE " " DSCSITOSE " " DTPREV-OSE " "
               W-DIASATRASO
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           GO TO REL-ATRASO-PROX.
       REL-ATRASO-FIM.
           STRING "ENVIOS ATRASADOS: " W-QTDATRASO
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING " "
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "---- CUSTO E PRAZO MEDIO POR OFICINA ----"
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "OFICINA                        ENVIOS FATUR."
               "      TOTAL  CUSTO MEDIO DIAS"
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           MOVE ZEROS TO CNPJ-FORN
           START CADFORN KEY IS >= CNPJ-FORN
           IF ST-ERRO NOT = "00"
               GO TO REL-PROPRIA.
       REL-FORN-PROX.
           READ CADFORN NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO REL-PROPRIA.
           MOVE CNPJ-FORN TO W-CNPJREL
           MOVE RAZAO-FORN TO W-NOMEFORN
           PERFORM SOMA-OFICINA THRU SOMA-OFICINA-FIM
           IF W-QTDENVIO = ZEROS
               GO TO REL-FORN-PROX.
           MOVE ZEROS TO W-MEDIACUSTO W-MEDIADIAS
           IF W-QTDFAT > ZEROS
               COMPUTE W-MEDIACUSTO ROUNDED = W-VALFAT / W-QTDFAT.
           IF W-QTDVOLTA > ZEROS
               COMPUTE W-MEDIADIAS = W-SOMADIAS / W-QTDVOLTA.
           MOVE W-VALFAT TO W-ED-TOT
           MOVE W-MEDIACUSTO TO W-ED-VAL
           STRING W-NOMEFORN " " W-QTDENVIO "   " W-QTDFAT " "
               W-ED-TOT "  " W-ED-VAL " " W-MEDIADIAS
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           GO TO REL-FORN-PROX.
      *
       REL-PROPRIA.
           PERFORM SOMA-PROPRIA THRU SOMA-PROPRIA-FIM
           MOVE ZEROS TO W-MEDIACUSTO W-MEDIADIAS
           IF W-QTDPROPRIA > ZEROS
               COMPUTE W-MEDIACUSTO ROUNDED =
                   W-CUSTOPROP / W-QTDPROPRIA
               COMPUTE W-MEDIADIAS = W-DIASPROP / W-QTDPROPRIA.
           MOVE W-CUSTOPROP TO W-ED-TOT
           MOVE W-MEDIACUSTO TO W-ED-VAL
           STRING "OFICINA PROPRIA (SGB008)      " " " W-QTDPROPRIA
               " " W-ED-TOT "  " W-ED-VAL " " W-MEDIADIAS
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           PERFORM FECHA-SPOOL THRU FECHA-SPOOL-FIM.
           DISPLAY "TECLE ENTER PARA VOLTAR".
           ACCEPT W-OPCAO
           GO TO ACC-MODO.
      *
      * ENVIOS DA OFICINA W-CNPJREL: QUANTIDADE, FATURADO E PRAZO DO
      * ENVIO ATE A VOLTA DOS JA DEVOLVIDOS
       SOMA-OFICINA.
           MOVE ZEROS TO W-QTDENVIO W-QTDFAT W-QTDVOLTA
           MOVE ZEROS TO W-VALFAT W-SOMADIAS
           MOVE ZEROS TO NUMOSEXT
           START CADOSEXT KEY IS >= NUMOSEXT
           IF ST-ERRO NOT = "00"
               GO TO SOMA-OFICINA-FIM.
       SOMA-OFICINA-PROX.
           READ CADOSEXT NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO SOMA-OFICINA-FIM.
           IF CNPJ-OSE NOT = W-CNPJREL
               GO TO SOMA-OFICINA-PROX.
           ADD 1 TO W-QTDENVIO
           IF NUMTIT-OSE NOT = ZEROS
               ADD 1 TO W-QTDFAT
               ADD VALNF-OSE TO W-VALFAT.
           IF SITOSE NOT = "V"
               GO TO SOMA-OFICINA-PROX.
           ADD 1 TO W-QTDVOLTA
           MOVE DTENVIO-OSE TO W-DTCALC
           PERFORM CALCULA-ORDEM THRU CALCULA-ORDEM-FIM
           MOVE W-ORDCALC TO W-ORDINI
           MOVE DTVOLTA-OSE TO W-DTCALC
           PERFORM CALCULA-ORDEM THRU CALCULA-ORDEM-FIM
           IF W-ORDCALC > W-ORDINI
               COMPUTE W-SOMADIAS =
                   W-SOMADIAS + (W-ORDCALC - W-ORDINI).
           GO TO SOMA-OFICINA-PROX.
       SOMA-OFICINA-FIM.
           EXIT.
      *
      * ORDENS FINALIZADAS SEM NENHUM ENVIO EXTERNO (A CHAVE
      * ALTERNATIVA DO CADOSEXT DIZ SE A ORDEM SAIU DA LOJA)
       SOMA-PROPRIA.
           MOVE ZEROS TO W-QTDPROPRIA W-CUSTOPROP W-DIASPROP
           MOVE ZEROS TO NUM-BIKE-MANUT SEQ-MANUT
           START CADMANUT KEY IS >= KEYMANUT
           IF ST-ERRO NOT = "00"
               GO TO SOMA-PROPRIA-FIM.
       SOMA-PROPRIA-PROX.
           READ CADMANUT NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO SOMA-PROPRIA-FIM.
           IF SITUACMANUT NOT = "F"
               GO TO SOMA-PROPRIA-PROX.
           MOVE NUM-BIKE-MANUT TO NUMBIKE-OSE
           MOVE SEQ-MANUT TO SEQMANUT-OSE
           READ CADOSEXT KEY IS KEYMANUT-OSE
           IF ST-ERRO = "00" OR "02"
               GO TO SOMA-PROPRIA-PROX.
           ADD 1 TO W-QTDPROPRIA
           ADD CUSTOMANUT TO W-CUSTOPROP
           COMPUTE W-ORDINI = (ANO-ABERT * 360) +
               (MES-ABERT * 30) + DIA-ABERT
           COMPUTE W-ORDCALC = (ANO-RETO * 360) +
               (MES-RETO * 30) + DIA-RETO
           IF W-ORDCALC > W-ORDINI
               COMPUTE W-DIASPROP =
                   W-DIASPROP + (W-ORDCALC - W-ORDINI).
           GO TO SOMA-PROPRIA-PROX.
       SOMA-PROPRIA-FIM.
           EXIT.
      *
       CALCULA-ORDEM.
           COMPUTE W-ORDCALC = (W-ANOCALC * 360) +
               (W-MESCALC * 30) + W-DIACALC.
       CALCULA-ORDEM-FIM.
           EXIT.
      *
       ENCERRA.
           CLOSE CADOSEXT CADFORN CADMANUT CADPAGAR
           GO TO ROT-FIM.
      *
      *--------------------------------------------------------------
      * ABERTURA DO SPOOL DO RELATORIO: PEDE O OPERADOR, TIRA O
      * NUMERO DA SERIE "SPOOL" (CADCONTROLE), GRAVA O REGISTRO DE
      * CONTROLE NO CADSPOOL E ABRE O ARQUIVO SPLnnnnnn.TXT COM O
      * CABECALHO. SE O SPOOL NAO PUDER SER ABERTO, O RELATORIO SAI
      * SO NA TELA, COMO ANTES
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
           MOVE "SGB151" TO PROGSPOOL
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
      *--------------------------------------------------------------
      * MOSTRA A LINHA MONTADA EM W-LINSPOOL NA TELA E, COM O SPOOL
      * ABERTO, GRAVA A MESMA LINHA NO ARQUIVO DE SPOOL
      *--------------------------------------------------------------
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
      *--------------------------------------------------------------
      * ENCERRAMENTO DO SPOOL DO RELATORIO
      *--------------------------------------------------------------
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
