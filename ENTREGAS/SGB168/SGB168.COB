       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGB168.
       AUTHOR. VINICIUS ESCAME DOS SANTOS.
      *--------------------------------------------------------------
      * CONTAS BANCARIAS E POSICAO DIARIA DA TESOURARIA:
      *   C = CADASTRO DA CONTA (CADCTABCO.DAT): BANCO, AGENCIA,
      *       NUMERO, SALDO DE ABERTURA E A DATA DESSE SALDO
      *   L = LANCAMENTO MANUAL NO MOVIMENTO (CADMOVBCO.DAT):
      *       T = TARIFA BANCARIA (DEBITO NA CONTA)
      *       F = TRANSFERENCIA (DEBITO NA ORIGEM, CREDITO NO
      *           DESTINO)
      *   P = POSICAO DO DIA POR CONTA: SALDO INICIAL, ENTRADAS E
      *       SAIDAS POR ORIGEM E SALDO FINAL. EM SEGUIDA CONFERE O
      *       SALDO DE CADA DIA QUE O EXTRATO (EXTBANCO.TXT) INFORMA
      *       CONTRA O SALDO CALCULADO E LISTA OS DIAS DIVERGENTES
      * O RESTO DO MOVIMENTO E GRAVADO PELOS PROGRAMAS QUE MEXEM NO
      * DINHEIRO: SGB044 (CARTAO/PIX), SGB094 (DEPOSITO DO CAIXA),
      * SGB167 (BOLETO E TARIFA), SGB080 (REMESSA DE PAGAMENTOS) E
      * SGB079 (BAIXA DO CONTAS A PAGAR)
      *--------------------------------------------------------------
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT EXTBANCO
                    ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-EXT.

            SELECT CADCTABCO
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-CTA
                    FILE STATUS  IS ST-ERRO.

            SELECT CADMOVBCO
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYMOVBCO
                    FILE STATUS  IS ST-MOV
                    ALTERNATE RECORD KEY IS ORIGDOC-MOV
                                            WITH DUPLICATES.

            SELECT CADCONTROLE
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TIPOCTRL
                    FILE STATUS  IS ST-ERRO.
      *
      *--------------------------------------------------------------
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *--------------------------------------------------------------
      * EXTRATO DO BANCO (MESMO ARQUIVO DO SGB094): DATA;VALOR E,
      * QUANDO O BANCO INFORMA, ;CONTA;SALDO DO DIA (SINAL + OU -
      * ANTES DO SALDO). O ULTIMO SALDO DE CADA CONTA E DIA VALE
      *--------------------------------------------------------------
      *
       FD EXTBANCO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "EXTBANCO.TXT".
       01 REGEXT.
           03 EX-DTCRED     PIC 9(08).
           03 EX-DELIM1     PIC X(01).
           03 EX-VALOR      PIC 9(06)V99.
           03 EX-DELIM2     PIC X(01).
           03 EX-CONTA      PIC 9(03).
           03 EX-DELIM3     PIC X(01).
           03 EX-SINAL      PIC X(01).
           03 EX-SALDO      PIC 9(10)V99.
      *
      *--------------------------------------------------------------
      * CONTA BANCARIA DA LOJA. O SALDO DE ABERTURA VALE NO INICIO
      * DE DTSALDO-CTA; SO O MOVIMENTO DESSA DATA EM DIANTE CONTA.
      * SIT A = ATIVA, I = INATIVA
      *--------------------------------------------------------------
      *
       FD CADCTABCO
           VALUE OF FILE-ID IS "CADCTABCO.DAT".
       01 REGCTABCO.
           03 COD-CTA          PIC 9(03).
           03 DSC-CTA          PIC X(20).
           03 BANCO-CTA        PIC 9(03).
           03 AGENCIA-CTA      PIC 9(05).
           03 NUMCTA-CTA       PIC X(12).
           03 DTSALDO-CTA      PIC 9(08).
           03 SALDOINI-CTA     PIC 9(10)V99.
           03 SIT-CTA          PIC X(01).
           03 DSCSIT-CTA       PIC X(08).
      *
      *--------------------------------------------------------------
      * MOVIMENTO DAS CONTAS BANCARIAS, NUMERADO PELA SERIE
      * "MOVBANCO" DO CADCONTROLE. ORIGEM C = CARTAO/PIX (SGB044),
      * D = DEPOSITO DO CAIXA (SGB094), B = BOLETO (SGB167), R =
      * REMESSA DE PAGAMENTOS (SGB080), P = TITULO BAIXADO NO
      * CONTAS A PAGAR (SGB079), T = TARIFA, F = TRANSFERENCIA
      * ENTRE CONTAS. TIPO C = CREDITO, D = DEBITO
      *--------------------------------------------------------------
      *
       FD CADMOVBCO
           VALUE OF FILE-ID IS "CADMOVBCO.DAT".
       01 REGMOVBCO.
           03 KEYMOVBCO.
               05 CTA-MOV          PIC 9(03).
               05 DT-MOV           PIC 9(08).
               05 NUM-MOV          PIC 9(08).
           03 ORIGDOC-MOV.
               05 ORIGEM-MOV       PIC X(01).
               05 DOC-MOV          PIC X(32).
           03 TIPO-MOV         PIC X(01).
           03 VALOR-MOV        PIC 9(08)V99.
           03 HIST-MOV         PIC X(30).
           03 DTLANC-MOV       PIC 9(08).
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
       77 ST-EXT        PIC X(02) VALUE "00".
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 W-DATAHOJE    PIC 9(08) VALUE ZEROS.
       77 W-NOVACTA     PIC X(01) VALUE "N".
      *
      * LANCAMENTO MANUAL
       77 W-TIPOLANC    PIC X(01) VALUE SPACES.
       77 W-CTAORIG     PIC 9(03) VALUE ZEROS.
       77 W-CTADEST     PIC 9(03) VALUE ZEROS.
       77 W-DTLANC      PIC 9(08) VALUE ZEROS.
       77 W-VALLANC     PIC 9(08)V99 VALUE ZEROS.
       77 W-HISTLANC    PIC X(30) VALUE SPACES.
       01 W-DOCTRANSF.
           03 FILLER           PIC X(04) VALUE "TRF ".
           03 W-TRFORIG        PIC 9(03).
           03 FILLER           PIC X(01) VALUE "-".
           03 W-TRFDEST        PIC 9(03).
           03 FILLER           PIC X(01) VALUE " ".
           03 W-TRFDATA        PIC 9(08).
      *
      * LANCAMENTO NO MOVIMENTO BANCARIO (GRAVA-MOVBCO)
       77 ST-MOV        PIC X(02) VALUE "00".
       77 W-CTAMOV      PIC 9(03) VALUE ZEROS.
       77 W-DTMOV       PIC 9(08) VALUE ZEROS.
       77 W-ORIGMOV     PIC X(01) VALUE SPACES.
       77 W-TIPOMOV     PIC X(01) VALUE SPACES.
       77 W-VALMOV      PIC 9(08)V99 VALUE ZEROS.
       77 W-HISTMOV     PIC X(30) VALUE SPACES.
       77 W-DOCMOV      PIC X(32) VALUE SPACES.
       77 W-DTLANCMOV   PIC 9(08) VALUE ZEROS.
      *
      * POSICAO DIARIA
       77 W-DTPOS       PIC 9(08) VALUE ZEROS.
       77 W-CALCCTA     PIC 9(03) VALUE ZEROS.
       77 W-CALCDT      PIC 9(08) VALUE ZEROS.
       77 W-SALDOANT    PIC S9(11)V99 VALUE ZEROS.
       77 W-SALDODIA    PIC S9(11)V99 VALUE ZEROS.
       77 W-SALDOFIM    PIC S9(11)V99 VALUE ZEROS.
       77 W-TOTANT      PIC S9(11)V99 VALUE ZEROS.
       77 W-TOTFIM      PIC S9(11)V99 VALUE ZEROS.
       77 W-QTDCTAS     PIC 9(03) VALUE ZEROS.
       77 W-IDX         PIC 9(02) VALUE ZEROS.
       77 W-ED-SALDO    PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
       77 W-ED-SALDO2   PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
       77 W-ED-DIFER    PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
       77 W-ED-ENT      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       77 W-ED-SAI      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
      *
      * ORIGENS DO MOVIMENTO, NA ORDEM EM QUE SAEM NA POSICAO
       01 W-TABORIGENS.
           03 FILLER PIC X(27) VALUE "CCARTAO/PIX (SGB044)       ".
           03 FILLER PIC X(27) VALUE "DDEPOSITO DO CAIXA (SGB094)".
           03 FILLER PIC X(27) VALUE "BBOLETOS (SGB167)          ".
           03 FILLER PIC X(27) VALUE "RREMESSA PAGTOS (SGB080)   ".
           03 FILLER PIC X(27) VALUE "PCONTAS A PAGAR (SGB079)   ".
           03 FILLER PIC X(27) VALUE "TTARIFAS BANCARIAS         ".
           03 FILLER PIC X(27) VALUE "FTRANSFERENCIAS            ".
       01 W-TABORIGENS-R REDEFINES W-TABORIGENS.
           03 W-ORIGEM OCCURS 7 TIMES.
               05 W-CODORIG        PIC X(01).
               05 W-NOMEORIG       PIC X(26).
       01 W-TABVALORES.
           03 W-VALORIG OCCURS 7 TIMES.
               05 W-ENTORIG        PIC 9(10)V99.
               05 W-SAIORIG        PIC 9(10)V99.
      *
      * CONFERENCIA COM O EXTRATO: ULTIMO SALDO DA CONTA E DIA
       77 W-EXTCTA      PIC 9(03) VALUE ZEROS.
       77 W-EXTDT       PIC 9(08) VALUE ZEROS.
       77 W-SALDOEXT    PIC S9(11)V99 VALUE ZEROS.
       77 W-DIFER       PIC S9(11)V99 VALUE ZEROS.
       77 W-TOTDIAS     PIC 9(06) VALUE ZEROS.
       77 W-TOTDIVERG   PIC 9(06) VALUE ZEROS.
       77 W-TOTSEMCTA   PIC 9(06) VALUE ZEROS.
      *
      *--------------------------------------------------------------
      *
       PROCEDURE DIVISION.
       INICIO.
       INC-OP0.
           OPEN I-O CADCTABCO
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                   OPEN OUTPUT CADCTABCO
                   CLOSE CADCTABCO
                   OPEN I-O CADCTABCO
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQUIVO CADCTABCO.DAT *"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
           OPEN I-O CADMOVBCO
           IF ST-MOV NOT = "00"
               IF ST-MOV = "30" OR "35"
                   OPEN OUTPUT CADMOVBCO
                   CLOSE CADMOVBCO
                   OPEN I-O CADMOVBCO
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQUIVO CADMOVBCO.DAT *"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADCTABCO
                   GO TO ROT-FIM.
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
                   CLOSE CADCTABCO CADMOVBCO
                   GO TO ROT-FIM.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD.
      *
       ACC-MODO.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 01) "  * CONTAS BANCARIAS E TESOURARIA *"
           MOVE SPACES TO W-OPCAO
           DISPLAY (03, 01)
               "   C=CONTA  L=LANCAMENTO  P=POSICAO DO DIA  S=SAIR : ".
           ACCEPT (03, 55) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR 01
               GO TO ENCERRA.
           IF W-OPCAO = "c" MOVE "C" TO W-OPCAO.
           IF W-OPCAO = "l" MOVE "L" TO W-OPCAO.
           IF W-OPCAO = "p" MOVE "P" TO W-OPCAO.
           IF W-OPCAO = "s" OR "S"
               GO TO ENCERRA.
           IF W-OPCAO = "C"
               GO TO CTA-001.
           IF W-OPCAO = "L"
               GO TO LAN-001.
           IF W-OPCAO = "P"
               GO TO POS-001.
           MOVE "* DIGITE C, L, P OU S *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ACC-MODO.
      *
      *--------------------------------------------------------------
      * CADASTRO DA CONTA: CODIGO NOVO INCLUI, CODIGO EXISTENTE
      * ALTERA
      *--------------------------------------------------------------
      *
       CTA-001.
           MOVE ZEROS TO COD-CTA
           DISPLAY (05, 01) "   CODIGO DA CONTA......: ".
           ACCEPT (05, 27) COD-CTA WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-MODO.
           IF COD-CTA = ZEROS
               MOVE "* CODIGO DA CONTA INVALIDO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO CTA-001.
           MOVE "N" TO W-NOVACTA
           READ CADCTABCO
           IF ST-ERRO = "00"
               DISPLAY (05, 35) "ALTERACAO"
               GO TO CTA-002.
           MOVE "S" TO W-NOVACTA
           MOVE SPACES TO DSC-CTA NUMCTA-CTA
           MOVE ZEROS TO BANCO-CTA AGENCIA-CTA SALDOINI-CTA
           MOVE W-DATAHOJE TO DTSALDO-CTA
           MOVE "A" TO SIT-CTA
           DISPLAY (05, 35) "INCLUSAO ".
       CTA-002.
           DISPLAY (06, 01) "   DESCRICAO............: ".
           ACCEPT (06, 27) DSC-CTA WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO CTA-001.
           IF DSC-CTA = SPACES
               MOVE "* DESCRICAO OBRIGATORIA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO CTA-002.
       CTA-003.
           DISPLAY (07, 01) "   BANCO (CODIGO).......: ".
           ACCEPT (07, 27) BANCO-CTA WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO CTA-002.
           IF BANCO-CTA = ZEROS
               MOVE "* CODIGO DO BANCO INVALIDO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO CTA-003.
       CTA-004.
           DISPLAY (08, 01) "   AGENCIA..............: ".
           ACCEPT (08, 27) AGENCIA-CTA WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO CTA-003.
           DISPLAY (09, 01) "   NUMERO DA CONTA......: ".
           ACCEPT (09, 27) NUMCTA-CTA WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO CTA-004.
           IF NUMCTA-CTA = SPACES
               MOVE "* NUMERO DA CONTA OBRIGATORIO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO CTA-004.
       CTA-005.
           DISPLAY (10, 01) "   DATA DO SALDO INICIAL (AAAAMMDD): ".
           ACCEPT (10, 39) DTSALDO-CTA WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO CTA-004.
           IF DTSALDO-CTA = ZEROS
               MOVE "* DATA INVALIDA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO CTA-005.
           DISPLAY (11, 01) "   SALDO INICIAL........: ".
           ACCEPT (11, 27) SALDOINI-CTA WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO CTA-005.
       CTA-006.
           DISPLAY (12, 01) "   SITUACAO (A=ATIVA I=INATIVA): ".
           ACCEPT (12, 35) SIT-CTA WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO CTA-005.
           IF SIT-CTA = "a" MOVE "A" TO SIT-CTA.
           IF SIT-CTA = "i" MOVE "I" TO SIT-CTA.
           IF SIT-CTA NOT = "A" AND "I"
               MOVE "* SITUACAO A OU I *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO CTA-006.
           MOVE "ATIVA   " TO DSCSIT-CTA
           IF SIT-CTA = "I"
               MOVE "INATIVA " TO DSCSIT-CTA.
           MOVE "N" TO W-OPCAO
           DISPLAY (14, 01) "   GRAVAR (S/N)? : ".
           ACCEPT (14, 21) W-OPCAO WITH UPDATE
           IF W-OPCAO NOT = "S" AND "s"
               MOVE "* CONTA NAO GRAVADA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-MODO.
           IF W-NOVACTA = "S"
               WRITE REGCTABCO
           ELSE
               REWRITE REGCTABCO.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
               MOVE "* ERRO AO GRAVAR A CONTA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-MODO.
           MOVE "* CONTA GRAVADA *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ACC-MODO.
      *
      *--------------------------------------------------------------
      * LANCAMENTO MANUAL: TARIFA OU TRANSFERENCIA ENTRE CONTAS
      *--------------------------------------------------------------
      *
       LAN-001.
           MOVE SPACES TO W-TIPOLANC
           DISPLAY (05, 01)
               "   TIPO (T=TARIFA F=TRANSFERENCIA): ".
           ACCEPT (05, 38) W-TIPOLANC WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-MODO.
           IF W-TIPOLANC = "t" MOVE "T" TO W-TIPOLANC.
           IF W-TIPOLANC = "f" MOVE "F" TO W-TIPOLANC.
           IF W-TIPOLANC NOT = "T" AND "F"
               MOVE "* TIPO T OU F *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO LAN-001.
       LAN-002.
           MOVE ZEROS TO W-CTAORIG
           DISPLAY (06, 01) "   CONTA................: ".
           IF W-TIPOLANC = "F"
               DISPLAY (06, 01) "   CONTA DE ORIGEM......: ".
           ACCEPT (06, 27) W-CTAORIG WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO LAN-001.
           MOVE W-CTAORIG TO COD-CTA
           READ CADCTABCO
           IF ST-ERRO NOT = "00"
               MOVE "* CONTA NAO CADASTRADA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO LAN-002.
           IF SIT-CTA = "I"
               MOVE "* CONTA INATIVA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO LAN-002.
           DISPLAY (06, 35) DSC-CTA
           IF W-TIPOLANC = "T"
               MOVE "TARIFA BANCARIA" TO W-HISTLANC
               GO TO LAN-004.
       LAN-003.
           MOVE ZEROS TO W-CTADEST
           DISPLAY (07, 01) "   CONTA DE DESTINO.....: ".
           ACCEPT (07, 27) W-CTADEST WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO LAN-002.
           IF W-CTADEST = W-CTAORIG
               MOVE "* DESTINO IGUAL A ORIGEM *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO LAN-003.
           MOVE W-CTADEST TO COD-CTA
           READ CADCTABCO
           IF ST-ERRO NOT = "00"
               MOVE "* CONTA NAO CADASTRADA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO LAN-003.
           IF SIT-CTA = "I"
               MOVE "* CONTA INATIVA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO LAN-003.
           DISPLAY (07, 35) DSC-CTA
           MOVE "TRANSFERENCIA ENTRE CONTAS" TO W-HISTLANC.
       LAN-004.
           MOVE W-DATAHOJE TO W-DTLANC
           DISPLAY (08, 01) "   DATA (AAAAMMDD)......: ".
           ACCEPT (08, 27) W-DTLANC WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO LAN-002.
           IF W-DTLANC = ZEROS
               MOVE "* DATA INVALIDA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO LAN-004.
       LAN-005.
           MOVE ZEROS TO W-VALLANC
           DISPLAY (09, 01) "   VALOR................: ".
           ACCEPT (09, 27) W-VALLANC WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO LAN-004.
           IF W-VALLANC = ZEROS
               MOVE "* VALOR INVALIDO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO LAN-005.
           DISPLAY (10, 01) "   HISTORICO............: ".
           ACCEPT (10, 27) W-HISTLANC WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO LAN-005.
           MOVE "N" TO W-OPCAO
           DISPLAY (12, 01) "   CONFIRMA O LANCAMENTO (S/N)? : ".
           ACCEPT (12, 36) W-OPCAO WITH UPDATE
           IF W-OPCAO NOT = "S" AND "s"
               MOVE "* LANCAMENTO NAO GRAVADO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-MODO.
           MOVE W-CTAORIG TO W-CTAMOV
           MOVE W-DTLANC TO W-DTMOV
           MOVE W-TIPOLANC TO W-ORIGMOV
           MOVE "D" TO W-TIPOMOV
           MOVE W-VALLANC TO W-VALMOV
           MOVE W-HISTLANC TO W-HISTMOV
           MOVE "MANUAL" TO W-DOCMOV
           IF W-TIPOLANC = "F"
               MOVE W-CTAORIG TO W-TRFORIG
               MOVE W-CTADEST TO W-TRFDEST
               MOVE W-DTLANC TO W-TRFDATA
               MOVE W-DOCTRANSF TO W-DOCMOV.
           PERFORM GRAVA-MOVBCO THRU GRAVA-MOVBCO-FIM
           IF W-TIPOLANC = "F"
               MOVE W-CTADEST TO W-CTAMOV
               MOVE "C" TO W-TIPOMOV
               PERFORM GRAVA-MOVBCO THRU GRAVA-MOVBCO-FIM.
           MOVE "* LANCAMENTO GRAVADO *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ACC-MODO.
      *
      *--------------------------------------------------------------
      * POSICAO DIARIA POR CONTA
      *--------------------------------------------------------------
      *
       POS-001.
           MOVE W-DATAHOJE TO W-DTPOS
           DISPLAY (05, 01) "   DATA DA POSICAO (AAAAMMDD): ".
           ACCEPT (05, 33) W-DTPOS WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-MODO.
           IF W-DTPOS = ZEROS
               MOVE "* DATA INVALIDA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO POS-001.
           MOVE ZEROS TO W-TOTANT W-TOTFIM W-QTDCTAS
           DISPLAY " ".
           DISPLAY "---- POSICAO DIARIA DA TESOURARIA - " W-DTPOS
               " ----".
           MOVE ZEROS TO COD-CTA
           START CADCTABCO KEY IS NOT LESS COD-CTA
           IF ST-ERRO NOT = "00"
               DISPLAY "NENHUMA CONTA CADASTRADA"
               GO TO EXT-INICIO.
       POS-PROX.
           READ CADCTABCO NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO POS-TOTAL.
           IF SIT-CTA = "I"
               GO TO POS-PROX.
           ADD 1 TO W-QTDCTAS
           MOVE COD-CTA TO W-CALCCTA
           MOVE W-DTPOS TO W-CALCDT
           PERFORM CALC-SALDO THRU CALC-SALDO-FIM
           COMPUTE W-SALDOFIM = W-SALDOANT + W-SALDODIA
           ADD W-SALDOANT TO W-TOTANT
           ADD W-SALDOFIM TO W-TOTFIM
           DISPLAY " ".
           DISPLAY "CONTA " COD-CTA " - " DSC-CTA "  BANCO " BANCO-CTA
               " AG " AGENCIA-CTA " CC " NUMCTA-CTA.
           MOVE W-SALDOANT TO W-ED-SALDO
           DISPLAY "  SALDO INICIAL DO DIA.......: " W-ED-SALDO.
           MOVE ZEROS TO W-IDX.
       POS-ORIGEM.
           ADD 1 TO W-IDX
           IF W-IDX > 7
               GO TO POS-FIMCTA.
           IF W-ENTORIG (W-IDX) = ZEROS AND W-SAIORIG (W-IDX) = ZEROS
               GO TO POS-ORIGEM.
           MOVE W-ENTORIG (W-IDX) TO W-ED-ENT
           MOVE W-SAIORIG (W-IDX) TO W-ED-SAI
           DISPLAY "  " W-NOMEORIG (W-IDX) " ENTRADAS " W-ED-ENT
               " SAIDAS " W-ED-SAI
           GO TO POS-ORIGEM.
       POS-FIMCTA.
           MOVE W-SALDOFIM TO W-ED-SALDO
           DISPLAY "  SALDO FINAL DO DIA.........: " W-ED-SALDO
           GO TO POS-PROX.
      *
       POS-TOTAL.
           DISPLAY " ".
           MOVE W-TOTANT TO W-ED-SALDO
           MOVE W-TOTFIM TO W-ED-SALDO2
           DISPLAY "CONTAS ATIVAS: " W-QTDCTAS.
           DISPLAY "SALDO INICIAL DE TODAS AS CONTAS: " W-ED-SALDO.
           DISPLAY "SALDO FINAL DE TODAS AS CONTAS..: " W-ED-SALDO2.
      *
      *--------------------------------------------------------------
      * CONFERENCIA COM O EXTRATO: PARA CADA CONTA E DIA QUE O
      * EXTRATO TRAZ SALDO, O ULTIMO SALDO DO DIA E COMPARADO COM O
      * SALDO FINAL CALCULADO PELO MOVIMENTO
      *--------------------------------------------------------------
      *
       EXT-INICIO.
           MOVE ZEROS TO W-TOTDIAS W-TOTDIVERG W-TOTSEMCTA
           MOVE ZEROS TO W-EXTCTA W-EXTDT W-SALDOEXT
           DISPLAY " ".
           DISPLAY "---- CONFERENCIA COM O EXTRATO (EXTBANCO.TXT) ----".
           OPEN INPUT EXTBANCO
           IF ST-EXT NOT = "00"
               DISPLAY "EXTRATO NAO ENCONTRADO - SEM CONFERENCIA"
               GO TO ACC-MODO.
       EXT-PROX.
           READ EXTBANCO
               AT END
                   GO TO EXT-FIM
           END-READ
           IF EX-DELIM2 NOT = ";"
               GO TO EXT-PROX.
           IF EX-CONTA NOT NUMERIC OR EX-SALDO NOT NUMERIC
               GO TO EXT-PROX.
           IF EX-CONTA = ZEROS
               GO TO EXT-PROX.
           IF W-EXTCTA NOT = ZEROS
               IF EX-CONTA NOT = W-EXTCTA OR EX-DTCRED NOT = W-EXTDT
                   PERFORM CONFERE-DIA THRU CONFERE-DIA-FIM.
           MOVE EX-CONTA TO W-EXTCTA
           MOVE EX-DTCRED TO W-EXTDT
           MOVE EX-SALDO TO W-SALDOEXT
           IF EX-SINAL = "-"
               COMPUTE W-SALDOEXT = 0 - EX-SALDO.
           GO TO EXT-PROX.
      *
       EXT-FIM.
           IF W-EXTCTA NOT = ZEROS
               PERFORM CONFERE-DIA THRU CONFERE-DIA-FIM.
           CLOSE EXTBANCO
           DISPLAY " ".
           DISPLAY "DIAS CONFERIDOS COM O EXTRATO: " W-TOTDIAS.
           DISPLAY "DIAS COM SALDO DIVERGENTE....: " W-TOTDIVERG.
           DISPLAY "CONTA DO EXTRATO SEM CADASTRO: " W-TOTSEMCTA.
           GO TO ACC-MODO.
      *
       CONFERE-DIA.
           MOVE W-EXTCTA TO COD-CTA
           READ CADCTABCO
           IF ST-ERRO NOT = "00"
               ADD 1 TO W-TOTSEMCTA
               DISPLAY "CONTA " W-EXTCTA " DO EXTRATO NAO CADASTRADA"
               GO TO CONFERE-DIA-FIM.
           ADD 1 TO W-TOTDIAS
           MOVE W-EXTCTA TO W-CALCCTA
           MOVE W-EXTDT TO W-CALCDT
           PERFORM CALC-SALDO THRU CALC-SALDO-FIM
           COMPUTE W-SALDOFIM = W-SALDOANT + W-SALDODIA
           IF W-SALDOFIM = W-SALDOEXT
               GO TO CONFERE-DIA-FIM.
           ADD 1 TO W-TOTDIVERG
           COMPUTE W-DIFER = W-SALDOEXT - W-SALDOFIM
           MOVE W-SALDOFIM TO W-ED-SALDO
           MOVE W-SALDOEXT TO W-ED-SALDO2
           MOVE W-DIFER TO W-ED-DIFER
           DISPLAY "*** DIA " W-EXTDT " CONTA " W-EXTCTA
               " SALDO DIVERGENTE"
           DISPLAY "    CALCULADO " W-ED-SALDO " EXTRATO " W-ED-SALDO2
           DISPLAY "    DIFERENCA " W-ED-DIFER.
       CONFERE-DIA-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * SALDO DA CONTA W-CALCCTA (REGISTRO DO CADCTABCO JA LIDO): O
      * SALDO DE ABERTURA MAIS O MOVIMENTO ANTERIOR A W-CALCDT VAI
      * PARA W-SALDOANT; O MOVIMENTO DO PROPRIO DIA VAI PARA
      * W-SALDODIA E PARA AS ENTRADAS E SAIDAS POR ORIGEM
      *--------------------------------------------------------------
      *
       CALC-SALDO.
           MOVE SALDOINI-CTA TO W-SALDOANT
           MOVE ZEROS TO W-SALDODIA W-TABVALORES
           MOVE W-CALCCTA TO CTA-MOV
           MOVE DTSALDO-CTA TO DT-MOV
           MOVE ZEROS TO NUM-MOV
           START CADMOVBCO KEY IS NOT LESS KEYMOVBCO
           IF ST-MOV NOT = "00"
               GO TO CALC-SALDO-FIM.
       CALC-SALDO-PROX.
           READ CADMOVBCO NEXT RECORD
           IF ST-MOV NOT = "00"
               GO TO CALC-SALDO-FIM.
           IF CTA-MOV NOT = W-CALCCTA
               GO TO CALC-SALDO-FIM.
           IF DT-MOV > W-CALCDT
               GO TO CALC-SALDO-FIM.
           IF DT-MOV < W-CALCDT
               IF TIPO-MOV = "C"
                   ADD VALOR-MOV TO W-SALDOANT
                   GO TO CALC-SALDO-PROX
               ELSE
                   SUBTRACT VALOR-MOV FROM W-SALDOANT
                   GO TO CALC-SALDO-PROX.
           IF TIPO-MOV = "C"
               ADD VALOR-MOV TO W-SALDODIA
           ELSE
               SUBTRACT VALOR-MOV FROM W-SALDODIA.
           MOVE ZEROS TO W-IDX.
       CALC-SALDO-ORIG.
           ADD 1 TO W-IDX
           IF W-IDX > 7
               GO TO CALC-SALDO-PROX.
           IF W-CODORIG (W-IDX) NOT = ORIGEM-MOV
               GO TO CALC-SALDO-ORIG.
           IF TIPO-MOV = "C"
               ADD VALOR-MOV TO W-ENTORIG (W-IDX)
           ELSE
               ADD VALOR-MOV TO W-SAIORIG (W-IDX).
           GO TO CALC-SALDO-PROX.
       CALC-SALDO-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * LANCAMENTO NO MOVIMENTO BANCARIO (CADMOVBCO), NUMERADO PELA
      * SERIE "MOVBANCO" DO CADCONTROLE
      *--------------------------------------------------------------
      *
       GRAVA-MOVBCO.
           ACCEPT W-DTLANCMOV FROM DATE YYYYMMDD
           MOVE "MOVBANCO" TO TIPOCTRL
           READ CADCONTROLE
           IF ST-ERRO NOT = "00"
               MOVE "MOVBANCO" TO TIPOCTRL
               MOVE 1 TO PROXNUM
               WRITE REGCTRL.
           MOVE PROXNUM TO NUM-MOV
           ADD 1 TO PROXNUM
           REWRITE REGCTRL
           MOVE W-CTAMOV TO CTA-MOV
           MOVE W-DTMOV TO DT-MOV
           MOVE W-ORIGMOV TO ORIGEM-MOV
           MOVE W-DOCMOV TO DOC-MOV
           MOVE W-TIPOMOV TO TIPO-MOV
           MOVE W-VALMOV TO VALOR-MOV
           MOVE W-HISTMOV TO HIST-MOV
           MOVE W-DTLANCMOV TO DTLANC-MOV
           WRITE REGMOVBCO.
       GRAVA-MOVBCO-FIM.
           EXIT.
      *
       ENCERRA.
           CLOSE CADCTABCO CADMOVBCO CADCONTROLE
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
