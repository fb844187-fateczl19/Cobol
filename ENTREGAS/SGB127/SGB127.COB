       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGB127.
       AUTHOR. VINICIUS ESCAME DOS SANTOS.
      *--------------------------------------------------------------
      * RELATORIO MENSAL DO PROGRAMA DE INDICACAO (CADINDICA.DAT) --
      * PARA CADA CLIENTE INDICADOR, NO MES INFORMADO (AAAAMM):
      *   INDIC. = CLIENTES NOVOS CADASTRADOS COM A INDICACAO DELE
      *            (SGB003)
      *   CONV.  = INDICADOS QUE FIZERAM A PRIMEIRA LOCACAO PAGA
      *   BONUS  = BONUS CREDITADO NA CARTEIRA DELE (SGB004, MOVIMENTO
      *            'B' DO CADSALDOMOV, VALOR DO PARAMETRO 16)
      * A CONVERSAO ENTRA NO MES EM QUE ACONTECEU, MESMO QUE A
      * INDICACAO SEJA DE UM MES ANTERIOR. O RELATORIO VAI PARA O
      * SPOOL (SGB038), COM TOTAIS GERAIS NO FINAL
      *--------------------------------------------------------------
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT CADINDICA
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF-IND
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CPFINDICADOR-IND
                                            WITH DUPLICATES.

            SELECT CADCLI
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF-CLI
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
       FD CADINDICA
           VALUE OF FILE-ID IS "CADINDICA.DAT".
       01 REGINDICA.
           03 CPF-IND          PIC 9(11).
           03 CPFINDICADOR-IND PIC 9(11).
           03 DTCAD-IND        PIC 9(08).
           03 OPERCAD-IND      PIC 9(04).
           03 DTCONV-IND       PIC 9(08).
           03 VALBONUS-IND     PIC 9(06)V99.
           03 SEQSMOV-IND      PIC 9(04).
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
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       01 W-ANOMES      PIC 9(06) VALUE ZEROS.
       01 W-ANOMES-R REDEFINES W-ANOMES.
           03 W-ANOREL     PIC 9(04).
           03 W-MESREL     PIC 9(02).
       01 W-DTCAD-R     PIC 9(08) VALUE ZEROS.
       01 W-DTCAD-RR REDEFINES W-DTCAD-R.
           03 W-ANOCAD     PIC 9(04).
           03 W-MESCAD     PIC 9(02).
           03 W-DIACAD     PIC 9(02).
       01 W-DTCONV-R    PIC 9(08) VALUE ZEROS.
       01 W-DTCONV-RR REDEFINES W-DTCONV-R.
           03 W-ANOCONV    PIC 9(04).
           03 W-MESCONV    PIC 9(02).
           03 W-DIACONV    PIC 9(02).
      *
      * QUEBRA POR INDICADOR E TOTAIS GERAIS
       77 W-INDATUAL    PIC 9(11) VALUE ZEROS.
       77 W-INDQTD      PIC 9(04) VALUE ZEROS.
       77 W-INDCONV     PIC 9(04) VALUE ZEROS.
       77 W-INDBONUS    PIC 9(08)V99 VALUE ZEROS.
       77 W-TOTQTD      PIC 9(06) VALUE ZEROS.
       77 W-TOTCONV     PIC 9(06) VALUE ZEROS.
       77 W-TOTBONUS    PIC 9(08)V99 VALUE ZEROS.
       77 W-TOTINDIC    PIC 9(06) VALUE ZEROS.
       77 W-NOMEREL     PIC X(24) VALUE SPACES.
       77 W-VALED       PIC ZZZZZZZ9,99.
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
       ACC-ANOMES.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 01) "  * RELATORIO MENSAL DE INDICACOES *"
           MOVE ZEROS TO W-ANOMES
           DISPLAY (03, 01) "   MES DO RELATORIO (AAAAMM): ".
           ACCEPT (03, 32) W-ANOMES WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR 01
               GO TO ROT-FIM.
           IF W-ANOMES = ZEROS OR W-MESREL < 1 OR W-MESREL > 12
               MOVE "* MES INVALIDO (AAAAMM) *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-ANOMES.
      *
       INC-OP0.
           OPEN INPUT CADINDICA
           IF ST-ERRO NOT = "00"
               MOVE "* NENHUMA INDICACAO REGISTRADA AINDA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           OPEN INPUT CADCLI
           IF ST-ERRO NOT = "00"
               CLOSE CADINDICA
               MOVE "* ERRO AO ABRIR O ARQUIVO CADCLI.DAT *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           PERFORM ABRE-SPOOL THRU ABRE-SPOOL-FIM
           STRING "---- INDICACOES DE CLIENTES " W-ANOMES " ----"
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM
           STRING "INDICADOR    NOME                      INDIC."
               "  CONV.   BONUS PAGO"
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM
           MOVE ZEROS TO CPFINDICADOR-IND
           START CADINDICA KEY IS >= CPFINDICADOR-IND
           IF ST-ERRO NOT = "00"
               GO TO REL-FIM.
      *
       IND-PROX.
           READ CADINDICA NEXT RECORD
               AT END
                   GO TO REL-FIM
               NOT AT END
                   PERFORM CONTA-INDICACAO THRU CONTA-INDICACAO-FIM
           END-READ
           GO TO IND-PROX.
      *
       CONTA-INDICACAO.
           IF CPFINDICADOR-IND NOT = W-INDATUAL
               PERFORM QUEBRA-INDICADOR THRU QUEBRA-INDICADOR-FIM
               MOVE CPFINDICADOR-IND TO W-INDATUAL.
           MOVE DTCAD-IND TO W-DTCAD-R
           IF W-ANOCAD = W-ANOREL AND W-MESCAD = W-MESREL
               ADD 1 TO W-INDQTD W-TOTQTD.
           MOVE DTCONV-IND TO W-DTCONV-R
           IF W-ANOCONV = W-ANOREL AND W-MESCONV = W-MESREL
               ADD 1 TO W-INDCONV W-TOTCONV
               ADD VALBONUS-IND TO W-INDBONUS W-TOTBONUS.
       CONTA-INDICACAO-FIM.
           EXIT.
      *
      * INDICADOR SEM MOVIMENTO NO MES NAO SAI NO RELATORIO
       QUEBRA-INDICADOR.
           IF W-INDQTD = ZEROS AND W-INDCONV = ZEROS
               GO TO QUEBRA-INDICADOR-ZERA.
           MOVE W-INDATUAL TO CPF-CLI
           READ CADCLI
           IF ST-ERRO = "00"
               MOVE NOME-CLI TO W-NOMEREL
           ELSE
               MOVE "** NAO CADASTRADO **" TO W-NOMEREL.
           MOVE W-INDBONUS TO W-VALED
           STRING W-INDATUAL "  " W-NOMEREL "  " W-INDQTD
               "   " W-INDCONV "  " W-VALED
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM
           ADD 1 TO W-TOTINDIC.
       QUEBRA-INDICADOR-ZERA.
           MOVE ZEROS TO W-INDQTD W-INDCONV W-INDBONUS.
       QUEBRA-INDICADOR-FIM.
           EXIT.
      *
       REL-FIM.
           PERFORM QUEBRA-INDICADOR THRU QUEBRA-INDICADOR-FIM
           STRING " "
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM
           MOVE W-TOTBONUS TO W-VALED
           STRING "TOTAL GERAL: INDICADORES " W-TOTINDIC
               "  INDIC. " W-TOTQTD "  CONV. " W-TOTCONV
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM
           STRING "             BONUS PAGO " W-VALED
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM
           CLOSE CADINDICA CADCLI
           PERFORM FECHA-SPOOL THRU FECHA-SPOOL-FIM
           GO TO ROT-FIM.
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
           MOVE "SGB127" TO PROGSPOOL
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
