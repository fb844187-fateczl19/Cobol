       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGB156.
       AUTHOR. VINICIUS ESCAME DOS SANTOS.
      *--------------------------------------------------------------
      * CHAMADO AUTOMATICO NO SAC PARA AVALIACAO BAIXA -- PASSO DA
      * CADEIA NOTURNA (SGB032): TODA AVALIACAO DO CADAVAL COM NOTA
      * ATE A NOTA MAXIMA DO PARAMETRO 29, FEITA NOS 7 DIAS ATE A
      * DATA DE REFERENCIA E AINDA SEM RETORNO NO CADRETAV, ABRE UMA
      * RECLAMACAO NO CADSAC LIGADA A LOCACAO, CATEGORIA V (AVALIACAO
      * BAIXA), COM O GERENTE DA FILIAL DA LOCACAO (CADFILIAL) COMO
      * RESPONSAVEL E PRAZO DE RETORNO AO CLIENTE DE N DIAS CORRIDOS
      * (PARAMETRO 30). O CADRETAV GUARDA A NOTA ORIGINAL E O PRAZO;
      * AO RESOLVER O CHAMADO NO SGB061 O CLIENTE DA A NOVA NOTA, E O
      * SGB061 (MODO V) MEDE QUANTOS O RETORNO RECUPEROU. OS CHAMADOS
      * AINDA SEM TRATAMENTO APARECEM NO PAINEL DA LOJA (SGB074)
      *--------------------------------------------------------------
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT CADAVAL
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYAVAL
                    FILE STATUS  IS ST-ERRO.

            SELECT CADLOC
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYLOCACAO
                    FILE STATUS  IS ST-LOC
                    ALTERNATE RECORD KEY IS FKCPF-CLI
                                            WITH DUPLICATES
                    ALTERNATE RECORD KEY IS FKNUM-BIKE
                                            WITH DUPLICATES.

            SELECT CADFILIAL
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-FILIAL
                    FILE STATUS  IS ST-FIL.

            SELECT CADSAC
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYSAC
                    FILE STATUS  IS ST-SAC.

            SELECT CADRETAV
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYRETAV
                    FILE STATUS  IS ST-RET.

            SELECT CADPARAM
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-PARAM
                    FILE STATUS  IS ST-ERRO.
      *
      *--------------------------------------------------------------
      *
       DATA DIVISION.
       FILE SECTION.
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
       FD CADFILIAL
           VALUE OF FILE-ID IS "CADFILIAL.DAT".
       01 REGFILIAL.
           03 COD-FILIAL      PIC 9(02).
           03 NOME-FILIAL     PIC X(15).
           03 FKCEP-FIL       PIC 9(08).
           03 NUM-FIL         PIC 9(05).
           03 COMPLEM-FIL     PIC X(13).
           03 TEL-FIL         PIC 9(11).
           03 HORARIO-FIL OCCURS 7 TIMES.
               05 HRABRE-FIL  PIC 9(04).
               05 HRFECHA-FIL PIC 9(04).
           03 GERENTE-FIL     PIC 9(04).
           03 VAGASRACK-FIL   PIC 9(04).
           03 SITUAC-FIL      PIC X(01).
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
      * RETORNO AO CLIENTE DA AVALIACAO BAIXA (SGB156, SGB061 E
      * SGB074) -- UM POR LOCACAO AVALIADA, COM A CHAVE DA LOCACAO
      * (DATA DDMMAAAA, COMO NO CADLOC), A RECLAMACAO ABERTA NO
      * CADSAC (CPF DA CHAVE + SEQSAC), A NOTA ORIGINAL E A NOTA
      * MAXIMA VIGENTE NA ABERTURA. SITRET A = AGUARDANDO RETORNO,
      * N = NOVA NOTA DADA NA RESOLUCAO, F = RESOLVIDO SEM NOVA NOTA
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
       FD CADPARAM
           VALUE OF FILE-ID IS "CADPARAM.DAT".
       01 REGPARAM.
           03 COD-PARAM    PIC 9(02).
           03 DSC-PARAM    PIC X(25).
           03 VAL-PARAM    PIC 9(06)V9(06).
      *
      *--------------------------------------------------------------
      *
       WORKING-STORAGE SECTION.
      *
       77 ST-ERRO       PIC X(02) VALUE "00".
       77 ST-LOC        PIC X(02) VALUE "00".
       77 ST-FIL        PIC X(02) VALUE "00".
       77 ST-SAC        PIC X(02) VALUE "00".
       77 ST-RET        PIC X(02) VALUE "00".
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 W-DATAHOJE    PIC 9(08) VALUE ZEROS.
       77 W-FILABERTO   PIC X(01) VALUE "N".
       77 W-NOTAMAX     PIC 9(01) VALUE 2.
       77 W-PRAZORET    PIC 9(03) VALUE 2.
       77 W-ORDREF      PIC 9(08) VALUE ZEROS.
       77 W-ORDAVAL     PIC 9(08) VALUE ZEROS.
       77 W-DIASAVAL    PIC S9(06) VALUE ZEROS.
       77 W-RESP        PIC 9(04) VALUE ZEROS.
       77 W-FILIAL      PIC 9(02) VALUE ZEROS.
       77 W-TOTLIDAS    PIC 9(06) VALUE ZEROS.
       77 W-TOTBAIXAS   PIC 9(04) VALUE ZEROS.
       77 W-TOTJA       PIC 9(04) VALUE ZEROS.
       77 W-TOTNOVOS    PIC 9(04) VALUE ZEROS.
       77 W-DIASAVANCO  PIC 9(03) VALUE ZEROS.
       77 W-ULTDIAMES   PIC 9(02) VALUE ZEROS.
       77 W-ANORESTO    PIC 9(04) VALUE ZEROS.
      *
       01 W-DTREF       PIC 9(08) VALUE ZEROS.
       01 W-DTREF-R REDEFINES W-DTREF.
           03 W-ANOREF      PIC 9(04).
           03 W-MESREF      PIC 9(02).
           03 W-DIAREF      PIC 9(02).
      *
      * PRAZO DO RETORNO EM DIAS CORRIDOS DO CALENDARIO (VIDE
      * AVANCA-PRAZO), A PARTIR DA DATA DE REFERENCIA
       01 W-DTPRAZO     PIC 9(08) VALUE ZEROS.
       01 W-DTPRAZO-R REDEFINES W-DTPRAZO.
           03 W-ANOPRAZO    PIC 9(04).
           03 W-MESPRAZO    PIC 9(02).
           03 W-DIAPRAZO    PIC 9(02).
       01 W-TABDIASMES.
           03 FILLER PIC X(24) VALUE "312831303130313130313031".
       01 W-TABDIASMES-R REDEFINES W-TABDIASMES.
           03 W-DIASMES    PIC 9(02) OCCURS 12 TIMES.
      *
      * DESCRICAO DA RECLAMACAO ABERTA NO CADSAC
       01 W-DSCRET.
           03 FILLER        PIC X(15) VALUE "AVALIACAO NOTA ".
           03 W-DSCNOTA     PIC 9(01).
           03 FILLER        PIC X(27)
                            VALUE " - RETORNAR AO CLIENTE ATE ".
           03 W-DSCPRAZO    PIC 9(08).
           03 FILLER        PIC X(09) VALUE SPACES.
      *
      *--------------------------------------------------------------
      *
       PROCEDURE DIVISION.
       INICIO.
       INC-OP0.
           OPEN INPUT CADAVAL
           IF ST-ERRO NOT = "00"
               MOVE "* NENHUMA AVALIACAO REGISTRADA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           OPEN INPUT CADLOC
           IF ST-LOC NOT = "00"
               MOVE "* ERRO AO ABRIR O ARQUIVO CADLOC.DAT *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADAVAL
               GO TO ROT-FIM.
           OPEN I-O CADSAC
           IF ST-SAC NOT = "00"
               IF ST-SAC = "30" OR "35"
                   OPEN OUTPUT CADSAC
                   CLOSE CADSAC
                   OPEN I-O CADSAC
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQUIVO CADSAC.DAT *"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADAVAL CADLOC
                   GO TO ROT-FIM.
           OPEN I-O CADRETAV
           IF ST-RET NOT = "00"
               IF ST-RET = "30" OR "35"
                   OPEN OUTPUT CADRETAV
                   CLOSE CADRETAV
                   OPEN I-O CADRETAV
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQUIVO CADRETAV.DAT *"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADAVAL CADLOC CADSAC
                   GO TO ROT-FIM.
           OPEN INPUT CADFILIAL
           IF ST-FIL = "00"
               MOVE "S" TO W-FILABERTO.
           PERFORM LE-PARAMETROS THRU LE-PARAMETROS-FIM
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           MOVE W-DATAHOJE TO W-DTREF.
      *
       ACC-DTREF.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 01) "  * CHAMADOS SAC - AVALIACOES BAIXAS *"
           DISPLAY (03, 01) "   DATA DE REFERENCIA (AAAAMMDD): ".
           ACCEPT (03, 35) W-DTREF WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR 01
               GO TO FECHA-SAI.
           IF W-DTREF = ZEROS OR W-DTREF > W-DATAHOJE
               MOVE "* DATA INVALIDA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-DTREF.
           COMPUTE W-ORDREF = (W-ANOREF * 360) + (W-MESREF * 30)
               + W-DIAREF
           MOVE W-DTREF TO W-DTPRAZO
           MOVE W-PRAZORET TO W-DIASAVANCO
           PERFORM AVANCA-PRAZO THRU AVANCA-PRAZO-FIM
               W-DIASAVANCO TIMES
           MOVE ZEROS TO W-TOTLIDAS W-TOTBAIXAS W-TOTJA W-TOTNOVOS
           DISPLAY " ".
           DISPLAY "---- CHAMADOS SAC POR AVALIACAO BAIXA - REF "
               W-DTREF " ----".
           DISPLAY "NOTA MAXIMA: " W-NOTAMAX
               "   PRAZO DO RETORNO: " W-DTPRAZO.
           DISPLAY "CPF CLIENTE  SEQ  NOTA AVALIADA OPER FL RESP".
           MOVE ZEROS TO KEYAVAL
           START CADAVAL KEY IS >= KEYAVAL
           IF ST-ERRO NOT = "00"
               GO TO REL-FIM.
      *
      *--------------------------------------------------------------
      * LEITURA DO CADAVAL: SO ENTRA A NOTA BAIXA DOS ULTIMOS 7 DIAS
      * (30/360) ATE A REFERENCIA; A JA TRATADA (COM CADRETAV) FICA
      * DE FORA, ENTAO RODAR DE NOVO NAO ABRE CHAMADO EM DOBRO
      *--------------------------------------------------------------
      *
       AVAL-PROX.
           READ CADAVAL NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO REL-FIM.
           ADD 1 TO W-TOTLIDAS
           IF AVNOTA = ZEROS OR AVNOTA > W-NOTAMAX
               GO TO AVAL-PROX.
           COMPUTE W-ORDAVAL = (ANO-AVAL * 360) + (MES-AVAL * 30)
               + DIA-AVAL
           COMPUTE W-DIASAVAL = W-ORDREF - W-ORDAVAL
           IF W-DIASAVAL < ZEROS OR W-DIASAVAL > 7
               GO TO AVAL-PROX.
           ADD 1 TO W-TOTBAIXAS
           MOVE KEYAVAL TO KEYRETAV
           READ CADRETAV
           IF ST-RET = "00"
               ADD 1 TO W-TOTJA
               GO TO AVAL-PROX.
           PERFORM ABRE-CHAMADO THRU ABRE-CHAMADO-FIM
           GO TO AVAL-PROX.
      *
       REL-FIM.
           DISPLAY " ".
           DISPLAY "AVALIACOES LIDAS.........: " W-TOTLIDAS.
           DISPLAY "NOTAS BAIXAS NO PERIODO..: " W-TOTBAIXAS.
           DISPLAY "JA COM CHAMADO ABERTO....: " W-TOTJA.
           DISPLAY "CHAMADOS NOVOS NO SAC....: " W-TOTNOVOS.
       FECHA-SAI.
           CLOSE CADAVAL CADLOC CADSAC CADRETAV
           IF W-FILABERTO = "S"
               CLOSE CADFILIAL.
           GO TO ROT-FIM.
      *
      *--------------------------------------------------------------
      * ABRE A RECLAMACAO DA AVALIACAO EM REGAVAL. O RESPONSAVEL E O
      * GERENTE DA FILIAL DA LOCACAO; SEM GERENTE (OU SEM A LOCACAO),
      * FICA COM O ATENDENTE QUE FEZ A LOCACAO
      *--------------------------------------------------------------
      *
       ABRE-CHAMADO.
           MOVE AVOPERADOR TO W-RESP
           MOVE ZEROS TO W-FILIAL
           MOVE KEYAVAL TO KEYLOCACAO
           READ CADLOC
           IF ST-LOC NOT = "00"
               GO TO ABRE-CHAMADO-SAC.
           MOVE CODFILIAL-LOC TO W-FILIAL
           IF W-FILABERTO NOT = "S"
               GO TO ABRE-CHAMADO-SAC.
           MOVE CODFILIAL-LOC TO COD-FILIAL
           READ CADFILIAL
           IF ST-FIL = "00" AND GERENTE-FIL NOT = ZEROS
               MOVE GERENTE-FIL TO W-RESP.
       ABRE-CHAMADO-SAC.
           MOVE AVNOTA TO W-DSCNOTA
           MOVE W-DTPRAZO TO W-DSCPRAZO
           MOVE AVFKCPF-CLI TO CPF-SAC
           MOVE 1 TO SEQ-SAC
           MOVE KEYAVAL TO KEYLOCACAO-SAC
           MOVE "V" TO CATEGSAC
           MOVE "AVAL. BAIXA " TO DSCCATEGSAC
           MOVE W-DSCRET TO DSCSAC
           MOVE AVOPERADOR TO OPER-SAC
           MOVE "A" TO SITSAC
           MOVE "ABERTA      " TO DSCSITSAC
           MOVE W-RESP TO RESP-SAC
           MOVE W-DTREF TO DTABERT-SAC
           MOVE ZEROS TO DTRESOL-SAC.
       ABRE-CHAMADO-WR.
           WRITE REGSAC
           IF ST-SAC = "22"
               ADD 1 TO SEQ-SAC
               GO TO ABRE-CHAMADO-WR.
           IF ST-SAC NOT = "00"
               MOVE "* ERRO AO GRAVAR O CHAMADO NO CADSAC *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ABRE-CHAMADO-FIM.
           MOVE KEYAVAL TO KEYRETAV
           MOVE SEQ-SAC TO SEQSAC-RET
           MOVE AVNOTA TO NOTA-RET
           MOVE W-NOTAMAX TO LIMITE-RET
           MOVE DTAVAL TO DTAVAL-RET
           MOVE AVOPERADOR TO OPER-RET
           MOVE W-FILIAL TO FILIAL-RET
           MOVE W-RESP TO RESP-RET
           MOVE W-DTREF TO DTABERT-RET
           MOVE W-DTPRAZO TO DTPRAZO-RET
           MOVE ZEROS TO NOVANOTA-RET DTNOVA-RET
           MOVE "A" TO SITRET
           MOVE "AGUARDANDO" TO DSCSITRET
           WRITE REGRETAV
           ADD 1 TO W-TOTNOVOS
           DISPLAY CPF-SAC "  " SEQ-SAC "  " AVNOTA "   " DTAVAL
               "  " AVOPERADOR " " W-FILIAL " " W-RESP.
       ABRE-CHAMADO-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * AVANCA UM DIA NO CALENDARIO (FEVEREIRO COM 29 NO ANO
      * BISSEXTO), PARA O PRAZO DO RETORNO
      *--------------------------------------------------------------
      *
       AVANCA-PRAZO.
           MOVE W-DIASMES (W-MESPRAZO) TO W-ULTDIAMES
           IF W-MESPRAZO = 02
               DIVIDE W-ANOPRAZO BY 4 GIVING W-ANORESTO
               COMPUTE W-ANORESTO = W-ANOPRAZO - (W-ANORESTO * 4)
               IF W-ANORESTO = ZEROS
                   MOVE 29 TO W-ULTDIAMES.
           IF W-DIAPRAZO < W-ULTDIAMES
               ADD 1 TO W-DIAPRAZO
               GO TO AVANCA-PRAZO-FIM.
           MOVE 01 TO W-DIAPRAZO
           IF W-MESPRAZO < 12
               ADD 1 TO W-MESPRAZO
           ELSE
               MOVE 01 TO W-MESPRAZO
               ADD 1 TO W-ANOPRAZO.
       AVANCA-PRAZO-FIM.
           EXIT.
      *
      * PARAMETRO 29 = NOTA MAXIMA QUE ABRE CHAMADO (1 A 4)
      * PARAMETRO 30 = PRAZO EM DIAS PARA O RETORNO AO CLIENTE
       LE-PARAMETROS.
           OPEN INPUT CADPARAM
           IF ST-ERRO NOT = "00"
               GO TO LE-PARAMETROS-FIM.
           MOVE 29 TO COD-PARAM
           READ CADPARAM
           IF ST-ERRO = "00" AND VAL-PARAM NOT < 1
                   AND VAL-PARAM NOT > 4
               MOVE VAL-PARAM TO W-NOTAMAX.
           MOVE 30 TO COD-PARAM
           READ CADPARAM
           IF ST-ERRO = "00" AND VAL-PARAM NOT < 1
                   AND VAL-PARAM NOT > 999
               MOVE VAL-PARAM TO W-PRAZORET.
           CLOSE CADPARAM.
       LE-PARAMETROS-FIM.
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
