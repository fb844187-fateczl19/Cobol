      * LOCACAO EM ABERTO NO CADLOC E ORDEM DE SERVICO ABERTA NO
      * CADMANUT. NA RETIRADA, O SGB004 CONVERTE A MARCACAO EM
      * LOCACAO (BAIXA-AGENDA)
      * SINAL DA RESERVA: NA INCLUSAO PODE SER COBRADO UM SINAL
      * (VALOR SUGERIDO NO PARAMETRO 21, 0 = SEM SINAL), GRAVADO
      * COMO PAGO NO CADPAG E CONTROLADO NO CADSINAL. NO
      * CANCELAMENTO COM A ANTECEDENCIA MINIMA DO PARAMETRO 23 (EM
      * HORAS) O SINAL VOLTA AO CLIENTE EM NOTA DE CREDITO; EM CIMA
      * DA HORA FICA RETIDO COMO MULTA. CLIENTE QUE NAO APARECE E
      * TRATADO NO NO-SHOW NOTURNO (SGB146)
      *--------------------------------------------------------------
      *
       ENVIRONMENT DIVISION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYFERIADO
                    FILE STATUS  IS ST-ERRO.

            SELECT CADPAG
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPAG
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS KEYLOCACAO-PAG
                                            WITH DUPLICATES.

            SELECT CADSINAL
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYSINAL
                    FILE STATUS  IS ST-SIN.

            SELECT CADPARAM
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-PARAM
                    FILE STATUS  IS ST-PRM.

            SELECT CADCREDNOTA
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMCRED
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CPFCRED
                                            WITH DUPLICATES.

            SELECT CADCONTROLE
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TIPOCTRL
                    FILE STATUS  IS ST-CTRL.
      *
      *--------------------------------------------------------------
      *
               05 CODFIL-FER   PIC 9(02).
               05 DTFERIADO    PIC 9(08).
           03 DESCFERIADO     PIC X(30).
      *
       FD CADPAG LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADPAG.DAT".
       01 REGPAG.
           03 KEYPAG.
               05 KEYLOCACAO-PAG.
                   07 FKCPF-CLI-PAG    PIC 9(11).
                   07 FKNUM-BIKE-PAG   PIC 9(04).
                   07 DTLOCACAO-PAG.
                       09 DIA-LOCA-PAG     PIC 9(02).
                       09 MES-LOCA-PAG     PIC 9(02).
                       09 ANO-LOCA-PAG     PIC 9(04).
                   07 HRLOCACAO-PAG    PIC 9(02).
                   07 MINLOCACAO-PAG   PIC 9(02).
               05 SEQ-PAG          PIC 9(04).
           03 FORMAPAG         PIC X(01).
           03 FORMAPAGDESC     PIC X(10).
           03 VALORPAG         PIC 9(06)V99.
           03 NUMPARCELA       PIC 9(02).
           03 TOTPARCELAS      PIC 9(02).
           03 DTVENCTO         PIC 9(08).
           03 SITPARC          PIC X(01).
           03 DSCSITPARC       PIC X(08).
           03 DTPAGTO          PIC 9(08).
      *
      *--------------------------------------------------------------
      * SINAL DA MARCACAO DA AGENDA (SGB055), COM A MESMA CHAVE DO
      * CADAGENDA. O VALOR PAGO FICA NO CADPAG NA CHAVE KEYPAG-SIN
      * (CPF + BIKE + DATA DA MARCACAO DDMMAAAA + HORA INICIAL +
      * MINUTO ZERO + SEQUENCIA), QUE NAO MUDA SE A MARCACAO FOR
      * REMARCADA (SGB145). SITUACAO: A = RETIDO ATE A RETIRADA,
      * U = ABATIDO NA LOCACAO (SGB004), R = DEVOLVIDO EM NOTA DE
      * CREDITO (CANCELOU COM ANTECEDENCIA), M = RETIDO COMO MULTA
      * (CANCELAMENTO EM CIMA DA HORA OU NO-SHOW, SGB146)
      *--------------------------------------------------------------
      *
       FD CADSINAL
           VALUE OF FILE-ID IS "CADSINAL.DAT".
       01 REGSINAL.
           03 KEYSINAL        PIC X(14).
           03 CPF-SIN         PIC 9(11).
           03 VALSINAL        PIC 9(06)V99.
           03 FORMA-SIN       PIC X(01).
           03 KEYPAG-SIN      PIC X(31).
           03 DTPAGTO-SIN     PIC 9(08).
           03 SITSINAL        PIC X(01).
           03 DSCSITSINAL     PIC X(10).
           03 DTBAIXA-SIN     PIC 9(08).
           03 NUMCRED-SIN     PIC 9(06).
      *
       FD CADPARAM
               VALUE OF FILE-ID IS "CADPARAM.DAT".
       01 REGPARAM.
                03 COD-PARAM    PIC 9(02).
                03 DSC-PARAM    PIC X(25).
                03 VAL-PARAM    PIC 9(06)V9(06).
      *
       FD CADCREDNOTA
           VALUE OF FILE-ID IS "CADCREDNOTA.DAT".
       01 REGCRED.
           03 NUMCRED         PIC 9(06).
           03 CPFCRED         PIC 9(11).
           03 KEYLOCACAO-CRED PIC X(27).
           03 MOTIVOCRED      PIC X(30).
           03 VALCRED         PIC 9(06)V99.
           03 VALUSADO-CRED   PIC 9(06)V99.
           03 DTEMIS-CRED     PIC 9(08).
           03 SITCRED         PIC X(01).
           03 DSCSITCRED      PIC X(10).
           03 SUPERVCRED      PIC 9(04).
      *
       FD CADCONTROLE
           VALUE OF FILE-ID IS "CADCONTROLE.DAT".
       01 REGCTRL.
           03 TIPOCTRL     PIC X(08).
           03 PROXNUM      PIC 9(08).
      *
      *--------------------------------------------------------------
      *
       77 W-FILFECHADA  PIC X(01) VALUE "N".
       77 W-TOTLISTA    PIC 9(04) VALUE ZEROS.
      *
      * SINAL DA RESERVA (PARAMETROS 21 E 23 DO CADPARAM/SGB036)
       77 ST-SIN        PIC X(02) VALUE "00".
       77 ST-PRM        PIC X(02) VALUE "00".
       77 ST-CTRL       PIC X(02) VALUE "00".
       77 W-SINALPADRAO PIC 9(06)V99 VALUE ZEROS.
       77 W-HRREEMB     PIC 9(04) VALUE 24.
       77 W-VALSINAL    PIC 9(06)V99 VALUE ZEROS.
       77 W-FORMA       PIC X(01) VALUE SPACES.
       77 W-DIASANTEC   PIC 9(04) VALUE ZEROS.
       77 W-HRANTEC     PIC S9(06) VALUE ZEROS.
       77 W-VALED       PIC ZZZZZ9,99.
       77 W-HOJE        PIC 9(08) VALUE ZEROS.
      *
      * DATA DA MARCACAO (AAAAMMDD) NO FORMATO DA CHAVE DE LOCACAO
      * (DDMMAAAA) USADA NO CADPAG E NA NOTA DE CREDITO
       01 W-DTSIN       PIC 9(08) VALUE ZEROS.
       01 W-DTSIN-R REDEFINES W-DTSIN.
           03 W-ANOSIN     PIC 9(04).
           03 W-MESSIN     PIC 9(02).
           03 W-DIASIN     PIC 9(02).
       01 W-HORA        PIC 9(08) VALUE ZEROS.
       01 W-HORA-R REDEFINES W-HORA.
           03 W-HRAGORA    PIC 9(02).
           03 FILLER       PIC 9(06).
       01 W-DTVAJ       PIC 9(08) VALUE ZEROS.
       01 W-DTVAJ-R REDEFINES W-DTVAJ.
           03 W-ANOVAJ     PIC 9(04).
           03 W-MESVAJ     PIC 9(02).
           03 W-DIAVAJ     PIC 9(02).
       77 W-ULTDIAMES   PIC 9(02) VALUE ZEROS.
       77 W-ANORESTO    PIC 9(04) VALUE ZEROS.
       01 W-TABDIASMES.
           03 FILLER PIC X(24) VALUE "312831303130313130313031".
       01 W-TABDIASMES-R REDEFINES W-TABDIASMES.
           03 W-DIASMES    PIC 9(02) OCCURS 12 TIMES.
      *
      *--------------------------------------------------------------
      *
       PROCEDURE DIVISION.
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADAGENDA CADBIKE CADCLI CADLOC CADMANUT
                   GO TO ROT-FIM.
           OPEN I-O CADPAG
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                   OPEN OUTPUT CADPAG
                   CLOSE CADPAG
                   OPEN I-O CADPAG.
           OPEN I-O CADSINAL
           IF ST-SIN NOT = "00"
               IF ST-SIN = "30" OR "35"
                   OPEN OUTPUT CADSINAL
                   CLOSE CADSINAL
                   OPEN I-O CADSINAL.
           OPEN I-O CADCREDNOTA
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                   OPEN OUTPUT CADCREDNOTA
                   CLOSE CADCREDNOTA
                   OPEN I-O CADCREDNOTA.
           OPEN I-O CADCONTROLE
           IF ST-CTRL NOT = "00"
               IF ST-CTRL = "30" OR "35"
                   OPEN OUTPUT CADCONTROLE
                   CLOSE CADCONTROLE
                   OPEN I-O CADCONTROLE.
           PERFORM LE-PARAM-SINAL THRU LE-PARAM-SINAL-FIM.
      *
       ACC-MODO.
           DISPLAY (01, 01) ERASE
               MOVE "* JA EXISTE MARCACAO NESSE HORARIO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-MODO.
           PERFORM ACC-SINAL THRU ACC-SINAL-FIM
           MOVE "* MARCACAO GRAVADA *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ACC-MODO.
      *
      *--------------------------------------------------------------
      * SINAL DA MARCACAO RECEM GRAVADA: VALOR SUGERIDO DO PARAMETRO
      * 21 (O ATENDENTE PODE ZERAR), PAGAMENTO NO CADPAG ANCORADO NA
      * MARCACAO E CONTROLE NO CADSINAL
      *--------------------------------------------------------------
      *
       ACC-SINAL.
           MOVE W-SINALPADRAO TO W-VALSINAL
           DISPLAY (13, 01) "   SINAL DA RESERVA (0 = SEM SINAL): ".
           ACCEPT (13, 39) W-VALSINAL WITH UPDATE
           IF W-VALSINAL = ZEROS
               GO TO ACC-SINAL-FIM.
       ACC-SINAL-FORMA.
           MOVE SPACES TO W-FORMA
           DISPLAY (14, 01) "   FORMA (D=DINHEIRO C=CARTAO P=PIX): ".
           ACCEPT (14, 41) W-FORMA WITH UPDATE
           IF W-FORMA = "d" MOVE "D" TO W-FORMA.
           IF W-FORMA = "c" MOVE "C" TO W-FORMA.
           IF W-FORMA = "p" MOVE "P" TO W-FORMA.
           IF W-FORMA NOT = "D" AND "C" AND "P"
               MOVE "* DIGITE D, C OU P *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-SINAL-FORMA.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-CPFAG TO FKCPF-CLI-PAG
           PERFORM MONTA-CHAVESINAL THRU MONTA-CHAVESINAL-FIM
           MOVE 1 TO SEQ-PAG
           MOVE W-FORMA TO FORMAPAG
           IF W-FORMA = "D"
               MOVE "DINHEIRO  " TO FORMAPAGDESC.
           IF W-FORMA = "C"
               MOVE "CARTAO    " TO FORMAPAGDESC.
           IF W-FORMA = "P"
               MOVE "PIX       " TO FORMAPAGDESC.
           MOVE W-VALSINAL TO VALORPAG
           MOVE 1 TO NUMPARCELA TOTPARCELAS
           MOVE W-HOJE TO DTVENCTO
           MOVE "P" TO SITPARC
           MOVE "PAGA    " TO DSCSITPARC
           MOVE W-HOJE TO DTPAGTO.
       ACC-SINAL-WR.
           WRITE REGPAG
           IF ST-ERRO = "22"
               ADD 1 TO SEQ-PAG
               GO TO ACC-SINAL-WR.
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO NA GRAVACAO DO SINAL NO CADPAG *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-SINAL-FIM.
           MOVE KEYAGENDA TO KEYSINAL
           MOVE W-CPFAG TO CPF-SIN
           MOVE W-VALSINAL TO VALSINAL
           MOVE W-FORMA TO FORMA-SIN
           MOVE KEYPAG TO KEYPAG-SIN
           MOVE W-HOJE TO DTPAGTO-SIN
           MOVE "A" TO SITSINAL
           MOVE "RETIDO    " TO DSCSITSINAL
           MOVE ZEROS TO DTBAIXA-SIN NUMCRED-SIN
           WRITE REGSINAL
           IF ST-SIN = "22"
               REWRITE REGSINAL.
       ACC-SINAL-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * CONFLITOS: OUTRA MARCACAO ATIVA DA BIKE COM HORARIO
      * SOBREPOSTO NO MESMO DIA, LOCACAO AINDA EM ABERTO NO CADLOC
      * OU ORDEM DE SERVICO ABERTA NO CADMANUT
           REWRITE REGAGENDA
           MOVE "* MARCACAO CANCELADA *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           PERFORM BAIXA-SINAL THRU BAIXA-SINAL-FIM
           GO TO ACC-MODO.
      *
      *--------------------------------------------------------------
      * SINAL DA MARCACAO CANCELADA: COM ANTECEDENCIA DE PELO MENOS
      * W-HRREEMB HORAS (PARAMETRO 23) VOLTA AO CLIENTE EM NOTA DE
      * CREDITO (SERIE "CREDNOTA", USADA NA PROXIMA LOCACAO); EM
      * CIMA DA HORA FICA RETIDO COMO MULTA, JA PAGO NO CADPAG
      *--------------------------------------------------------------
      *
       BAIXA-SINAL.
           MOVE KEYAGENDA TO KEYSINAL
           READ CADSINAL
           IF ST-SIN NOT = "00"
               GO TO BAIXA-SINAL-FIM.
           IF SITSINAL NOT = "A"
               GO TO BAIXA-SINAL-FIM.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           ACCEPT W-HORA FROM TIME
           MOVE W-HOJE TO DTBAIXA-SIN
           MOVE ZEROS TO W-DIASANTEC
           MOVE W-HOJE TO W-DTVAJ.
       BAIXA-SINAL-DIAS.
           IF W-DTVAJ NOT < W-DTAG OR W-DIASANTEC > 99
               GO TO BAIXA-SINAL-HORAS.
           PERFORM AVANCA-DIAVAJ THRU AVANCA-DIAVAJ-FIM
           ADD 1 TO W-DIASANTEC
           GO TO BAIXA-SINAL-DIAS.
       BAIXA-SINAL-HORAS.
           IF W-DTAG < W-HOJE
               MOVE ZEROS TO W-HRANTEC
           ELSE
               COMPUTE W-HRANTEC = (W-DIASANTEC * 24) + W-HRINI
                                 - W-HRAGORA.
           IF W-HRANTEC < W-HRREEMB
               MOVE "M" TO SITSINAL
               MOVE "MULTA     " TO DSCSITSINAL
               REWRITE REGSINAL
               MOVE "* CANCELAMENTO TARDIO - SINAL RETIDO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO BAIXA-SINAL-FIM.
           MOVE KEYPAG-SIN TO KEYPAG
           MOVE "CREDNOTA" TO TIPOCTRL
           READ CADCONTROLE
           IF ST-CTRL NOT = "00"
               MOVE "CREDNOTA" TO TIPOCTRL
               MOVE 1 TO PROXNUM
               WRITE REGCTRL.
           MOVE PROXNUM TO NUMCRED
           ADD 1 TO PROXNUM
           REWRITE REGCTRL
           MOVE CPF-SIN TO CPFCRED
           MOVE KEYLOCACAO-PAG TO KEYLOCACAO-CRED
           MOVE "DEVOLUCAO DO SINAL DA RESERVA" TO MOTIVOCRED
           MOVE VALSINAL TO VALCRED
           MOVE ZEROS TO VALUSADO-CRED
           MOVE W-HOJE TO DTEMIS-CRED
           MOVE "A" TO SITCRED
           MOVE "ATIVA     " TO DSCSITCRED
           MOVE ZEROS TO SUPERVCRED
           WRITE REGCRED
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
               MOVE "* ERRO NA GRAVACAO DA NOTA DE CREDITO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO BAIXA-SINAL-FIM.
           MOVE NUMCRED TO NUMCRED-SIN
           MOVE "R" TO SITSINAL
           MOVE "DEVOLVIDO " TO DSCSITSINAL
           REWRITE REGSINAL
           MOVE VALSINAL TO W-VALED
           MOVE SPACES TO MENS
           STRING "* SINAL DE " W-VALED " EM NOTA DE CREDITO "
               NUMCRED " *" DELIMITED BY SIZE INTO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       BAIXA-SINAL-FIM.
           EXIT.
      *
      * CHAVE DO SINAL NO CADPAG: CPF (JA MOVIDO PELO CHAMADOR) +
      * BIKE + DATA DA MARCACAO (DDMMAAAA) + HORA INICIAL + MINUTO
      * ZERO, TIRADOS DA CHAVE DA MARCACAO EM REGAGENDA
       MONTA-CHAVESINAL.
           MOVE NUM-BIKE-AG TO FKNUM-BIKE-PAG
           MOVE DTAGENDA TO W-DTSIN
           MOVE W-DIASIN TO DIA-LOCA-PAG
           MOVE W-MESSIN TO MES-LOCA-PAG
           MOVE W-ANOSIN TO ANO-LOCA-PAG
           MOVE HRINI-AG TO HRLOCACAO-PAG
           MOVE ZEROS TO MINLOCACAO-PAG.
       MONTA-CHAVESINAL-FIM.
           EXIT.
      *
      * AVANCA UM DIA DE CALENDARIO REAL (FEVEREIRO COM 29 EM ANO
      * MULTIPLO DE 4)
       AVANCA-DIAVAJ.
           MOVE W-DIASMES (W-MESVAJ) TO W-ULTDIAMES
           IF W-MESVAJ = 02
               DIVIDE W-ANOVAJ BY 4 GIVING W-ANORESTO
               COMPUTE W-ANORESTO = W-ANOVAJ - (W-ANORESTO * 4)
               IF W-ANORESTO = ZEROS
                   MOVE 29 TO W-ULTDIAMES.
           IF W-DIAVAJ < W-ULTDIAMES
               ADD 1 TO W-DIAVAJ
               GO TO AVANCA-DIAVAJ-FIM.
           MOVE 01 TO W-DIAVAJ
           IF W-MESVAJ < 12
               ADD 1 TO W-MESVAJ
           ELSE
               MOVE 01 TO W-MESVAJ
               ADD 1 TO W-ANOVAJ.
       AVANCA-DIAVAJ-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * LISTAGEM DA AGENDA DE UMA BIKE
      *--------------------------------------------------------------
      *
               MOVE "S" TO W-FILFECHADA.
       VERIFICA-FERIADO-FIM.
           EXIT.
      *
      *
      *--------------------------------------------------------------
      * PARAMETROS DO SINAL: 21 = VALOR SUGERIDO (ZERO = SEM SINAL),
      * 23 = ANTECEDENCIA EM HORAS PARA DEVOLVER O SINAL
      *--------------------------------------------------------------
      *
       LE-PARAM-SINAL.
           OPEN INPUT CADPARAM
           IF ST-PRM NOT = "00"
               GO TO LE-PARAM-SINAL-FIM.
           MOVE 21 TO COD-PARAM
           READ CADPARAM
           IF ST-PRM = "00"
               MOVE VAL-PARAM TO W-SINALPADRAO.
           MOVE 23 TO COD-PARAM
           READ CADPARAM
           IF ST-PRM = "00" AND VAL-PARAM NOT = ZEROS
               MOVE VAL-PARAM TO W-HRREEMB.
           CLOSE CADPARAM.
       LE-PARAM-SINAL-FIM.
           EXIT.
      *
       ENCERRA.
           CLOSE CADAGENDA CADBIKE CADCLI CADLOC CADMANUT CADFERIADO
               CADPAG CADSINAL CADCREDNOTA CADCONTROLE
           GO TO ROT-FIM.
      *
      *--------------------------------------------------------------
