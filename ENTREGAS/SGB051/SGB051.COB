      *       MENSAL, HORAS INCLUIDAS (0 = ILIMITADO), CATEGORIA
      *       PERMITIDA (BRANCO = TODAS) E TARIFA DA HORA EXCEDENTE
      *   A = MANTEM A ASSINATURA DO CLIENTE (CADASSIN.DAT), COM
      *       VIGENCIA E SITUACAO (S = SUSPENSA PELO SGB166 APOS A
      *       ULTIMA RECUSA DO CARTAO; VOLTA A A PARA REATIVAR)
      *   T = MANTEM O CARTAO DO ASSINANTE (CADTOKEN.DAT): SO O
      *       TOKEN FORNECIDO PELA ADQUIRENTE E A BANDEIRA, NUNCA O
      *       NUMERO DO CARTAO
      * O SGB004 RECONHECE O ASSINANTE NA ABERTURA E PRECIFICA A
      * LOCACAO PELO PLANO (VIDE APLICA-PLANO); O SGB052 FATURA A
      * MENSALIDADE E O SGB166 COBRA NO CARTAO
      *--------------------------------------------------------------
      *
       ENVIRONMENT DIVISION.
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS RG-CLI
                                            WITH DUPLICATES.

            SELECT CADTOKEN
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF-TOK
                    FILE STATUS  IS ST-ERRO.
      *
      *--------------------------------------------------------------
      *
           03 CODFILIAL-CLI     PIC 9(02).
           03 DSCFILIAL-CLI     PIC X(15).
           03 VALLIMCRED        PIC 9(06)V99.
      *
       FD CADTOKEN
               VALUE OF FILE-ID IS "CADTOKEN.DAT".
       01 REGTOKEN.
                03 CPF-TOK         PIC 9(11).
                03 TOKEN-TOK       PIC X(32).
                03 BANDEIRA-TOK    PIC X(10).
                03 DTCAD-TOK       PIC 9(08).
      *
      *--------------------------------------------------------------
      *
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADPLANO CADASSIN
               GO TO ROT-FIM.
           OPEN I-O CADTOKEN
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                   OPEN OUTPUT CADTOKEN
                   CLOSE CADTOKEN
                   OPEN I-O CADTOKEN
               ELSE
                   MOVE "ERRO NA ABERTURA DO ARQUIVO CADTOKEN" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADPLANO CADASSIN CADCLI
                   GO TO ROT-FIM.
      *
       ACC-MODO.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 01) "  * PLANOS DE ASSINATURA MENSAL *"
           MOVE SPACES TO W-OPCAO
           DISPLAY (03, 01)
               "   P=PLANOS   A=ASSINATURAS   T=CARTAO   S=SAIR : ".
           ACCEPT (03, 52) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR 01
               CLOSE CADPLANO CADASSIN CADCLI CADTOKEN
               GO TO ROT-FIM.
           IF W-OPCAO = "p" MOVE "P" TO W-OPCAO.
           IF W-OPCAO = "a" MOVE "A" TO W-OPCAO.
           IF W-OPCAO = "t" MOVE "T" TO W-OPCAO.
           IF W-OPCAO = "s" OR "S"
               CLOSE CADPLANO CADASSIN CADCLI CADTOKEN
               GO TO ROT-FIM.
           IF W-OPCAO = "P"
               GO TO PLA-001.
           IF W-OPCAO = "A"
               GO TO ASS-001.
           IF W-OPCAO = "T"
               GO TO TOK-001.
           MOVE "* DIGITE P, A, T OU S *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ACC-MODO.
      *
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ASS-004.
       ASS-005.
           DISPLAY (12, 01)
               "   SITUACAO (A-ATIVA / C-CANCELADA / S-SUSPENSA): ".
           ACCEPT (12, 52) SITASSIN WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ASS-004.
           IF SITASSIN = "a" MOVE "A" TO SITASSIN.
           IF SITASSIN = "c" MOVE "C" TO SITASSIN.
           IF SITASSIN = "s" MOVE "S" TO SITASSIN.
           IF SITASSIN = "A"
               MOVE "ATIVA   " TO DSCSITASSIN
           ELSE IF SITASSIN = "C"
               MOVE "CANCELAD" TO DSCSITASSIN
           ELSE IF SITASSIN = "S"
               MOVE "SUSPENSA" TO DSCSITASSIN
           ELSE
               MOVE "** SITUACAO A, C OU S **" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ASS-005.
       ASS-GRAVA.
           GO TO ASS-001.
      *
      *--------------------------------------------------------------
      * CARTAO DO ASSINANTE PARA A COBRANCA RECORRENTE (SGB166). A
      * ADQUIRENTE DEVOLVE O TOKEN NO CADASTRO DO CARTAO; AQUI SO SE
      * GUARDA O TOKEN E A BANDEIRA. TOKEN EM BRANCO EXCLUI O CARTAO
      *--------------------------------------------------------------
      *
       TOK-001.
           MOVE ZEROS TO CPF-TOK DTCAD-TOK
           MOVE SPACES TO TOKEN-TOK BANDEIRA-TOK
           MOVE 0 TO W-SEL
           DISPLAY (05, 01) "   CPF DO CLIENTE (0=VOLTAR): ".
           ACCEPT (05, 32) CPF-TOK WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR CPF-TOK = ZEROS
               GO TO ACC-MODO.
           MOVE CPF-TOK TO CPF-CLI
           READ CADCLI
           IF ST-ERRO NOT = "00"
               MOVE "* CLIENTE NAO CADASTRADO (SGB003) *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO TOK-001.
           DISPLAY (06, 01) "   NOME: " NOME-CLI.
           MOVE CPF-TOK TO CPF-ASSIN
           READ CADASSIN
           IF ST-ERRO NOT = "00"
               MOVE "* CLIENTE SEM ASSINATURA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO TOK-001.
           DISPLAY (07, 01) "   ASSINATURA - PLANO "
               CODPLANO-ASSIN "  SITUACAO: " DSCSITASSIN.
           READ CADTOKEN
           IF ST-ERRO = "00"
               MOVE 1 TO W-SEL
               DISPLAY (08, 01) "   CARTAO ATUAL: " BANDEIRA-TOK
                   "  CADASTRADO EM: " DTCAD-TOK.
       TOK-002.
           DISPLAY (09, 01) "   TOKEN DA ADQUIRENTE (BR=EXCLUIR): ".
           ACCEPT (10, 04) TOKEN-TOK WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO TOK-001.
           IF TOKEN-TOK NOT = SPACES
               GO TO TOK-003.
           IF W-SEL = 0
               MOVE "** INFORME O TOKEN DO CARTAO **" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO TOK-002.
           DELETE CADTOKEN RECORD
           MOVE "* CARTAO EXCLUIDO *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO TOK-001.
       TOK-003.
           DISPLAY (11, 01) "   BANDEIRA: ".
           ACCEPT (11, 14) BANDEIRA-TOK WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO TOK-002.
           IF BANDEIRA-TOK = SPACES
               MOVE "** PREENCHA A BANDEIRA **" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO TOK-003.
       TOK-GRAVA.
           ACCEPT DTCAD-TOK FROM DATE YYYYMMDD
           IF W-SEL = 1
               REWRITE REGTOKEN
           ELSE
               WRITE REGTOKEN
               IF ST-ERRO = "22"
                   REWRITE REGTOKEN
               END-IF
           END-IF
           MOVE "* CARTAO GRAVADO *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO TOK-001.
      *
      *--------------------------------------------------------------
      * ROTINA DE FIM
      *--------------------------------------------------------------
      *
