      *   7 SISNOTAS   127 -> 129  (CODCURSO INSERIDO NA CHAVE)
      *   8 CADCAIXA    69 ->  77  (CARGA DE CARTEIRA PRE-PAGA)
      *   9 CADFECHA    77 ->  97  (APROPRIACAO E ESTORNO DO MES)
      *  10 CADFECHA    97 -> 107  (RECEITA DE VAREJO DE BALCAO)
      *  11 CADFATASS   28 ->  67  (COBRANCA RECORRENTE NO CARTAO)
      *  12 CADFECHA   107 -> 117  (RECEITA DA OFICINA DE CLIENTE)
      *  13 CADCURSO    29 ->  33  (CARGA HORARIA E CURSO EXIGIDO)
      *  14 CADESCALA    9 ->  11  (FILIAL DO TURNO)
      * (NO 15=TODOS O CADFECHA AINDA EM 77 PASSA PELO 9, PELO 10 E
      * PELO 12; O JA EM 97 NAO ABRE NO LAYOUT DO 9 E PASSA PELO 10
      * E PELO 12; O JA EM 107 SO PASSA PELO 12)
      * DOIS PASSOS POR ARQUIVO: O VIVO E LIDO COM O LAYOUT ANTIGO E
      * DESCARREGADO NUM TEMPORARIO SEQUENCIAL JA NO LAYOUT NOVO, COM
      * OS CAMPOS NOVOS PREENCHIDOS COM VALORES PADRAO; DEPOIS O VIVO
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS N9-KEYFECHA
                    FILE STATUS  IS ST-ERRO.
            SELECT VELHOFECHA2
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS V10-KEYFECHA
                    FILE STATUS  IS ST-ERRO.
            SELECT NOVOFECHA2
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS N10-KEYFECHA
                    FILE STATUS  IS ST-ERRO.
            SELECT VELHOFATASS
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS V11-KEYFATASS
                    FILE STATUS  IS ST-ERRO.
            SELECT NOVOFATASS
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS N11-KEYFATASS
                    FILE STATUS  IS ST-ERRO.
            SELECT VELHOFECHA3
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS V12-KEYFECHA
                    FILE STATUS  IS ST-ERRO.
            SELECT NOVOFECHA3
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS N12-KEYFECHA
                    FILE STATUS  IS ST-ERRO.
            SELECT VELHOCURSO
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS V13-CODCURSO
                    FILE STATUS  IS ST-ERRO.
            SELECT NOVOCURSO
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS N13-CODCURSO
                    FILE STATUS  IS ST-ERRO.
            SELECT VELHOESCALA
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS V14-KEYESCALA
                    FILE STATUS  IS ST-ERRO.
            SELECT NOVOESCALA
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS N14-KEYESCALA
                    FILE STATUS  IS ST-ERRO.
            SELECT TRABARQ
                    ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
       01 V9-REGFECHA.
           03 V9-KEYFECHA      PIC X(08).
           03 FILLER           PIC X(69).
       FD VELHOFECHA2
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADFECHA.DAT".
       01 V10-REGFECHA.
           03 V10-KEYFECHA     PIC X(08).
           03 FILLER           PIC X(89).
       FD VELHOFATASS
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADFATASS.DAT".
       01 V11-REGFATASS.
           03 V11-KEYFATASS    PIC X(17).
           03 FILLER           PIC X(11).
       FD VELHOFECHA3
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADFECHA.DAT".
       01 V12-REGFECHA.
           03 V12-KEYFECHA     PIC X(08).
           03 FILLER           PIC X(99).
       FD VELHOCURSO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCURSO.DAT".
       01 V13-REGCURSO.
           03 V13-CODCURSO     PIC 9(02).
           03 FILLER           PIC X(27).
       FD VELHOESCALA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADESCALA.DAT".
       01 V14-REGESCALA.
           03 V14-KEYESCALA    PIC X(05).
           03 FILLER           PIC X(04).
      *
      *--------------------------------------------------------------
      * LAYOUTS NOVOS: CHAVES (PRIMARIA E ALTERNADAS) NOMEADAS COMO
       01 N9-REGFECHA.
           03 N9-KEYFECHA      PIC X(08).
           03 FILLER           PIC X(89).
       FD NOVOFECHA2
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADFECHA.DAT".
       01 N10-REGFECHA.
           03 N10-KEYFECHA     PIC X(08).
           03 FILLER           PIC X(99).
       FD NOVOFATASS
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADFATASS.DAT".
       01 N11-REGFATASS.
           03 N11-KEYFATASS    PIC X(17).
           03 FILLER           PIC X(50).
       FD NOVOFECHA3
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADFECHA.DAT".
       01 N12-REGFECHA.
           03 N12-KEYFECHA     PIC X(08).
           03 FILLER           PIC X(109).
       FD NOVOCURSO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCURSO.DAT".
       01 N13-REGCURSO.
           03 N13-CODCURSO     PIC 9(02).
           03 FILLER           PIC X(31).
       FD NOVOESCALA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADESCALA.DAT".
       01 N14-REGESCALA.
           03 N14-KEYESCALA    PIC X(05).
           03 FILLER           PIC X(06).
      *
      *--------------------------------------------------------------
      * TEMPORARIO SEQUENCIAL ENTRE OS DOIS PASSOS
           03 FILLER PIC X(14) VALUE "SISNOTANV.DAT ".
           03 FILLER PIC X(14) VALUE "CADCAIXNV.DAT ".
           03 FILLER PIC X(14) VALUE "CADFECHNV.DAT ".
           03 FILLER PIC X(14) VALUE "CADFECH2NV.DAT".
           03 FILLER PIC X(14) VALUE "CADFATASNV.DAT".
           03 FILLER PIC X(14) VALUE "CADFECH3NV.DAT".
           03 FILLER PIC X(14) VALUE "CADCURSONV.DAT".
           03 FILLER PIC X(14) VALUE "CADESCALNV.DAT".
       01 TTABARQTRAB REDEFINES TTARQTRAB.
           03 TABARQTRAB PIC X(14) OCCURS 14 TIMES.
       01 TTARQNOME.
           03 FILLER PIC X(14) VALUE "CADLOC.DAT    ".
           03 FILLER PIC X(14) VALUE "CADHISTLOC.DAT".
           03 FILLER PIC X(14) VALUE "SISNOTAS.DAT  ".
           03 FILLER PIC X(14) VALUE "CADCAIXA.DAT  ".
           03 FILLER PIC X(14) VALUE "CADFECHA.DAT  ".
           03 FILLER PIC X(14) VALUE "CADFECHA.DAT  ".
           03 FILLER PIC X(14) VALUE "CADFATASS.DAT ".
           03 FILLER PIC X(14) VALUE "CADFECHA.DAT  ".
           03 FILLER PIC X(14) VALUE "CADCURSO.DAT  ".
           03 FILLER PIC X(14) VALUE "CADESCALA.DAT ".
       01 TTABARQNOME REDEFINES TTARQNOME.
           03 TABARQNOME PIC X(14) OCCURS 14 TIMES.
      *
      * IMAGENS NOVAS MONTADAS EM MEMORIA: PARTE ANTIGA COPIADA DO
      * REGISTRO LIDO E CAMPOS NOVOS COM OS VALORES PADRAO DA LOJA
           03 W9-ANTIGA        PIC X(77).
           03 W9-VALACRESC     PIC 9(08)V99.
           03 W9-VALACRANT     PIC 9(08)V99.
       01 W10-REGNOVO.
           03 W10-ANTIGA       PIC X(97).
           03 W10-VALVAREJO    PIC 9(08)V99.
       01 W11-REGNOVO.
           03 W11-ANTIGA       PIC X(28).
           03 W11-QTDTENT      PIC 9(01).
           03 W11-DTULTTENT    PIC 9(08).
           03 W11-DTPROXTENT   PIC 9(08).
           03 W11-DTPAGTO      PIC 9(08).
           03 W11-CODRET       PIC X(02).
           03 W11-AUTORIZ      PIC X(12).
       01 W12-REGNOVO.
           03 W12-ANTIGA       PIC X(107).
           03 W12-VALOFICINA   PIC 9(08)V99.
       01 W13-REGNOVO.
           03 W13-ANTIGA       PIC X(29).
           03 W13-CARGAHOR     PIC 9(03).
           03 W13-EXIGIDO      PIC X(01).
       01 W14-REGNOVO.
           03 W14-ANTIGA.
               05 W14-KEYESCALA    PIC X(05).
               05 W14-HRINI        PIC 9(02).
               05 W14-HRFIM        PIC 9(02).
           03 W14-FILIAL       PIC 9(02).
      *
      *--------------------------------------------------------------
      *
           DISPLAY (03, 01) "   1=CADLOC      2=CADHISTLOC  3=CADCLI"
           DISPLAY (04, 01) "   4=CADPAG      5=CADFUNC     6=CADVENDA"
           DISPLAY (05, 01) "   7=SISNOTAS    8=CADCAIXA    9=CADFECHA"
           DISPLAY (06, 01) "   10=CADFECHA (VAREJO)  11=CADFATASS"
           DISPLAY (07, 01) "   12=CADFECHA (OFICINA) 13=CADCURSO"
           DISPLAY (08, 01) "   14=CADESCALA  15=TODOS".
           MOVE ZEROS TO W-ARQ
           DISPLAY (09, 01) "   ARQUIVO: ".
           ACCEPT (09, 13) W-ARQ WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR 01
               GO TO ROT-FIM.
           IF W-ARQ < 1 OR W-ARQ > 15
               MOVE "* DIGITE 1 A 15 *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-ARQ.
           IF W-ARQ = 15
               MOVE 1 TO W-ARQINI
               MOVE 14 TO W-ARQFIM
           ELSE
               MOVE W-ARQ TO W-ARQINI
               MOVE W-ARQ TO W-ARQFIM.
      *
       CONFIRMA-001.
           MOVE "N" TO W-OPCAO
           DISPLAY (10, 01)
               "   A CONVERSAO REESCREVE O ARQUIVO VIVO. RODAR COM O"
           DISPLAY (11, 01)
               "   SISTEMA PARADO E COPIA DE SEGURANCA EM DIA."
           DISPLAY (13, 01) "   CONFIRMA (S/N)? : ".
           ACCEPT (13, 22) W-OPCAO WITH UPDATE
           IF W-OPCAO NOT = "S" AND "s"
               MOVE "* CONVERSAO CANCELADA PELO USUARIO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
      *   SISNOTAS: TODO HISTORICO VIRA O CURSO 01 (TREINAMENTO DE
      *     SEGURANCA), QUE ERA O UNICO EXISTENTE
      *   CADCAIXA: CARGA DE CARTEIRA ZERADA (NAO EXISTIA)
      *   CADFECHA: APROPRIACAO E ESTORNO ZERADOS; NO 10, RECEITA
      *     DE VAREJO ZERADA (NAO EXISTIA)
      *   CADFATASS: NENHUMA TENTATIVA NO CARTAO, DATAS ZERADAS E
      *     RETORNO E AUTORIZACAO EM BRANCO
      *   CADFECHA NO 12: RECEITA DA OFICINA ZERADA (NAO EXISTIA)
      *   CADCURSO: CARGA HORARIA ZERADA E CURSO NAO EXIGIDO ("N")
      *   CADESCALA: TURNO COM HORARIO FICA NA FILIAL 01 (MATRIZ);
      *     FOLGA (SEM HORARIO) FICA SEM FILIAL
      *--------------------------------------------------------------
      *
       MONTA-NOVO.
               MOVE V9-REGFECHA TO W9-ANTIGA
               MOVE ZEROS TO W9-VALACRESC W9-VALACRANT
               MOVE W9-REGNOVO TO REGTRAB.
           IF W-ARQ = 10
               MOVE V10-REGFECHA TO W10-ANTIGA
               MOVE ZEROS TO W10-VALVAREJO
               MOVE W10-REGNOVO TO REGTRAB.
           IF W-ARQ = 11
               MOVE V11-REGFATASS TO W11-ANTIGA
               MOVE ZEROS TO W11-QTDTENT W11-DTULTTENT W11-DTPROXTENT
                   W11-DTPAGTO
               MOVE SPACES TO W11-CODRET W11-AUTORIZ
               MOVE W11-REGNOVO TO REGTRAB.
           IF W-ARQ = 12
               MOVE V12-REGFECHA TO W12-ANTIGA
               MOVE ZEROS TO W12-VALOFICINA
               MOVE W12-REGNOVO TO REGTRAB.
           IF W-ARQ = 13
               MOVE V13-REGCURSO TO W13-ANTIGA
               MOVE ZEROS TO W13-CARGAHOR
               MOVE "N" TO W13-EXIGIDO
               MOVE W13-REGNOVO TO REGTRAB.
           IF W-ARQ = 14
               MOVE V14-REGESCALA TO W14-ANTIGA
               MOVE ZEROS TO W14-FILIAL
               IF W14-HRINI NOT = ZEROS OR W14-HRFIM NOT = ZEROS
                   MOVE 01 TO W14-FILIAL.
           IF W-ARQ = 14
               MOVE W14-REGNOVO TO REGTRAB.
       MONTA-NOVO-FIM.
           EXIT.
      *
           IF W-ARQ = 7 OPEN INPUT VELHONOTAS.
           IF W-ARQ = 8 OPEN INPUT VELHOCAIXA.
           IF W-ARQ = 9 OPEN INPUT VELHOFECHA.
           IF W-ARQ = 10 OPEN INPUT VELHOFECHA2.
           IF W-ARQ = 11 OPEN INPUT VELHOFATASS.
           IF W-ARQ = 12 OPEN INPUT VELHOFECHA3.
           IF W-ARQ = 13 OPEN INPUT VELHOCURSO.
           IF W-ARQ = 14 OPEN INPUT VELHOESCALA.
       ABRE-VELHO-FIM.
           EXIT.
      *
           IF W-ARQ = 7 CLOSE VELHONOTAS.
           IF W-ARQ = 8 CLOSE VELHOCAIXA.
           IF W-ARQ = 9 CLOSE VELHOFECHA.
           IF W-ARQ = 10 CLOSE VELHOFECHA2.
           IF W-ARQ = 11 CLOSE VELHOFATASS.
           IF W-ARQ = 12 CLOSE VELHOFECHA3.
           IF W-ARQ = 13 CLOSE VELHOCURSO.
           IF W-ARQ = 14 CLOSE VELHOESCALA.
       FECHA-VELHO-FIM.
           EXIT.
      *
               READ VELHOFECHA NEXT RECORD
                   AT END MOVE "S" TO W-FIMARQ
               END-READ.
           IF W-ARQ = 10
               READ VELHOFECHA2 NEXT RECORD
                   AT END MOVE "S" TO W-FIMARQ
               END-READ.
           IF W-ARQ = 11
               READ VELHOFATASS NEXT RECORD
                   AT END MOVE "S" TO W-FIMARQ
               END-READ.
           IF W-ARQ = 12
               READ VELHOFECHA3 NEXT RECORD
                   AT END MOVE "S" TO W-FIMARQ
               END-READ.
           IF W-ARQ = 13
               READ VELHOCURSO NEXT RECORD
                   AT END MOVE "S" TO W-FIMARQ
               END-READ.
           IF W-ARQ = 14
               READ VELHOESCALA NEXT RECORD
                   AT END MOVE "S" TO W-FIMARQ
               END-READ.
       LE-VELHO-FIM.
           EXIT.
      *
           IF W-ARQ = 7 OPEN OUTPUT NOVONOTAS.
           IF W-ARQ = 8 OPEN OUTPUT NOVOCAIXA.
           IF W-ARQ = 9 OPEN OUTPUT NOVOFECHA.
           IF W-ARQ = 10 OPEN OUTPUT NOVOFECHA2.
           IF W-ARQ = 11 OPEN OUTPUT NOVOFATASS.
           IF W-ARQ = 12 OPEN OUTPUT NOVOFECHA3.
           IF W-ARQ = 13 OPEN OUTPUT NOVOCURSO.
           IF W-ARQ = 14 OPEN OUTPUT NOVOESCALA.
       ABRE-NOVO-FIM.
           EXIT.
      *
           IF W-ARQ = 9
               MOVE W-REGBUF TO N9-REGFECHA
               WRITE N9-REGFECHA.
           IF W-ARQ = 10
               MOVE W-REGBUF TO N10-REGFECHA
               WRITE N10-REGFECHA.
           IF W-ARQ = 11
               MOVE W-REGBUF TO N11-REGFATASS
               WRITE N11-REGFATASS.
           IF W-ARQ = 12
               MOVE W-REGBUF TO N12-REGFECHA
               WRITE N12-REGFECHA.
           IF W-ARQ = 13
               MOVE W-REGBUF TO N13-REGCURSO
               WRITE N13-REGCURSO.
           IF W-ARQ = 14
               MOVE W-REGBUF TO N14-REGESCALA
               WRITE N14-REGESCALA.
       GRAVA-NOVO-FIM.
           EXIT.
      *
           IF W-ARQ = 7 CLOSE NOVONOTAS.
           IF W-ARQ = 8 CLOSE NOVOCAIXA.
           IF W-ARQ = 9 CLOSE NOVOFECHA.
           IF W-ARQ = 10 CLOSE NOVOFECHA2.
           IF W-ARQ = 11 CLOSE NOVOFATASS.
           IF W-ARQ = 12 CLOSE NOVOFECHA3.
           IF W-ARQ = 13 CLOSE NOVOCURSO.
           IF W-ARQ = 14 CLOSE NOVOESCALA.
       FECHA-NOVO-FIM.
           EXIT.
      *
