                    RECORD KEY   IS KEYTRAVA
                    FILE STATUS  IS ST-TRV.

            SELECT CADDOCCLI
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF-DOC
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS KEYPASSAP.

            SELECT CADFILIAL
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-FILIAL
                    FILE STATUS  IS ST-ERRO.

            SELECT CADCONSENT
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF-CONS
                    FILE STATUS  IS ST-ERRO.

            SELECT CADCONSMOV
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCONSMOV
                    FILE STATUS  IS ST-ERRO.

            SELECT CADINDICA
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF-IND
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CPFINDICADOR-IND
                                            WITH DUPLICATES.

            SELECT CADIDIOMA
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF-IDI
                    FILE STATUS  IS ST-IDI.


      *
      *--------------------------------------------------------------
           03 DTTRAVA         PIC 9(08).
           03 HRTRAVA         PIC 9(06).
      *
      *--------------------------------------------------------------
      * DOCUMENTO DO CLIENTE ESTRANGEIRO SEM CPF (TURISTA, HOSPEDE DE
      * HOTEL PARCEIRO DO SGB119) -- O CLIENTE E CADASTRADO PELO
      * PASSAPORTE E PAIS EMISSOR E RECEBE UMA CHAVE INTERNA DE 11
      * DIGITOS DA SERIE "CLIEXT" DO CADCONTROLE, QUE OCUPA O LUGAR DO
      * CPF-CLI EM TODOS OS ARQUIVOS (CADLOC, CADPAG, CADBLOQ...). A
      * CHAVE NUNCA FECHA O DIGITO VERIFICADOR DE CPF, ENTAO NAO COLIDE
      * COM CPF REAL. CLIENTE SEM REGISTRO AQUI E CLIENTE COM CPF.
      * VIDE GERA-CHAVEEXT E LE-DOCCLI
      *--------------------------------------------------------------
      *
       FD CADDOCCLI
           VALUE OF FILE-ID IS "CADDOCCLI.DAT".
       01 REGDOCCLI.
           03 CPF-DOC         PIC 9(11).
           03 TIPODOC         PIC X(01).
           03 DSCTIPODOC      PIC X(11).
           03 KEYPASSAP.
               05 PAISDOC     PIC X(03).
               05 NUMPASSAP   PIC X(15).
           03 DTCAD-DOC       PIC 9(08).
           03 OPERDOC         PIC 9(04).
      *
      *--------------------------------------------------------------
      * CADASTRO DE FILIAIS, MANTIDO PELO SGB124 -- VALIDA A FILIAL
      * DO CLIENTE E TRAZ O NOME (VIDE ACC-FILIAL-CLI)
      *--------------------------------------------------------------
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
      *--------------------------------------------------------------
      * CONSENTIMENTO DE MARKETING E CANAL PREFERIDO DO CLIENTE --
      * ACEITE (S) OU RECUSA (N) POR CANAL, COM DATA, ORIGEM
      * (B=BALCAO T=TELEFONE S=SITE P=PARCEIRO) E OPERADOR DA ULTIMA
      * MUDANCA. CLIENTE SEM REGISTRO AQUI NUNCA RECUSOU. CADA
      * MUDANCA TAMBEM FICA NO CADCONSMOV (VIDE GRAVA-CONSENT)
      *--------------------------------------------------------------
      *
       FD CADCONSENT
           VALUE OF FILE-ID IS "CADCONSENT.DAT".
       01 REGCONSENT.
           03 CPF-CONS        PIC 9(11).
           03 CANALPREF-CONS  PIC X(01).
           03 OPTEMAIL-CONS   PIC X(01).
           03 DTEMAIL-CONS    PIC 9(08).
           03 ORIGEMAIL-CONS  PIC X(01).
           03 OPEREMAIL-CONS  PIC 9(04).
           03 OPTSMS-CONS     PIC X(01).
           03 DTSMS-CONS      PIC 9(08).
           03 ORIGSMS-CONS    PIC X(01).
           03 OPERSMS-CONS    PIC 9(04).
      *
      * HISTORICO DAS MUDANCAS DE CONSENTIMENTO -- CANAL E=E-MAIL
      * S=SMS P=CANAL PREFERIDO, VALOR ANTERIOR E NOVO
       FD CADCONSMOV
           VALUE OF FILE-ID IS "CADCONSMOV.DAT".
       01 REGCONSMOV.
           03 KEYCONSMOV.
               05 CPF-CMOV    PIC 9(11).
               05 DT-CMOV     PIC 9(08).
               05 HR-CMOV     PIC 9(08).
               05 CANAL-CMOV  PIC X(01).
           03 VALANT-CMOV     PIC X(01).
           03 VALNOVO-CMOV    PIC X(01).
           03 ORIGEM-CMOV     PIC X(01).
           03 OPER-CMOV       PIC 9(04).
           03 PROG-CMOV       PIC X(06).
      *
      *--------------------------------------------------------------
      * PROGRAMA DE INDICACAO -- UM REGISTRO POR CLIENTE INDICADO,
      * COM O CPF DE QUEM INDICOU. A CONVERSAO (PRIMEIRA LOCACAO
      * PAGA) E O BONUS CREDITADO NA CARTEIRA DO INDICADOR SAO
      * GRAVADOS PELO SGB004 (VIDE CREDITA-INDICACAO); O SGB127 FAZ
      * O RELATORIO MENSAL POR INDICADOR
      *--------------------------------------------------------------
      *
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
      *--------------------------------------------------------------
      * IDIOMA DOS DOCUMENTOS DO CLIENTE (SGB003) -- P=PORTUGUES
      * I=INGLES E=ESPANHOL. CLIENTE SEM REGISTRO AQUI = PORTUGUES
      *--------------------------------------------------------------
      *
       FD CADIDIOMA
           VALUE OF FILE-ID IS "CADIDIOMA.DAT".
       01 REGIDIOMA.
           03 CPF-IDI         PIC 9(11).
           03 IDIOMA-IDI      PIC X(01).
           03 DTALT-IDI       PIC 9(08).
           03 OPER-IDI        PIC 9(04).
      *


      *--------------------------------------------------------------
       01 W-HRTRV-R REDEFINES W-HRTRV.
           03 W-HRTRVHMS   PIC 9(06).
           03 FILLER       PIC 9(02).
      *
      * APOIO AO CLIENTE ESTRANGEIRO POR PASSAPORTE (CADDOCCLI, VIDE
      * ACC-PASSAP E GERA-CHAVEEXT) -- W-TIPODOC C=CPF P=PASSAPORTE
       77 W-TIPODOC      PIC X(01) VALUE "C".
       77 W-PASSAP       PIC X(15) VALUE SPACES.
       77 W-PAISDOC      PIC X(03) VALUE SPACES.
      *
      * APOIO AO CONSENTIMENTO DE MARKETING (CADCONSENT, VIDE
      * ACC-MKTEMAIL E GRAVA-CONSENT) -- OS CAMPOS -ANT GUARDAM O QUE
      * ESTAVA GRAVADO, PARA SO REGISTRAR O QUE MUDOU
       77 W-OPTEMAIL     PIC X(01) VALUE SPACES.
       77 W-OPTSMS       PIC X(01) VALUE SPACES.
       77 W-CANALPREF    PIC X(01) VALUE SPACES.
       77 W-ORIGCONS     PIC X(01) VALUE "B".
       77 W-OPTEMAIL-ANT PIC X(01) VALUE SPACES.
       77 W-OPTSMS-ANT   PIC X(01) VALUE SPACES.
       77 W-CANALPREF-ANT PIC X(01) VALUE SPACES.
       77 W-TEMCONS      PIC X(01) VALUE "N".
       77 W-DTCONS       PIC 9(08) VALUE ZEROS.
       77 W-HRCONS       PIC 9(08) VALUE ZEROS.
      *
      * APOIO A INDICACAO DO CLIENTE NOVO (CADINDICA, VIDE ACC-INDICA
      * E GRAVA-INDICA) -- O CADASTRO DO INDICADOR E LIDO SOBRE O
      * REGCLI, QUE FICA GUARDADO EM W-REGCLI-INDICA
       77 W-CPFINDICA    PIC 9(11) VALUE ZEROS.
       77 W-NOMEINDICA   PIC X(30) VALUE SPACES.
       77 W-REGCLI-INDICA PIC X(150) VALUE SPACES.
      *
      * APOIO AO IDIOMA DOS DOCUMENTOS DO CLIENTE (CADIDIOMA, VIDE
      * ACC-IDIOMA E GRAVA-IDIOMA)
       77 ST-IDI         PIC X(02) VALUE "00".
       77 W-IDIOMA       PIC X(01) VALUE SPACES.


       01 W-DATAUDIT   PIC 9(08) VALUE ZEROS.
       01 TTABSITUAC REDEFINES TTSITUAC.
           03 TABSITUAC PIC X(08) OCCURS 4 TIMES.

      * OS NOMES DAS FILIAIS VEM DO CADFILIAL.DAT (VIDE
      * ACC-FILIAL-CLI E GRAVA-SEED-FILIAL)
       77 W-DIAFIL     PIC 9(01) VALUE ZEROS.
      *
      *--------------------------------------------------------------
      *
               OPEN OUTPUT CADTRAVA
               CLOSE CADTRAVA
               OPEN I-O CADTRAVA.
            OPEN I-O CADDOCCLI
            IF ST-ERRO NOT = "00"
                IF ST-ERRO = "30" OR "35"
                    OPEN OUTPUT CADDOCCLI
                    CLOSE CADDOCCLI
                    OPEN I-O CADDOCCLI
                ELSE
                    MOVE "* ERRO AO ABRIR O ARQUIVO CADDOCCLI *"
                                                          TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO ROT-FIM.
            OPEN INPUT CADFILIAL
            IF ST-ERRO NOT = "00"
                IF ST-ERRO = "30" OR "35"
                    OPEN OUTPUT CADFILIAL
                    PERFORM GRAVA-SEED-FILIAL THRU GRAVA-SEED-FILIAL-FIM
                    CLOSE CADFILIAL
                    OPEN INPUT CADFILIAL
                ELSE
                    MOVE "* ERRO AO ABRIR O ARQUIVO CADFILIAL *"
                                                          TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO ROT-FIM.
            OPEN I-O CADCONSENT
            IF ST-ERRO NOT = "00"
                IF ST-ERRO = "30" OR "35"
                    OPEN OUTPUT CADCONSENT
                    CLOSE CADCONSENT
                    OPEN I-O CADCONSENT
                ELSE
                    MOVE "* ERRO AO ABRIR O ARQUIVO CADCONSENT *"
                                                          TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO ROT-FIM.
            OPEN I-O CADCONSMOV
            IF ST-ERRO NOT = "00"
                IF ST-ERRO = "30" OR "35"
                    OPEN OUTPUT CADCONSMOV
                    CLOSE CADCONSMOV
                    OPEN I-O CADCONSMOV
                ELSE
                    MOVE "* ERRO AO ABRIR O ARQUIVO CADCONSMOV *"
                                                          TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO ROT-FIM.
            OPEN I-O CADINDICA
            IF ST-ERRO NOT = "00"
                IF ST-ERRO = "30" OR "35"
                    OPEN OUTPUT CADINDICA
                    CLOSE CADINDICA
                    OPEN I-O CADINDICA
                ELSE
                    MOVE "* ERRO AO ABRIR O ARQUIVO CADINDICA *"
                                                          TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO ROT-FIM.
            OPEN I-O CADIDIOMA
            IF ST-IDI NOT = "00"
                IF ST-IDI = "30" OR "35"
                    OPEN OUTPUT CADIDIOMA
                    CLOSE CADIDIOMA
                    OPEN I-O CADIDIOMA
                ELSE
                    MOVE "* ERRO AO ABRIR O ARQUIVO CADIDIOMA *"
                                                          TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO ROT-FIM.

       CLEAR-VARS.
           PERFORM SOLTA-TRAVA THRU SOLTA-TRAVA-FIM.
           MOVE ZEROS TO VALLIMCRED
           MOVE SPACES TO SITUAC-CLI DSCSITUAC-CLI DSCFILIAL-CLI
           MOVE SPACES TO W-REGCLI-ANTES
           MOVE "C" TO W-TIPODOC
           MOVE SPACES TO W-PASSAP W-PAISDOC
           MOVE SPACES TO W-OPTEMAIL W-OPTSMS W-CANALPREF
           MOVE SPACES TO W-OPTEMAIL-ANT W-OPTSMS-ANT W-CANALPREF-ANT
           MOVE "B" TO W-ORIGCONS
           MOVE ZEROS TO W-CPFINDICA
           MOVE SPACES TO W-NOMEINDICA
           MOVE SPACES TO W-IDIOMA
      *
           DISPLAY TELACLI.
       ACC-PK.
           MOVE "C" TO W-TIPODOC
           ACCEPT TCPF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR 01
               PERFORM SOLTA-TRAVA THRU SOLTA-TRAVA-FIM
               CLOSE CADCLI CADCEP CADAUDIT CADREGIAO CADCONTROLE
                   CADFUNC CADBLOQ CADLGPD CADTRAVA CADDOCCLI
                   CADFILIAL CADCONSENT CADCONSMOV CADINDICA
                   CADIDIOMA
               GO TO ROT-FIM.
      * CPF EM BRANCO = CLIENTE ESTRANGEIRO, IDENTIFICADO PELO
      * PASSAPORTE (VIDE ACC-PASSAP)
           IF CPF-CLI = ZEROS
               GO TO ACC-PASSAP.
      * CHAVE QUE NAO FECHA O DIGITO SO E ACEITA SE FOR A CHAVE
      * INTERNA DE UM CLIENTE ESTRANGEIRO JA CADASTRADO
           PERFORM VALIDA-CPF
           IF WS-CPFVALIDO = "N"
               PERFORM LE-DOCCLI THRU LE-DOCCLI-FIM
               IF W-TIPODOC NOT = "P"
                   MOVE "* CPF INVALIDO (DIG. VERIF.) *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACC-PK.
       ACC-PK-BLOQ.
      * LISTA DE BLOQUEIO (SGB085): CPF BARRADO NAO ENTRA NO CADASTRO
           PERFORM VERIFICA-BLOQUEIO THRU VERIFICA-BLOQUEIO-FIM
           IF W-BLOQUEADO = "S"
               MOVE "* CPF NA LISTA DE BLOQUEIO (SGB085) *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-PK.
           GO TO LER-CLIENTE.
      *
      *--------------------------------------------------------------
      * CLIENTE ESTRANGEIRO SEM CPF: PASSAPORTE E PAIS EMISSOR
      * (SIGLA DE 3 LETRAS). PASSAPORTE JA CADASTRADO TRAZ A CHAVE
      * INTERNA DO CLIENTE; PASSAPORTE NOVO GANHA A CHAVE NA GRAVACAO
      * (VIDE INC-WR1/GERA-CHAVEEXT)
      *--------------------------------------------------------------
      *
       ACC-PASSAP.
           MOVE SPACES TO W-PASSAP W-PAISDOC
           DISPLAY (04, 27) "PASSAPORTE:".
           DISPLAY (04, 56) "PAIS:".
           ACCEPT (04, 39) W-PASSAP WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               DISPLAY (04, 27) LIMPA
               GO TO ACC-PK.
           IF W-PASSAP = SPACES
               DISPLAY (04, 27) LIMPA
               MOVE "* INFORME O CPF OU O PASSAPORTE *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-PK.
       ACC-PAISDOC.
           ACCEPT (04, 62) W-PAISDOC WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-PASSAP.
           IF W-PAISDOC = SPACES
               MOVE "* INFORME A SIGLA DO PAIS EMISSOR *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-PAISDOC.
           MOVE "P" TO W-TIPODOC
           MOVE W-PAISDOC TO PAISDOC
           MOVE W-PASSAP TO NUMPASSAP
           READ CADDOCCLI KEY IS KEYPASSAP
           IF ST-ERRO = "00"
               MOVE CPF-DOC TO CPF-CLI
               DISPLAY TCPF
               GO TO ACC-PK-BLOQ.
           MOVE ZEROS TO CPF-CLI
           MOVE "* PASSAPORTE NOVO - CHAVE GERADA AO GRAVAR *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
      * VALIDA A EXISTENCIA DO REGISTRO
       LER-CLIENTE.
           MOVE 0 TO W-SEL
                   MOVE 1 TO W-SEL
                   MOVE FKCEP TO CEP
                   PERFORM READ-CADCEP
                   PERFORM LE-DOCCLI THRU LE-DOCCLI-FIM
                   PERFORM LE-CONSENT THRU LE-CONSENT-FIM
                   PERFORM LE-IDIOMA THRU LE-IDIOMA-FIM
                   PERFORM GRAVA-LGPD THRU GRAVA-LGPD-FIM
                   MOVE "CADCLI    " TO ARQTRAVA
                   MOVE SPACES TO CHVTRAVA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-SITUAC.
           MOVE CODFILIAL-CLI TO COD-FILIAL
           READ CADFILIAL
           IF ST-ERRO NOT = "00"
               MOVE "* FILIAL NAO CADASTRADA (SGB124) *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-FILIAL-CLI.
           IF SITUAC-FIL NOT = "A"
               MOVE "* FILIAL INATIVA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-FILIAL-CLI.
           MOVE NOME-FILIAL TO DSCFILIAL-CLI.
      *
      * LIMITE DE CREDITO DO CLIENTE -- ZERO USA O PADRAO DA LOJA
      * (PARAMETRO 07 DO CADPARAM), VIDE SGB004/VERIFICA-CREDITO
           DISPLAY (22, 01) "   LIMITE DE CREDITO (0=PADRAO): ".
           ACCEPT (22, 35) VALLIMCRED WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY.
      *
      *--------------------------------------------------------------
      * CONSENTIMENTO DE MARKETING POR CANAL E CANAL PREFERIDO PARA
      * AS MENSAGENS DE SERVICO (CONFIRMACAO, RESERVA). A ORIGEM SO E
      * PERGUNTADA QUANDO ALGO MUDOU EM RELACAO AO QUE ESTAVA GRAVADO
      *--------------------------------------------------------------
      *
       ACC-MKTEMAIL.
           DISPLAY (16, 01) "   ACEITA MARKETING POR E-MAIL (S/N): ".
           ACCEPT (16, 40) W-OPTEMAIL WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-LIMCRED.
           IF W-OPTEMAIL = "s" MOVE "S" TO W-OPTEMAIL.
           IF W-OPTEMAIL = "n" MOVE "N" TO W-OPTEMAIL.
           IF W-OPTEMAIL NOT = "S" AND W-OPTEMAIL NOT = "N"
               MOVE "* DIGITE APENAS S=SIM e N=NAO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-MKTEMAIL.
       ACC-MKTSMS.
           DISPLAY (17, 01) "   ACEITA MARKETING POR SMS    (S/N): ".
           ACCEPT (17, 40) W-OPTSMS WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-MKTEMAIL.
           IF W-OPTSMS = "s" MOVE "S" TO W-OPTSMS.
           IF W-OPTSMS = "n" MOVE "N" TO W-OPTSMS.
           IF W-OPTSMS NOT = "S" AND W-OPTSMS NOT = "N"
               MOVE "* DIGITE APENAS S=SIM e N=NAO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-MKTSMS.
       ACC-CANALPREF.
           IF W-CANALPREF = SPACES
               MOVE "E" TO W-CANALPREF.
           DISPLAY (18, 01) "   CANAL PREFERIDO (E=E-MAIL S=SMS): ".
           ACCEPT (18, 40) W-CANALPREF WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-MKTSMS.
           IF W-CANALPREF = "e" MOVE "E" TO W-CANALPREF.
           IF W-CANALPREF = "s" MOVE "S" TO W-CANALPREF.
           IF W-CANALPREF NOT = "E" AND W-CANALPREF NOT = "S"
               MOVE "* DIGITE E=E-MAIL OU S=SMS *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-CANALPREF.
           IF W-OPTEMAIL = W-OPTEMAIL-ANT AND W-OPTSMS = W-OPTSMS-ANT
                   AND W-CANALPREF = W-CANALPREF-ANT
               GO TO ACC-CONSENT-FIM.
       ACC-ORIGCONS.
           DISPLAY (19, 01)
               "   ORIGEM (B=BALCAO T=TELEFONE S=SITE P=PARCEIRO): ".
           ACCEPT (19, 53) W-ORIGCONS WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-CANALPREF.
           IF W-ORIGCONS = "b" MOVE "B" TO W-ORIGCONS.
           IF W-ORIGCONS = "t" MOVE "T" TO W-ORIGCONS.
           IF W-ORIGCONS = "s" MOVE "S" TO W-ORIGCONS.
           IF W-ORIGCONS = "p" MOVE "P" TO W-ORIGCONS.
           IF W-ORIGCONS NOT = "B" AND W-ORIGCONS NOT = "T" AND
                   W-ORIGCONS NOT = "S" AND W-ORIGCONS NOT = "P"
               MOVE "* ORIGEM INVALIDA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-ORIGCONS.
       ACC-CONSENT-FIM.
      *
      * IDIOMA DO CONTRATO, RECIBO E ORCAMENTO (SGB021/SGB035/SGB053).
      * CLIENTE DE PASSAPORTE SEM IDIOMA GRAVADO SUGERE INGLES
       ACC-IDIOMA.
           IF W-IDIOMA = SPACES
               IF W-TIPODOC = "P"
                   MOVE "I" TO W-IDIOMA
               ELSE
                   MOVE "P" TO W-IDIOMA.
           DISPLAY (15, 01)
               "   IDIOMA DOCS (P=PORTUGUES I=INGLES E=ESPANHOL): ".
           ACCEPT (15, 52) W-IDIOMA WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-CANALPREF.
           IF W-IDIOMA = "p" MOVE "P" TO W-IDIOMA.
           IF W-IDIOMA = "i" MOVE "I" TO W-IDIOMA.
           IF W-IDIOMA = "e" MOVE "E" TO W-IDIOMA.
           IF W-IDIOMA NOT = "P" AND W-IDIOMA NOT = "I" AND
                   W-IDIOMA NOT = "E"
               MOVE "* IDIOMA P, I OU E *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-IDIOMA.
           DISPLAY TDSCFILIAL.
           IF W-SEL = 1
               GO TO ALT-OPC.
      *
      *--------------------------------------------------------------
      * INDICACAO (SO NA INCLUSAO): CPF DO CLIENTE QUE INDICOU O
      * NOVO CADASTRO, OPCIONAL. O BONUS VAI PARA A CARTEIRA DO
      * INDICADOR NA PRIMEIRA LOCACAO PAGA DO INDICADO (SGB004)
      *--------------------------------------------------------------
      *
       ACC-INDICA.
           DISPLAY (20, 01) "   INDICADO POR (CPF, 0=NINGUEM): ".
           ACCEPT (20, 36) W-CPFINDICA WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-IDIOMA.
           MOVE SPACES TO W-NOMEINDICA
           DISPLAY (21, 01) LIMPA
           IF W-CPFINDICA = ZEROS
               GO TO INC-OPC.
           IF W-CPFINDICA = CPF-CLI
               MOVE "* CLIENTE NAO PODE INDICAR A SI MESMO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-INDICA.
           MOVE REGCLI TO W-REGCLI-INDICA
           MOVE W-CPFINDICA TO CPF-CLI
           READ CADCLI
           IF ST-ERRO = "00"
               MOVE NOME-CLI TO W-NOMEINDICA.
           MOVE W-REGCLI-INDICA TO REGCLI
           IF W-NOMEINDICA = SPACES
               MOVE "* CPF DO INDICADOR NAO CADASTRADO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-INDICA.
           DISPLAY (21, 01) "   INDICADOR: " W-NOMEINDICA.
      *    NEXT SENTENCE
      *--------------------------------------------------------------
      * O FIM DO INPUT DE DADOS DO USUARIO
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-OPC.
       INC-WR1.
           IF W-TIPODOC = "P" AND CPF-CLI = ZEROS
               PERFORM GERA-CHAVEEXT THRU GERA-CHAVEEXT-FIM
               DISPLAY TCPF.
           WRITE REGCLI
           IF ST-ERRO = "00" OR "02"
               IF W-TIPODOC = "P"
                   PERFORM GRAVA-DOCCLI THRU GRAVA-DOCCLI-FIM
               END-IF
               PERFORM GRAVA-CONSENT THRU GRAVA-CONSENT-FIM
               PERFORM GRAVA-INDICA THRU GRAVA-INDICA-FIM
               PERFORM GRAVA-IDIOMA THRU GRAVA-IDIOMA-FIM
               MOVE "I" TO W-OPERAUD
               PERFORM GRAVA-AUDITORIA THRU GRAVA-AUDITORIA-FIM
               MOVE "* DADOS GRAVADOS *" TO MENS
       EXC-DL1.
           DELETE CADCLI RECORD
           IF ST-ERRO = "00"
               IF W-TIPODOC = "P"
                   MOVE CPF-CLI TO CPF-DOC
                   DELETE CADDOCCLI RECORD
               END-IF
               MOVE CPF-CLI TO CPF-CONS
               DELETE CADCONSENT RECORD
               MOVE CPF-CLI TO CPF-IDI
               DELETE CADIDIOMA RECORD
               MOVE "E" TO W-OPERAUD
               PERFORM GRAVA-AUDITORIA THRU GRAVA-AUDITORIA-FIM
               MOVE "* REGISTRO EXCLUIDO *" TO MENS
       ALT-RW1.
           REWRITE REGCLI
           IF ST-ERRO = "00" OR "02"
               PERFORM GRAVA-CONSENT THRU GRAVA-CONSENT-FIM
               PERFORM GRAVA-IDIOMA THRU GRAVA-IDIOMA-FIM
               MOVE "A" TO W-OPERAUD
               PERFORM GRAVA-AUDITORIA THRU GRAVA-AUDITORIA-FIM
               MOVE "* REGISTRO ALTERADO *" TO MENS
           EXIT.
      *
      *--------------------------------------------------------------
      * SEMEIA O CADFILIAL.DAT NA PRIMEIRA VEZ QUE O ARQUIVO E CRIADO,
      * COM AS MESMAS 2 FILIAIS QUE ANTES FICAVAM FIXAS NO PROGRAMA
      * -- O RESTO DO CADASTRO E PREENCHIDO NO SGB124
      *--------------------------------------------------------------
      *
       GRAVA-SEED-FILIAL.
           MOVE SPACES TO COMPLEM-FIL
           MOVE ZEROS TO FKCEP-FIL NUM-FIL TEL-FIL GERENTE-FIL
               VAGASRACK-FIL
           MOVE 1 TO W-DIAFIL.
       GRAVA-SEED-FILIAL-HOR.
           MOVE ZEROS TO HRABRE-FIL (W-DIAFIL) HRFECHA-FIL (W-DIAFIL)
           IF W-DIAFIL < 7
               ADD 1 TO W-DIAFIL
               GO TO GRAVA-SEED-FILIAL-HOR.
           MOVE "A" TO SITUAC-FIL
           MOVE 01 TO COD-FILIAL
           MOVE "MATRIZ         " TO NOME-FILIAL
           WRITE REGFILIAL
           MOVE 02 TO COD-FILIAL
           MOVE "FILIAL 2       " TO NOME-FILIAL
           WRITE REGFILIAL.
       GRAVA-SEED-FILIAL-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * NUMERACAO AUTOMATICA DO CLIENTE: LE A SERIE "CLI" DO
      * CADCONTROLE, ENTREGA O PROXIMO NUMERO E REGRAVA A SERIE
      *--------------------------------------------------------------
           EXIT.
      *
      *--------------------------------------------------------------
      * CHAVE INTERNA DO CLIENTE ESTRANGEIRO: SERIE "CLIEXT" DO
      * CADCONTROLE, NO FORMATO 9NNNNNNNN00; SE POR ACASO OS DOIS
      * ULTIMOS DIGITOS FECHAREM O DIGITO VERIFICADOR DE CPF, SOMA 1
      * PARA A CHAVE NUNCA SER UM CPF VALIDO
      *--------------------------------------------------------------
      *
       GERA-CHAVEEXT.
           MOVE "CLIEXT  " TO TIPOCTRL
           READ CADCONTROLE
           IF ST-ERRO NOT = "00"
               MOVE "CLIEXT  " TO TIPOCTRL
               MOVE 1 TO PROXNUM
               WRITE REGCTRL.
           COMPUTE CPF-CLI = (900000000 + PROXNUM) * 100
           ADD 1 TO PROXNUM
           REWRITE REGCTRL
           PERFORM VALIDA-CPF
           IF WS-CPFVALIDO = "S"
               ADD 1 TO CPF-CLI.
       GERA-CHAVEEXT-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * DOCUMENTO DO CLIENTE (CADDOCCLI): LE-DOCCLI CARREGA E MOSTRA
      * O PASSAPORTE DO CLIENTE EM TELA (SEM REGISTRO = CPF);
      * GRAVA-DOCCLI GRAVA O PASSAPORTE DO CLIENTE NOVO
      *--------------------------------------------------------------
      *
       LE-DOCCLI.
           MOVE "C" TO W-TIPODOC
           MOVE CPF-CLI TO CPF-DOC
           READ CADDOCCLI KEY IS CPF-DOC
           IF ST-ERRO NOT = "00"
               GO TO LE-DOCCLI-FIM.
           MOVE TIPODOC TO W-TIPODOC
           MOVE NUMPASSAP TO W-PASSAP
           MOVE PAISDOC TO W-PAISDOC
           DISPLAY (04, 27) "PASSAPORTE: " W-PASSAP
           DISPLAY (04, 56) "PAIS: " W-PAISDOC.
       LE-DOCCLI-FIM.
           EXIT.
      *
       GRAVA-DOCCLI.
           MOVE CPF-CLI TO CPF-DOC
           MOVE "P" TO TIPODOC
           MOVE "PASSAPORTE " TO DSCTIPODOC
           MOVE W-PAISDOC TO PAISDOC
           MOVE W-PASSAP TO NUMPASSAP
           ACCEPT DTCAD-DOC FROM DATE YYYYMMDD
           MOVE W-OPERLGPD TO OPERDOC
           WRITE REGDOCCLI
           IF ST-ERRO = "22"
               REWRITE REGDOCCLI.
       GRAVA-DOCCLI-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * CONSENTIMENTO (CADCONSENT): LE-CONSENT CARREGA E MOSTRA O QUE
      * ESTA GRAVADO; GRAVA-CONSENT ATUALIZA SO OS CANAIS QUE MUDARAM
      * (DATA, ORIGEM E OPERADOR) E GUARDA CADA MUDANCA NO CADCONSMOV
      *--------------------------------------------------------------
      *
       LE-CONSENT.
           MOVE CPF-CLI TO CPF-CONS
           READ CADCONSENT
           IF ST-ERRO NOT = "00"
               GO TO LE-CONSENT-FIM.
           MOVE OPTEMAIL-CONS TO W-OPTEMAIL W-OPTEMAIL-ANT
           MOVE OPTSMS-CONS TO W-OPTSMS W-OPTSMS-ANT
           MOVE CANALPREF-CONS TO W-CANALPREF W-CANALPREF-ANT
           DISPLAY (16, 01) "   ACEITA MARKETING POR E-MAIL (S/N): "
               W-OPTEMAIL
           DISPLAY (17, 01) "   ACEITA MARKETING POR SMS    (S/N): "
               W-OPTSMS
           DISPLAY (18, 01) "   CANAL PREFERIDO (E=E-MAIL S=SMS): "
               W-CANALPREF.
       LE-CONSENT-FIM.
           EXIT.
      *
       GRAVA-CONSENT.
           MOVE CPF-CLI TO CPF-CONS
           READ CADCONSENT
           IF ST-ERRO = "00"
               MOVE "S" TO W-TEMCONS
           ELSE
               MOVE "N" TO W-TEMCONS
               MOVE SPACES TO OPTEMAIL-CONS ORIGEMAIL-CONS
                   OPTSMS-CONS ORIGSMS-CONS CANALPREF-CONS
               MOVE ZEROS TO DTEMAIL-CONS OPEREMAIL-CONS
                   DTSMS-CONS OPERSMS-CONS.
           ACCEPT W-DTCONS FROM DATE YYYYMMDD
           ACCEPT W-HRCONS FROM TIME
           IF W-OPTEMAIL NOT = OPTEMAIL-CONS
               MOVE "E" TO CANAL-CMOV
               MOVE OPTEMAIL-CONS TO VALANT-CMOV
               MOVE W-OPTEMAIL TO VALNOVO-CMOV
               PERFORM GRAVA-CONSMOV THRU GRAVA-CONSMOV-FIM
               MOVE W-OPTEMAIL TO OPTEMAIL-CONS
               MOVE W-DTCONS TO DTEMAIL-CONS
               MOVE W-ORIGCONS TO ORIGEMAIL-CONS
               MOVE W-OPERLGPD TO OPEREMAIL-CONS.
           IF W-OPTSMS NOT = OPTSMS-CONS
               MOVE "S" TO CANAL-CMOV
               MOVE OPTSMS-CONS TO VALANT-CMOV
               MOVE W-OPTSMS TO VALNOVO-CMOV
               PERFORM GRAVA-CONSMOV THRU GRAVA-CONSMOV-FIM
               MOVE W-OPTSMS TO OPTSMS-CONS
               MOVE W-DTCONS TO DTSMS-CONS
               MOVE W-ORIGCONS TO ORIGSMS-CONS
               MOVE W-OPERLGPD TO OPERSMS-CONS.
           IF W-CANALPREF NOT = CANALPREF-CONS
               MOVE "P" TO CANAL-CMOV
               MOVE CANALPREF-CONS TO VALANT-CMOV
               MOVE W-CANALPREF TO VALNOVO-CMOV
               PERFORM GRAVA-CONSMOV THRU GRAVA-CONSMOV-FIM
               MOVE W-CANALPREF TO CANALPREF-CONS.
           IF W-TEMCONS = "S"
               REWRITE REGCONSENT
           ELSE
               WRITE REGCONSENT.
       GRAVA-CONSENT-FIM.
           EXIT.
      *
       GRAVA-CONSMOV.
           MOVE CPF-CLI TO CPF-CMOV
           MOVE W-DTCONS TO DT-CMOV
           MOVE W-HRCONS TO HR-CMOV
           MOVE W-ORIGCONS TO ORIGEM-CMOV
           MOVE W-OPERLGPD TO OPER-CMOV
           MOVE "SGB003" TO PROG-CMOV
           WRITE REGCONSMOV.
       GRAVA-CONSMOV-FIM.
           EXIT.
      *
      * INDICACAO DO CLIENTE NOVO. UM CPF QUE JA TEM REGISTRO (CLIENTE
      * EXCLUIDO E RECADASTRADO) MANTEM O ORIGINAL, PARA O BONUS NAO
      * SER PAGO DUAS VEZES
       GRAVA-INDICA.
           IF W-CPFINDICA = ZEROS
               GO TO GRAVA-INDICA-FIM.
           MOVE CPF-CLI TO CPF-IND
           MOVE W-CPFINDICA TO CPFINDICADOR-IND
           ACCEPT DTCAD-IND FROM DATE YYYYMMDD
           MOVE W-OPERLGPD TO OPERCAD-IND
           MOVE ZEROS TO DTCONV-IND VALBONUS-IND SEQSMOV-IND
           WRITE REGINDICA.
       GRAVA-INDICA-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * IDIOMA DOS DOCUMENTOS (CADIDIOMA): LE-IDIOMA CARREGA E MOSTRA
      * O GRAVADO; GRAVA-IDIOMA GRAVA OU REGRAVA O DA TELA
      *--------------------------------------------------------------
      *
       LE-IDIOMA.
           MOVE CPF-CLI TO CPF-IDI
           READ CADIDIOMA
           IF ST-IDI NOT = "00"
               GO TO LE-IDIOMA-FIM.
           MOVE IDIOMA-IDI TO W-IDIOMA
           DISPLAY (15, 01)
               "   IDIOMA DOCS (P=PORTUGUES I=INGLES E=ESPANHOL): "
               W-IDIOMA.
       LE-IDIOMA-FIM.
           EXIT.
      *
       GRAVA-IDIOMA.
           MOVE CPF-CLI TO CPF-IDI
           READ CADIDIOMA
           MOVE W-IDIOMA TO IDIOMA-IDI
           ACCEPT DTALT-IDI FROM DATE YYYYMMDD
           MOVE W-OPERLGPD TO OPER-IDI
           IF ST-IDI = "00"
               REWRITE REGIDIOMA
           ELSE
               MOVE CPF-CLI TO CPF-IDI
               WRITE REGIDIOMA.
       GRAVA-IDIOMA-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * ROTINA DE FIM
      *--------------------------------------------------------------
      *
