      *--------------------------------------------------------------
      * APAGAMENTO DE DADOS PESSOAIS (LGPD) -- PARA O CPF INFORMADO,
      * ANONIMIZA OS CAMPOS PESSOAIS DO CADCLI (NOME, E-MAIL,
      * TELEFONE, RG, COMPLEMENTO, DATA DE NASCIMENTO), EXCLUI O
      * CONSENTIMENTO DE MARKETING (CADCONSENT/CADCONSMOV) E O
      * DOCUMENTO DE ESTRANGEIRO (CADDOCCLI), MANTENDO O
      * REGISTRO E O HISTORICO FINANCEIRO INTACTOS SOB O MARCADOR DE
      * ANONIMIZACAO. RECUSA RODAR COM LOCACAO EM ABERTO OU PARCELA
      * NAO PAGA, IMPRIME O CERTIFICADO DE APAGAMENTO E GRAVA A
                    ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-AUD.

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

            SELECT CADDOCCLI
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF-DOC
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS KEYPASSAP.
      *
      *--------------------------------------------------------------
      *
           03 REGAUDIT-DEPOIS PIC X(219).
      *
      *--------------------------------------------------------------
      * CONSENTIMENTO DE MARKETING E HISTORICO DAS MUDANCAS (SGB003)
      * -- APAGADOS POR INTEIRO JUNTO COM OS DADOS PESSOAIS
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
      * DOCUMENTO DO CLIENTE ESTRANGEIRO (CADLOC) -- PASSAPORTE E
      * PAIS, APAGADO JUNTO COM OS DADOS PESSOAIS
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
      *--------------------------------------------------------------
      *
       WORKING-STORAGE SECTION.
      *
               OPEN OUTPUT CADAUDIT
               CLOSE CADAUDIT
               OPEN EXTEND CADAUDIT.
           OPEN I-O CADCONSENT
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                   OPEN OUTPUT CADCONSENT
                   CLOSE CADCONSENT
                   OPEN I-O CADCONSENT
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQ CADCONSENT.DAT *"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADCLI CADLOC CADPAG CADAUDIT
                   GO TO ROT-FIM.
           OPEN I-O CADCONSMOV
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                   OPEN OUTPUT CADCONSMOV
                   CLOSE CADCONSMOV
                   OPEN I-O CADCONSMOV
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQ CADCONSMOV.DAT *"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADCLI CADLOC CADPAG CADAUDIT CADCONSENT
                   GO TO ROT-FIM.
           OPEN I-O CADDOCCLI
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                   OPEN OUTPUT CADDOCCLI
                   CLOSE CADDOCCLI
                   OPEN I-O CADDOCCLI
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQ CADDOCCLI.DAT *"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADCLI CADLOC CADPAG CADAUDIT CADCONSENT
                       CADCONSMOV
                   GO TO ROT-FIM.
      *
       ACC-CPF.
           DISPLAY (01, 01) ERASE
           ACCEPT (03, 21) W-CPFLGPD WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR 01
               CLOSE CADCLI CADLOC CADPAG CADAUDIT CADCONSENT
                   CADCONSMOV CADDOCCLI
               GO TO ROT-FIM.
           MOVE W-CPFLGPD TO CPF-CLI
           READ CADCLI
           MOVE W-REGCLIANT TO REGAUDIT-ANTES
           MOVE REGCLI TO REGAUDIT-DEPOIS
           WRITE REGAUDIT.
      *
      * CONSENTIMENTO DE MARKETING: SAI O REGISTRO DO CLIENTE E TODO
      * O HISTORICO DE MUDANCAS DELE. O DOCUMENTO DE ESTRANGEIRO
      * (PASSAPORTE) SAI JUNTO
       APAGA-CONSENT.
           MOVE W-CPFLGPD TO CPF-CONS
           DELETE CADCONSENT RECORD
           MOVE W-CPFLGPD TO CPF-DOC
           DELETE CADDOCCLI RECORD
           MOVE ZEROS TO KEYCONSMOV
           MOVE W-CPFLGPD TO CPF-CMOV
           START CADCONSMOV KEY IS >= KEYCONSMOV
           IF ST-ERRO NOT = "00"
               GO TO CERTIFICADO.
       APAGA-CONSENT-PROX.
           READ CADCONSMOV NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO CERTIFICADO.
           IF CPF-CMOV NOT = W-CPFLGPD
               GO TO CERTIFICADO.
           DELETE CADCONSMOV RECORD
           GO TO APAGA-CONSENT-PROX.
      *
       CERTIFICADO.
           DISPLAY " ".
               "  HORA: " W-HRAUD ":" W-MINAUD.
           DISPLAY "CAMPOS ANONIMIZADOS: NOME, E-MAIL, TELEFONE,".
           DISPLAY "RG, COMPLEMENTO E DATA DE NASCIMENTO.".
           DISPLAY "CONSENTIMENTO DE MARKETING E SEU HISTORICO".
           DISPLAY "E DOCUMENTO DE ESTRANGEIRO (PASSAPORTE/PAIS)".
           DISPLAY "FORAM EXCLUIDOS.".
           DISPLAY "O HISTORICO FINANCEIRO FOI PRESERVADO SOB O".
           DISPLAY "MARCADOR DE ANONIMIZACAO, CONFORME SOLICITADO.".
           DISPLAY "==============================================".
