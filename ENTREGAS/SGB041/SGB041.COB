                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMERO
                    FILE STATUS  IS ST-ERRO.

            SELECT CADDOCCLI
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF-DOC
                    FILE STATUS  IS ST-DOC
                    ALTERNATE RECORD KEY IS KEYPASSAP.
      *
      *--------------------------------------------------------------
      *
           03 PROGLGPD     PIC X(06).
           03 OPERLGPD     PIC 9(04).
           03 CPFVISTO     PIC 9(11).
      *
      *--------------------------------------------------------------
      * DOCUMENTO DO CLIENTE ESTRANGEIRO (SGB003) -- TURISTA SEM CPF
      * TEM PASSAPORTE E PAIS EMISSOR E UMA CHAVE INTERNA NO LUGAR
      * DO CPF-CLI
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
       WORKING-STORAGE SECTION.
      *
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-NUMBUSCA    PIC 9(04) VALUE ZEROS.
       77 W-ACHOU       PIC X(01) VALUE "N".
       77 ST-DOC        PIC X(02) VALUE "00".
      *
      *--------------------------------------------------------------
      *
           DISPLAY (23, 01) "   MATRICULA DO OPERADOR: "
           ACCEPT (23, 28) W-OPERLGPD WITH UPDATE
           DISPLAY (23, 01) LIMPA.
           OPEN INPUT CADDOCCLI.
      *
       ACC-BIKE.
           DISPLAY (01, 01) ERASE
           ACCEPT (03, 21) W-NUMBUSCA WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR 01
               CLOSE CADLOC CADCLI CADBIKE CADLGPD CADDOCCLI
               GO TO ROT-FIM.
           IF W-NUMBUSCA = ZEROS
               MOVE "* NUMERO INVALIDO *" TO MENS
           DISPLAY (08, 01) "   CONTRATO: " NUMCONTRATO.
           DISPLAY (09, 01) "   CLIENTE : " NOME-CLI.
           DISPLAY (10, 01) "   CPF     : " FKCPF-CLI.
      * CLIENTE ESTRANGEIRO: A CHAVE NAO E CPF, MOSTRA O PASSAPORTE
           IF ST-DOC NOT = "35"
               MOVE FKCPF-CLI TO CPF-DOC
               READ CADDOCCLI KEY IS CPF-DOC
               IF ST-DOC = "00"
                   DISPLAY (10, 01) "   PASSAP. : " NUMPASSAP " "
                       PAISDOC "  (CHAVE " FKCPF-CLI ")".
           DISPLAY (11, 01) "   TELEFONE: " TEL-CLI.
           DISPLAY (12, 01) "   RETIRADA: " DIA-LOCA "/" MES-LOCA
               "/" ANO-LOCA "  " HRLOCACAO ":" MINLOCACAO.
               MOVE "* DIGITE APENAS S OU N *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-OUTRO.
           CLOSE CADLOC CADCLI CADBIKE CADLGPD CADDOCCLI
           GO TO ROT-FIM.
      *
      *--------------------------------------------------------------
