                    ALTERNATE RECORD KEY IS LOGRAD
                                            WITH DUPLICATES.

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
      * DOCUMENTO DO CLIENTE ESTRANGEIRO (SGB003) -- PESQUISA PELO
      * PASSAPORTE E PAIS EMISSOR, QUE DEVOLVEM A CHAVE INTERNA
      * GRAVADA NO LUGAR DO CPF-CLI
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
      * USADOS NA PESQUISA POR RG (CHAVE ALTERNATIVA RG-CLI)
       77 W-MODOPESQ   PIC X(01) VALUE SPACES.
       77 W-RGPESQ     PIC X(09) VALUE SPACES.
      * USADOS NA PESQUISA POR PASSAPORTE (CADDOCCLI)
       77 ST-DOC       PIC X(02) VALUE "00".
       77 W-PASSAP     PIC X(15) VALUE SPACES.
       77 W-PAISDOC    PIC X(03) VALUE SPACES.
      *
      *--------------------------------------------------------------
      *
                   CLOSE CADCLI
                   GO TO ROT-FIM.
            OPEN INPUT CADCEP.
            OPEN INPUT CADDOCCLI.
           OPEN EXTEND CADLGPD
           IF ST-LG NOT = "00"
               OPEN OUTPUT CADLGPD
           DISPLAY TELACLI.
       ACC-PK.
           MOVE SPACES TO W-MODOPESQ
           DISPLAY (02, 01)
               "   PESQUISAR POR (C)PF, (R)G OU (P)ASSAPORTE: ".
           ACCEPT (02, 48) W-MODOPESQ WITH UPDATE
           IF W-MODOPESQ = "R" OR "r"
               GO TO ACC-RGPK.
           IF W-MODOPESQ = "P" OR "p"
               GO TO ACC-PASSAP.
           ACCEPT TCPF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR 01
               CLOSE CADCLI CADCEP CADLGPD CADDOCCLI
               GO TO ROT-CONFIRMA.
           IF CPF-CLI = ZEROS
               MOVE "* CODIGO INVALIDO! *" TO MENS
                   MOVE 1 TO W-SEL
                   MOVE FKCEP TO CEP
                   PERFORM READ-CADCEP
                   PERFORM MOSTRA-DOCCLI THRU MOSTRA-DOCCLI-FIM
                   PERFORM GRAVA-LGPD THRU GRAVA-LGPD-FIM
                   MOVE "* CLIENTE JA CADASTRADO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACE-001
           ELSE
               CLOSE CADCEP CADCLI CADDOCCLI
               GO TO INC-OP0.
      *
      *--------------------------------------------------------------
               GO TO LER-RG.
      *
      *--------------------------------------------------------------
      * PESQUISA DE CLIENTE ESTRANGEIRO PELO PASSAPORTE E PAIS
      * EMISSOR (CADDOCCLI), QUE DEVOLVEM A CHAVE INTERNA DO CLIENTE
      *--------------------------------------------------------------
      *
       ACC-PASSAP.
           MOVE SPACES TO W-PASSAP W-PAISDOC
           DISPLAY (04, 30) "PASSAPORTE:                 PAIS:".
           ACCEPT (04, 42) W-PASSAP WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               DISPLAY (04, 30) LIMPA
               GO TO ACC-PK.
           IF W-PASSAP = SPACES
               MOVE "* PASSAPORTE INVALIDO! *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-PASSAP.
           ACCEPT (04, 64) W-PAISDOC WITH UPDATE
           MOVE W-PAISDOC TO PAISDOC
           MOVE W-PASSAP TO NUMPASSAP
           READ CADDOCCLI KEY IS KEYPASSAP
           IF ST-DOC NOT = "00"
               MOVE "* NENHUM CLIENTE COM ESSE PASSAPORTE *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               DISPLAY (04, 30) LIMPA
               GO TO ACC-PK.
           DISPLAY (04, 30) LIMPA
           MOVE CPF-DOC TO CPF-CLI
           DISPLAY TCPF
           GO TO LER-CLIENTE.
      *
       MOSTRA-DOCCLI.
           IF ST-DOC = "35"
               GO TO MOSTRA-DOCCLI-FIM.
           MOVE CPF-CLI TO CPF-DOC
           READ CADDOCCLI KEY IS CPF-DOC
           IF ST-DOC NOT = "00"
               GO TO MOSTRA-DOCCLI-FIM.
           DISPLAY (05, 01) "   PASSAPORTE: " NUMPASSAP
               "  PAIS: " PAISDOC.
       MOSTRA-DOCCLI-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * CONFIRMAR FIM
      *--------------------------------------------------------------
      *
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACE-001
           ELSE
               CLOSE CADCEP CADCLI CADDOCCLI
               GO TO ROT-FIM.
      *
      *--------------------------------------------------------------
