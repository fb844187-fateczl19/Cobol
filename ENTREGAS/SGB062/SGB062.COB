      *--------------------------------------------------------------
      * FUSAO DE CLIENTE DUPLICADO -- RECHAVEIA PARA O CPF DESTINO
      * TODOS OS REGISTROS DO CPF ORIGEM EM CADLOC, CADPAG,
      * CADRESERVA, CADAVAL, CADINSP, CADNOTIF, CADNOTIFST,
      * CADACEITE, CADPRECOLOC, CADINFZONA, CADDETPRECO, CADDOCCLI,
      * CADCONSENT, CADCONSMOV, CADIDIOMA, CADFRAUDE, CADINDICA E
      * CADINSCR E ACERTA O CPF GUARDADO COMO DADO NO CADSINAL E NO
      * CADENTREG (ASSIM O DESCONTO DE
      * FIDELIDADE VOLTA A ENXERGAR O HISTORICO INTEIRO), GRAVA A
      * OPERACAO NA TRILHA DE AUDITORIA (CADAUDIT) E REMOVE O
      * CADASTRO DUPLICADO DO CADCLI. OPERACAO SUPERVISIONADA, COM
                    RECORD KEY   IS KEYNOTIF
                    FILE STATUS  IS ST-ERRO.

            SELECT CADNOTIFST
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYNOTIF-NST
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS IDMSG-NST.

            SELECT CADACEITE
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYLOCACAO-TRM
                    FILE STATUS  IS ST-ERRO.

            SELECT CADPRECOLOC
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPRECOLOC
                    FILE STATUS  IS ST-ERRO.

            SELECT CADINFZONA
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYINFZONA
                    FILE STATUS  IS ST-ERRO.

            SELECT CADDETPRECO
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYDETPRECO
                    FILE STATUS  IS ST-ERRO.

            SELECT CADDOCCLI
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF-DOC
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS KEYPASSAP.

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

            SELECT CADIDIOMA
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF-IDI
                    FILE STATUS  IS ST-ERRO.

            SELECT CADFRAUDE
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYFRAUDE
                    FILE STATUS  IS ST-ERRO.

            SELECT CADSINAL
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYSINAL
                    FILE STATUS  IS ST-ERRO.

            SELECT CADENTREG
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMENT
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CHROTA-ENT
                                            WITH DUPLICATES.

            SELECT CADINDICA
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF-IND
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CPFINDICADOR-IND
                                            WITH DUPLICATES.

            SELECT CADINSCR
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYINSCR
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CPF-INS
                                            WITH DUPLICATES.

            SELECT CADAUDIT
                    ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-AUD.

            SELECT CADLOCAB
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMBIKE-AB
                    FILE STATUS  IS ST-LOCAB
                    ALTERNATE RECORD KEY IS CHPREV-AB
                                            WITH DUPLICATES.
      *
      *--------------------------------------------------------------
      *
               05 FKCPF-CLI-NOTIF    PIC 9(11).
               05 FILLER             PIC X(16).
           03 FILLER           PIC X(85).
      *
       FD CADNOTIFST
           VALUE OF FILE-ID IS "CADNOTIFST.DAT".
       01 REGNOTIFST.
           03 KEYNOTIF-NST.
               05 CPF-NST            PIC 9(11).
               05 FILLER             PIC X(16).
           03 IDMSG-NST        PIC 9(08).
           03 FILLER           PIC X(66).
      *
       FD CADACEITE
           VALUE OF FILE-ID IS "CADACEITE.DAT".
       01 REGACEITE.
           03 KEYLOCACAO-TRM.
               05 CPF-TRM            PIC 9(11).
               05 FILLER             PIC X(16).
           03 FILLER           PIC X(30).
      *
       FD CADPRECOLOC
           VALUE OF FILE-ID IS "CADPRECOLOC.DAT".
       01 REGPRECOLOC.
           03 KEYPRECOLOC.
               05 CPF-PL             PIC 9(11).
               05 FILLER             PIC X(16).
           03 FILLER           PIC X(38).
      *
       FD CADINFZONA
           VALUE OF FILE-ID IS "CADINFZONA.DAT".
       01 REGINFZONA.
           03 KEYINFZONA.
               05 CPF-INF            PIC 9(11).
               05 FILLER             PIC X(19).
           03 FILLER           PIC X(60).
      *
       FD CADDETPRECO
           VALUE OF FILE-ID IS "CADDETPRECO.DAT".
       01 REGDETPRECO.
           03 KEYDETPRECO.
               05 CPF-DP             PIC 9(11).
               05 FILLER             PIC X(18).
           03 FILLER           PIC X(43).
      *
       FD CADDOCCLI
           VALUE OF FILE-ID IS "CADDOCCLI.DAT".
       01 REGDOCCLI.
           03 CPF-DOC          PIC 9(11).
           03 FILLER           PIC X(12).
           03 KEYPASSAP        PIC X(18).
           03 FILLER           PIC X(12).
      *
       FD CADCONSENT
           VALUE OF FILE-ID IS "CADCONSENT.DAT".
       01 REGCONSENT.
           03 CPF-CONS         PIC 9(11).
           03 CANALPREF-CONS   PIC X(01).
           03 OPTEMAIL-CONS    PIC X(01).
           03 DADOSEMAIL-CONS  PIC X(13).
           03 OPTSMS-CONS      PIC X(01).
           03 DADOSSMS-CONS    PIC X(13).
      *
       FD CADCONSMOV
           VALUE OF FILE-ID IS "CADCONSMOV.DAT".
       01 REGCONSMOV.
           03 KEYCONSMOV.
               05 CPF-CMOV           PIC 9(11).
               05 FILLER             PIC X(17).
           03 FILLER           PIC X(13).
      *
       FD CADIDIOMA
           VALUE OF FILE-ID IS "CADIDIOMA.DAT".
       01 REGIDIOMA.
           03 CPF-IDI          PIC 9(11).
           03 FILLER           PIC X(13).
      *
       FD CADFRAUDE
           VALUE OF FILE-ID IS "CADFRAUDE.DAT".
       01 REGFRAUDE.
           03 KEYFRAUDE.
               05 CPF-FRD            PIC 9(11).
               05 TIPO-FRD           PIC X(01).
           03 FILLER           PIC X(90).
      *
       FD CADSINAL
           VALUE OF FILE-ID IS "CADSINAL.DAT".
       01 REGSINAL.
           03 KEYSINAL         PIC X(14).
           03 CPF-SIN          PIC 9(11).
           03 FILLER           PIC X(09).
           03 KEYPAG-SIN.
               05 CPFPAG-SIN         PIC 9(11).
               05 FILLER             PIC X(20).
           03 FILLER           PIC X(33).
      *
       FD CADENTREG
           VALUE OF FILE-ID IS "CADENTREG.DAT".
       01 REGENTREG.
           03 NUMENT           PIC 9(06).
           03 CHROTA-ENT       PIC X(13).
           03 FILLER           PIC X(05).
           03 KEYLOC-ENT.
               05 CPFLOC-ENT         PIC 9(11).
               05 FILLER             PIC X(16).
           03 FILLER           PIC X(04).
           03 CPF-ENT          PIC 9(11).
           03 FILLER           PIC X(185).
      *
       FD CADINDICA
           VALUE OF FILE-ID IS "CADINDICA.DAT".
       01 REGINDICA.
           03 CPF-IND          PIC 9(11).
           03 CPFINDICADOR-IND PIC 9(11).
           03 FILLER           PIC X(32).
      *
       FD CADINSCR
           VALUE OF FILE-ID IS "CADINSCR.DAT".
       01 REGINSCR.
           03 KEYINSCR.
               05 NUMSAIDA-INS PIC 9(06).
               05 CPF-INS      PIC 9(11).
           03 FILLER           PIC X(46).
      *
       FD CADAUDIT
           VALUE OF FILE-ID IS "CADAUDIT.DAT".
           03 REGAUDIT-DEPOIS PIC X(219).
      *
      *--------------------------------------------------------------
      * INDICE DE LOCACOES EM ABERTO (SGB134) -- UMA ENTRADA POR BIKE
      * NA RUA, ACOMPANHANDO CADA GRAVACAO DO REGLOC (ATUALIZA-LOCAB)
      *--------------------------------------------------------------
      *
       FD CADLOCAB
           VALUE OF FILE-ID IS "CADLOCAB.DAT".
       01 REGLOCAB.
           03 NUMBIKE-AB       PIC 9(04).
           03 CHPREV-AB.
               05 DTPREV-AB.
                   07 ANOPREV-AB   PIC 9(04).
                   07 MESPREV-AB   PIC 9(02).
                   07 DIAPREV-AB   PIC 9(02).
               05 HRPREV-AB    PIC 9(02).
               05 MINPREV-AB   PIC 9(02).
           03 KEYLOC-AB        PIC X(27).
           03 CPF-AB           PIC 9(11).
           03 NUMCONTR-AB      PIC 9(08).
           03 FILIAL-AB        PIC 9(02).
           03 GRUPO-AB         PIC 9(06).
      *
      *--------------------------------------------------------------
      *
       WORKING-STORAGE SECTION.
      *
       77 W-TOTINSP     PIC 9(04) VALUE ZEROS.
       77 W-TOTNOTIF    PIC 9(04) VALUE ZEROS.
       77 W-TOTCONFL    PIC 9(04) VALUE ZEROS.
       77 W-TOTINSCR    PIC 9(04) VALUE ZEROS.
       77 W-REGBUF      PIC X(250) VALUE SPACES.
       77 W-ALTSINAL    PIC X(01) VALUE SPACES.
       01 W-CONSORIG.
           03 W-CPFCONSORIG     PIC 9(11).
           03 W-CANALORIG       PIC X(01).
           03 W-OPTEMAILORIG    PIC X(01).
           03 W-DADOSEMAILORIG  PIC X(13).
           03 W-OPTSMSORIG      PIC X(01).
           03 W-DADOSSMSORIG    PIC X(13).
       77 ST-LOCAB      PIC X(02) VALUE "00".
       01 W-DATAUDIT   PIC 9(08) VALUE ZEROS.
       01 W-DATAUDIT-R REDEFINES W-DATAUDIT.
           03 W-ANOAUD  PIC 9(04).
           OPEN I-O CADAVAL
           OPEN I-O CADINSP
           OPEN I-O CADNOTIF
           OPEN I-O CADNOTIFST
           OPEN I-O CADACEITE
           OPEN I-O CADPRECOLOC
           OPEN I-O CADINFZONA
           OPEN I-O CADDETPRECO
           OPEN I-O CADDOCCLI
           OPEN I-O CADCONSENT
           OPEN I-O CADCONSMOV
           OPEN I-O CADIDIOMA
           OPEN I-O CADFRAUDE
           OPEN I-O CADSINAL
           OPEN I-O CADENTREG
           OPEN I-O CADINDICA
           OPEN I-O CADINSCR
           OPEN I-O CADLOCAB
           OPEN EXTEND CADAUDIT
           IF ST-AUD NOT = "00"
               OPEN OUTPUT CADAUDIT
           DISPLAY (01, 01) "  * FUSAO DE CLIENTE DUPLICADO *"
           MOVE ZEROS TO W-CPFORIGEM W-CPFDESTINO
           MOVE ZEROS TO W-TOTLOC W-TOTPAG W-TOTRES W-TOTAVAL
           MOVE ZEROS TO W-TOTINSP W-TOTNOTIF W-TOTCONFL W-TOTINSCR
           DISPLAY (03, 01) "   CPF ORIGEM (DUPLICADO): ".
           ACCEPT (03, 29) W-CPFORIGEM WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           MOVE W-CPFDESTINO TO FKCPF-CLI
           WRITE REGLOC
           IF ST-ERRO = "00" OR "02"
               PERFORM RECHAVE-LOCAB THRU RECHAVE-LOCAB-FIM
               ADD 1 TO W-TOTLOC
               GO TO MERGE-LOC-PROX.
           PERFORM MERGE-LOC-DEVOLVE THRU MERGE-LOC-DEVOLVE-FIM
           MOVE W-CPFORIGEM TO FKCPF-CLI-NOTIF
           START CADNOTIF KEY IS >= KEYNOTIF
           IF ST-ERRO NOT = "00"
               GO TO MERGE-NOTIFST.
       MERGE-NOTIF-PROX.
           READ CADNOTIF NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO MERGE-NOTIFST.
           IF FKCPF-CLI-NOTIF NOT = W-CPFORIGEM
               GO TO MERGE-NOTIFST.
           MOVE REGNOTIF TO W-REGBUF
           DELETE CADNOTIF RECORD
           MOVE W-REGBUF TO REGNOTIF
       MERGE-NOTIF-DEVOLVE-FIM.
           EXIT.
      *
      * SITUACAO DE ENTREGA DAS NOTIFICACOES (MESMA CHAVE DO CADNOTIF)
       MERGE-NOTIFST.
           MOVE SPACES TO KEYNOTIF-NST
           MOVE W-CPFORIGEM TO CPF-NST
           START CADNOTIFST KEY IS >= KEYNOTIF-NST
           IF ST-ERRO NOT = "00"
               GO TO MERGE-ACEITE.
       MERGE-NOTIFST-PROX.
           READ CADNOTIFST NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO MERGE-ACEITE.
           IF CPF-NST NOT = W-CPFORIGEM
               GO TO MERGE-ACEITE.
           MOVE REGNOTIFST TO W-REGBUF
           DELETE CADNOTIFST RECORD
           MOVE W-REGBUF TO REGNOTIFST
           MOVE W-CPFDESTINO TO CPF-NST
           WRITE REGNOTIFST
           IF ST-ERRO = "00" OR "02"
               GO TO MERGE-NOTIFST-PROX.
           PERFORM MERGE-NOTIFST-DEVOLVE THRU MERGE-NOTIFST-DEVOLVE-FIM
           GO TO MERGE-NOTIFST-PROX.
       MERGE-NOTIFST-DEVOLVE.
           MOVE W-CPFORIGEM TO CPF-NST
           WRITE REGNOTIFST
           ADD 1 TO W-TOTCONFL
           DISPLAY "CONFLITO NO CADNOTIFST, CHAVE: " KEYNOTIF-NST.
       MERGE-NOTIFST-DEVOLVE-FIM.
           EXIT.
      *
      * ACEITE DOS TERMOS DE LOCACAO (MESMA CHAVE DO CADLOC)
       MERGE-ACEITE.
           MOVE SPACES TO KEYLOCACAO-TRM
           MOVE W-CPFORIGEM TO CPF-TRM
           START CADACEITE KEY IS >= KEYLOCACAO-TRM
           IF ST-ERRO NOT = "00"
               GO TO MERGE-PRECOLOC.
       MERGE-ACEITE-PROX.
           READ CADACEITE NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO MERGE-PRECOLOC.
           IF CPF-TRM NOT = W-CPFORIGEM
               GO TO MERGE-PRECOLOC.
           MOVE REGACEITE TO W-REGBUF
           DELETE CADACEITE RECORD
           MOVE W-REGBUF TO REGACEITE
           MOVE W-CPFDESTINO TO CPF-TRM
           WRITE REGACEITE
           IF ST-ERRO = "00" OR "02"
               GO TO MERGE-ACEITE-PROX.
           PERFORM MERGE-ACEITE-DEVOLVE THRU MERGE-ACEITE-DEVOLVE-FIM
           GO TO MERGE-ACEITE-PROX.
       MERGE-ACEITE-DEVOLVE.
           MOVE W-CPFORIGEM TO CPF-TRM
           WRITE REGACEITE
           ADD 1 TO W-TOTCONFL
           DISPLAY "CONFLITO NO CADACEITE, CHAVE: " KEYLOCACAO-TRM.
       MERGE-ACEITE-DEVOLVE-FIM.
           EXIT.
      *
      * TABELA DE PRECO CONGELADA NA ABERTURA (MESMA CHAVE DO CADLOC)
       MERGE-PRECOLOC.
           MOVE SPACES TO KEYPRECOLOC
           MOVE W-CPFORIGEM TO CPF-PL
           START CADPRECOLOC KEY IS >= KEYPRECOLOC
           IF ST-ERRO NOT = "00"
               GO TO MERGE-INFZONA.
       MERGE-PRECOLOC-PROX.
           READ CADPRECOLOC NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO MERGE-INFZONA.
           IF CPF-PL NOT = W-CPFORIGEM
               GO TO MERGE-INFZONA.
           MOVE REGPRECOLOC TO W-REGBUF
           DELETE CADPRECOLOC RECORD
           MOVE W-REGBUF TO REGPRECOLOC
           MOVE W-CPFDESTINO TO CPF-PL
           WRITE REGPRECOLOC
           IF ST-ERRO = "00" OR "02"
               GO TO MERGE-PRECOLOC-PROX.
           PERFORM MERGE-PRECOLOC-DEVOLVE
               THRU MERGE-PRECOLOC-DEVOLVE-FIM
           GO TO MERGE-PRECOLOC-PROX.
       MERGE-PRECOLOC-DEVOLVE.
           MOVE W-CPFORIGEM TO CPF-PL
           WRITE REGPRECOLOC
           ADD 1 TO W-TOTCONFL
           DISPLAY "CONFLITO NO CADPRECOLOC, CHAVE: " KEYPRECOLOC.
       MERGE-PRECOLOC-DEVOLVE-FIM.
           EXIT.
      *
      * INFRACOES DE ZONA DA LOCACAO (CHAVE DO CADLOC + ZONA)
       MERGE-INFZONA.
           MOVE SPACES TO KEYINFZONA
           MOVE W-CPFORIGEM TO CPF-INF
           START CADINFZONA KEY IS >= KEYINFZONA
           IF ST-ERRO NOT = "00"
               GO TO MERGE-DETPRECO.
       MERGE-INFZONA-PROX.
           READ CADINFZONA NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO MERGE-DETPRECO.
           IF CPF-INF NOT = W-CPFORIGEM
               GO TO MERGE-DETPRECO.
           MOVE REGINFZONA TO W-REGBUF
           DELETE CADINFZONA RECORD
           MOVE W-REGBUF TO REGINFZONA
           MOVE W-CPFDESTINO TO CPF-INF
           WRITE REGINFZONA
           IF ST-ERRO = "00" OR "02"
               GO TO MERGE-INFZONA-PROX.
           PERFORM MERGE-INFZONA-DEVOLVE THRU MERGE-INFZONA-DEVOLVE-FIM
           GO TO MERGE-INFZONA-PROX.
       MERGE-INFZONA-DEVOLVE.
           MOVE W-CPFORIGEM TO CPF-INF
           WRITE REGINFZONA
           ADD 1 TO W-TOTCONFL
           DISPLAY "CONFLITO NO CADINFZONA, CHAVE: " KEYINFZONA.
       MERGE-INFZONA-DEVOLVE-FIM.
           EXIT.
      *
      * DETALHAMENTO DO PRECO DA LOCACAO (CHAVE DO CADLOC + SEQUENCIA)
       MERGE-DETPRECO.
           MOVE SPACES TO KEYDETPRECO
           MOVE W-CPFORIGEM TO CPF-DP
           START CADDETPRECO KEY IS >= KEYDETPRECO
           IF ST-ERRO NOT = "00"
               GO TO MERGE-DOCCLI.
       MERGE-DETPRECO-PROX.
           READ CADDETPRECO NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO MERGE-DOCCLI.
           IF CPF-DP NOT = W-CPFORIGEM
               GO TO MERGE-DOCCLI.
           MOVE REGDETPRECO TO W-REGBUF
           DELETE CADDETPRECO RECORD
           MOVE W-REGBUF TO REGDETPRECO
           MOVE W-CPFDESTINO TO CPF-DP
           WRITE REGDETPRECO
           IF ST-ERRO = "00" OR "02"
               GO TO MERGE-DETPRECO-PROX.
           PERFORM MERGE-DETPRECO-DEVOLVE
               THRU MERGE-DETPRECO-DEVOLVE-FIM
           GO TO MERGE-DETPRECO-PROX.
       MERGE-DETPRECO-DEVOLVE.
           MOVE W-CPFORIGEM TO CPF-DP
           WRITE REGDETPRECO
           ADD 1 TO W-TOTCONFL
           DISPLAY "CONFLITO NO CADDETPRECO, CHAVE: " KEYDETPRECO.
       MERGE-DETPRECO-DEVOLVE-FIM.
           EXIT.
      *
      * DOCUMENTO DO CLIENTE ESTRANGEIRO (UM POR CPF). SE O DESTINO JA
      * TEM DOCUMENTO, O DA ORIGEM VOLTA PARA ELA (CONFLITO)
       MERGE-DOCCLI.
           MOVE W-CPFORIGEM TO CPF-DOC
           READ CADDOCCLI
           IF ST-ERRO NOT = "00"
               GO TO MERGE-INDICA.
           MOVE REGDOCCLI TO W-REGBUF
           DELETE CADDOCCLI RECORD
           MOVE W-REGBUF TO REGDOCCLI
           MOVE W-CPFDESTINO TO CPF-DOC
           WRITE REGDOCCLI
           IF ST-ERRO = "00" OR "02"
               GO TO MERGE-CONSENT.
           MOVE W-CPFORIGEM TO CPF-DOC
           WRITE REGDOCCLI
           ADD 1 TO W-TOTCONFL
           DISPLAY "CONFLITO NO CADDOCCLI, CHAVE: " CPF-DOC.
      *
      * CONSENTIMENTO DE MARKETING (UM POR CPF). SE O DESTINO JA TEM
      * O SEU, PREVALECE A RECUSA: CANAL QUE A ORIGEM RECUSOU ("N")
      * FICA RECUSADO NO DESTINO, COM A DATA, ORIGEM E OPERADOR DA
      * RECUSA; O CANAL PREFERIDO DO DESTINO SO E TROCADO SE VAZIO
       MERGE-CONSENT.
           MOVE W-CPFORIGEM TO CPF-CONS
           READ CADCONSENT
           IF ST-ERRO NOT = "00"
               GO TO MERGE-CONSMOV.
           MOVE REGCONSENT TO W-CONSORIG
           DELETE CADCONSENT RECORD
           MOVE W-CPFDESTINO TO CPF-CONS
           READ CADCONSENT
           IF ST-ERRO NOT = "00"
               MOVE W-CONSORIG TO REGCONSENT
               MOVE W-CPFDESTINO TO CPF-CONS
               WRITE REGCONSENT
               GO TO MERGE-CONSMOV.
           IF W-OPTEMAILORIG = "N" AND OPTEMAIL-CONS NOT = "N"
               MOVE "N" TO OPTEMAIL-CONS
               MOVE W-DADOSEMAILORIG TO DADOSEMAIL-CONS.
           IF W-OPTSMSORIG = "N" AND OPTSMS-CONS NOT = "N"
               MOVE "N" TO OPTSMS-CONS
               MOVE W-DADOSSMSORIG TO DADOSSMS-CONS.
           IF CANALPREF-CONS = SPACES
               MOVE W-CANALORIG TO CANALPREF-CONS.
           REWRITE REGCONSENT.
      *
      * HISTORICO DAS MUDANCAS DE CONSENTIMENTO (CHAVE COMECA PELO CPF)
       MERGE-CONSMOV.
           MOVE SPACES TO KEYCONSMOV
           MOVE W-CPFORIGEM TO CPF-CMOV
           START CADCONSMOV KEY IS >= KEYCONSMOV
           IF ST-ERRO NOT = "00"
               GO TO MERGE-IDIOMA.
       MERGE-CONSMOV-PROX.
           READ CADCONSMOV NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO MERGE-IDIOMA.
           IF CPF-CMOV NOT = W-CPFORIGEM
               GO TO MERGE-IDIOMA.
           MOVE REGCONSMOV TO W-REGBUF
           DELETE CADCONSMOV RECORD
           MOVE W-REGBUF TO REGCONSMOV
           MOVE W-CPFDESTINO TO CPF-CMOV
           WRITE REGCONSMOV
           IF ST-ERRO = "00" OR "02"
               GO TO MERGE-CONSMOV-PROX.
           PERFORM MERGE-CONSMOV-DEVOLVE THRU MERGE-CONSMOV-DEVOLVE-FIM
           GO TO MERGE-CONSMOV-PROX.
       MERGE-CONSMOV-DEVOLVE.
           MOVE W-CPFORIGEM TO CPF-CMOV
           WRITE REGCONSMOV
           ADD 1 TO W-TOTCONFL
           DISPLAY "CONFLITO NO CADCONSMOV, CHAVE: " KEYCONSMOV.
       MERGE-CONSMOV-DEVOLVE-FIM.
           EXIT.
      *
      * IDIOMA DOS DOCUMENTOS DO CLIENTE (UM POR CPF)
       MERGE-IDIOMA.
           MOVE W-CPFORIGEM TO CPF-IDI
           READ CADIDIOMA
           IF ST-ERRO NOT = "00"
               GO TO MERGE-FRAUDE.
           MOVE REGIDIOMA TO W-REGBUF
           DELETE CADIDIOMA RECORD
           MOVE W-REGBUF TO REGIDIOMA
           MOVE W-CPFDESTINO TO CPF-IDI
           WRITE REGIDIOMA
           IF ST-ERRO = "00" OR "02"
               GO TO MERGE-FRAUDE.
           MOVE W-CPFORIGEM TO CPF-IDI
           WRITE REGIDIOMA
           ADD 1 TO W-TOTCONFL
           DISPLAY "CONFLITO NO CADIDIOMA, CHAVE: " CPF-IDI.
      *
      * FILA DE REVISAO DE FRAUDE CADASTRAL (CPF + TIPO DA SUSPEITA).
      * SE O DESTINO JA TEM SUSPEITA DO MESMO TIPO, A DA ORIGEM SAI --
      * OS DOIS CADASTROS DUPLICADOS COSTUMAM TER A MESMA SUSPEITA UM
      * CONTRA O OUTRO, E A DO DESTINO JA ESTA NA FILA
       MERGE-FRAUDE.
           MOVE W-CPFORIGEM TO CPF-FRD
           MOVE SPACES TO TIPO-FRD
           START CADFRAUDE KEY IS >= KEYFRAUDE
           IF ST-ERRO NOT = "00"
               GO TO MERGE-INDICA.
       MERGE-FRAUDE-PROX.
           READ CADFRAUDE NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO MERGE-INDICA.
           IF CPF-FRD NOT = W-CPFORIGEM
               GO TO MERGE-INDICA.
           MOVE REGFRAUDE TO W-REGBUF
           DELETE CADFRAUDE RECORD
           MOVE W-REGBUF TO REGFRAUDE
           MOVE W-CPFDESTINO TO CPF-FRD
           WRITE REGFRAUDE
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
               DISPLAY "SUSPEITA DUPLICADA NO CADFRAUDE, CHAVE: "
                   KEYFRAUDE.
           GO TO MERGE-FRAUDE-PROX.
      *
      * PROGRAMA DE INDICACAO: O REGISTRO DO CPF ORIGEM COMO INDICADO
      * (CHAVE) E AS INDICACOES FEITAS POR ELE (CHAVE ALTERNATIVA,
      * REPOSICIONADA A CADA TROCA)
       MERGE-INDICA.
           MOVE W-CPFORIGEM TO CPF-IND
           READ CADINDICA
           IF ST-ERRO NOT = "00"
               GO TO MERGE-INDICADOR.
           MOVE REGINDICA TO W-REGBUF
           DELETE CADINDICA RECORD
           MOVE W-REGBUF TO REGINDICA
           MOVE W-CPFDESTINO TO CPF-IND
           WRITE REGINDICA
           IF ST-ERRO = "00" OR "02"
               GO TO MERGE-INDICADOR.
           MOVE W-CPFORIGEM TO CPF-IND
           WRITE REGINDICA
           ADD 1 TO W-TOTCONFL
           DISPLAY "CONFLITO NO CADINDICA, CHAVE: " CPF-IND.
       MERGE-INDICADOR.
           MOVE W-CPFORIGEM TO CPFINDICADOR-IND
           START CADINDICA KEY IS = CPFINDICADOR-IND
           IF ST-ERRO NOT = "00"
               GO TO MERGE-INSCR.
           READ CADINDICA NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO MERGE-INSCR.
           IF CPFINDICADOR-IND NOT = W-CPFORIGEM
               GO TO MERGE-INSCR.
           MOVE W-CPFDESTINO TO CPFINDICADOR-IND
           REWRITE REGINDICA
           IF ST-ERRO = "00" OR "02"
               GO TO MERGE-INDICADOR.
           GO TO MERGE-INSCR.
      *
      * INSCRICOES EM PASSEIOS (SGB128): O CPF FAZ PARTE DA CHAVE,
      * ENTAO CADA INSCRICAO E REGRAVADA E A LEITURA PELA CHAVE
      * ALTERNATIVA RECOMECA. SE O DESTINO JA ESTA INSCRITO NA MESMA
      * SAIDA, A INSCRICAO VOLTA PARA A ORIGEM E AS DEMAIS FICAM
      * NELA TAMBEM (CONFLITO, CADASTRO DE ORIGEM MANTIDO)
       MERGE-INSCR.
           MOVE W-CPFORIGEM TO CPF-INS
           START CADINSCR KEY IS = CPF-INS
           IF ST-ERRO NOT = "00"
               GO TO MERGE-SINAL.
           READ CADINSCR NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO MERGE-SINAL.
           IF CPF-INS NOT = W-CPFORIGEM
               GO TO MERGE-SINAL.
           MOVE REGINSCR TO W-REGBUF
           DELETE CADINSCR RECORD
           MOVE W-REGBUF TO REGINSCR
           MOVE W-CPFDESTINO TO CPF-INS
           WRITE REGINSCR
           IF ST-ERRO = "00" OR "02"
               ADD 1 TO W-TOTINSCR
               GO TO MERGE-INSCR.
           MOVE W-CPFORIGEM TO CPF-INS
           WRITE REGINSCR
           ADD 1 TO W-TOTCONFL
           DISPLAY "CONFLITO NO CADINSCR, CHAVE: " KEYINSCR.
      *
      *--------------------------------------------------------------
      * ARQUIVOS QUE GUARDAM O CPF E A CHAVE DO CADPAG/CADLOC COMO
      * DADO (A CHAVE PRIMARIA NAO MUDA): SINAL DA AGENDA (SGB055) E
      * TAREFAS DE ENTREGA/RECOLHA (SGB153). A CHAVE ANTIGA SO E
      * TROCADA SE O REGISTRO APONTADO SAIU DA ORIGEM -- O QUE FICOU
      * NELA POR CONFLITO CONTINUA APONTADO PELA CHAVE ANTIGA
      *--------------------------------------------------------------
      *
       MERGE-SINAL.
           MOVE LOW-VALUES TO KEYSINAL
           START CADSINAL KEY IS >= KEYSINAL
           IF ST-ERRO NOT = "00"
               GO TO MERGE-ENTREG.
       MERGE-SINAL-PROX.
           READ CADSINAL NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO MERGE-ENTREG.
           MOVE "N" TO W-ALTSINAL
           IF CPFPAG-SIN = W-CPFORIGEM
               MOVE KEYPAG-SIN TO KEYPAG
               READ CADPAG
               IF ST-ERRO NOT = "00"
                   MOVE W-CPFDESTINO TO CPFPAG-SIN
                   MOVE "S" TO W-ALTSINAL.
           IF CPF-SIN = W-CPFORIGEM AND CPFPAG-SIN NOT = W-CPFORIGEM
               MOVE W-CPFDESTINO TO CPF-SIN
               MOVE "S" TO W-ALTSINAL.
           IF W-ALTSINAL = "S"
               REWRITE REGSINAL.
           GO TO MERGE-SINAL-PROX.
      *
       MERGE-ENTREG.
           MOVE ZEROS TO NUMENT
           START CADENTREG KEY IS >= NUMENT
           IF ST-ERRO NOT = "00"
               GO TO MERGE-AUDIT.
       MERGE-ENTREG-PROX.
           READ CADENTREG NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO MERGE-AUDIT.
           IF CPFLOC-ENT NOT = W-CPFORIGEM
               GO TO MERGE-ENTREG-PROX.
           MOVE KEYLOC-ENT TO KEYLOCACAO
           READ CADLOC
           IF ST-ERRO = "00"
               GO TO MERGE-ENTREG-PROX.
           MOVE W-CPFDESTINO TO CPFLOC-ENT
           IF CPF-ENT = W-CPFORIGEM
               MOVE W-CPFDESTINO TO CPF-ENT.
           REWRITE REGENTREG
           GO TO MERGE-ENTREG-PROX.
      *
      *--------------------------------------------------------------
      * TRILHA DE AUDITORIA DA FUSAO E REMOCAO DO CADCLI DUPLICADO
      *--------------------------------------------------------------
           DISPLAY "AVALIACOES REKEYADAS..: " W-TOTAVAL.
           DISPLAY "VISTORIAS REKEYADAS...: " W-TOTINSP.
           DISPLAY "NOTIFICACOES REKEYADAS: " W-TOTNOTIF.
           DISPLAY "INSCRICOES REKEYADAS..: " W-TOTINSCR.
           IF W-TOTCONFL NOT = ZEROS
               DISPLAY "CONFLITOS DEVOLVIDOS A ORIGEM: " W-TOTCONFL
               DISPLAY "CONFERIR AS CHAVES LISTADAS ACIMA."
      *
       ENCERRA.
           CLOSE CADCLI CADLOC CADPAG CADRESERVA CADAVAL CADINSP
               CADNOTIF CADNOTIFST CADACEITE CADPRECOLOC CADINFZONA
               CADDETPRECO CADDOCCLI CADCONSENT CADCONSMOV CADIDIOMA
               CADFRAUDE CADSINAL CADENTREG CADINDICA CADINSCR
               CADAUDIT CADLOCAB
           GO TO ROT-FIM.
      *
      *--------------------------------------------------------------
      * LOCACAO EM ABERTO RECHAVEADA: A ENTRADA DA BIKE NO INDICE DE
      * LOCACOES EM ABERTO (CADLOCAB/SGB134) PASSA A APONTAR PARA A
      * CHAVE NOVA. W-REGBUF AINDA TEM A IMAGEM COM A CHAVE ANTIGA
      *--------------------------------------------------------------
      *
       RECHAVE-LOCAB.
           MOVE FKNUM-BIKE TO NUMBIKE-AB
           READ CADLOCAB
           IF ST-LOCAB = "00" AND KEYLOC-AB = W-REGBUF (1:27)
               MOVE KEYLOCACAO TO KEYLOC-AB
               MOVE FKCPF-CLI TO CPF-AB
               REWRITE REGLOCAB.
       RECHAVE-LOCAB-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * ROTINA DE FIM
      *--------------------------------------------------------------
      *
