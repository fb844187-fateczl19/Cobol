       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGB144.
       AUTHOR. VINICIUS ESCAME DOS SANTOS.
      *--------------------------------------------------------------
      * REGISTRO NACIONAL DE BIKES ROUBADAS -- O ROUBO REGISTRADO NO
      * CADINCID (TIPOINCID 'R', SGB002) TINHA BOLETIM NA POLICIA MAS
      * NUNCA CHEGAVA AO REGISTRO PUBLICO QUE A POLICIA E QUEM COMPRA
      * BIKE USADA CONSULTAM:
      *   E = EXPORTA PARA O ROUBOREG.TXT (CABECALHO "CAB" COM O LOTE
      *       DA SERIE "ROUBOREG" DO CADCONTROLE, TRAILER "FIM" COM O
      *       TOTAL, COMO O NOTIFGW DO SGB125) OS ROUBOS NOVOS (ACAO
      *       I), OS JA PUBLICADOS CUJO CHASSI, BOLETIM OU DATA
      *       MUDARAM (ACAO A) E OS JA RECUPERADOS (ACAO R, PARA SAIR
      *       DO REGISTRO). O CHASSI VEM DO CADCHASSI (SGB102); ROUBO
      *       DE BIKE SEM CHASSI NAO SAI ATE O CHASSI SER REGISTRADO
      *   I = IMPORTA OS AVISOS DE BIKE ACHADA DO REGISTRO
      *       (ROUBOACH.TXT: CHASSI;DATA;LOCAL;PROTOCOLO) E MARCA A
      *       OCORRENCIA COMO CANDIDATA A RECUPERACAO, QUE O
      *       SUPERVISOR CONFIRMA NO SGB028
      *   L = LISTA AS OCORRENCIAS ACHADAS A CONFIRMAR E AS
      *       RECUPERADAS AINDA NAO BAIXADAS NO REGISTRO
      *--------------------------------------------------------------
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT ROUBOREG
                    ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-REG.

            SELECT ROUBOACH
                    ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ACH.

            SELECT CADINCID
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYINCID
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NUM-BIKE-INCID
                                            WITH DUPLICATES.

            SELECT CADROUBO
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYROUBO
                    FILE STATUS  IS ST-RB.

            SELECT CADCHASSI
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SERIAL-CHASSI
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NUMBIKE-CH.

            SELECT CADBIKE
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUM-BIKE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS MARCA-BIKE
                                            WITH DUPLICATES.

            SELECT CADCONTROLE
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TIPOCTRL
                    FILE STATUS  IS ST-ERRO.
      *
      *--------------------------------------------------------------
      *
       DATA DIVISION.
       FILE SECTION.
      *
      * ARQUIVO PARA O REGISTRO: "CAB" + LOTE + DATA, UM "ROU" POR
      * OCORRENCIA (VIDE W-DETREG) E "FIM" + TOTAL
       FD ROUBOREG
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ROUBOREG.TXT".
       01 REGREG.
           03 TIPOREG-RG    PIC X(03).
           03 DADOS-RG      PIC X(107).
      *
      * AVISO DE BIKE ACHADA, UMA LINHA POR AVISO
       FD ROUBOACH
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ROUBOACH.TXT".
       01 REGACH.
           03 AC-SERIAL     PIC X(20).
           03 AC-DELIM1     PIC X(01).
           03 AC-DATA       PIC 9(08).
           03 AC-DELIM2     PIC X(01).
           03 AC-LOCAL      PIC X(30).
           03 AC-DELIM3     PIC X(01).
           03 AC-PROTOC     PIC X(15).
      *
       FD CADINCID LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADINCID.DAT".
       01 REGINCID.
           03 KEYINCID.
               05 NUM-BIKE-INCID   PIC 9(04).
               05 SEQ-INCID        PIC 9(04).
           03 TIPOINCID        PIC X(01).
           03 TIPOINCIDDESC    PIC X(10).
           03 DTINCID          PIC 9(08).
           03 BOLETIM          PIC X(20).
           03 SITUACSEGURO     PIC X(01).
           03 SITUACSEGURODESC PIC X(10).
           03 NUMSINISTRO      PIC X(15).
           03 VALINDENIZ       PIC 9(06)V99.
      *
      *--------------------------------------------------------------
      * PUBLICACAO DO ROUBO NO REGISTRO NACIONAL DE BIKES ROUBADAS
      * (SGB144), MESMA CHAVE DA OCORRENCIA DO CADINCID. GUARDA O QUE
      * FOI ENVIADO (PARA REENVIAR SO O QUE MUDOU), O AVISO DE BIKE
      * ACHADA VINDO DO REGISTRO E A CONFIRMACAO DO SUPERVISOR NO
      * SGB028. SITREG-RB: E=PUBLICADA C=ACHADA, A CONFIRMAR
      * R=RECUPERADA X=AVISO RECUSADO PELO SUPERVISOR
      *--------------------------------------------------------------
      *
       FD CADROUBO
           VALUE OF FILE-ID IS "CADROUBO.DAT".
       01 REGROUBO.
           03 KEYROUBO.
               05 NUMBIKE-RB   PIC 9(04).
               05 SEQ-RB       PIC 9(04).
           03 SITREG-RB        PIC X(01).
           03 LOTE-RB          PIC 9(06).
           03 DTEXP-RB         PIC 9(08).
           03 SERIAL-RB        PIC X(20).
           03 BOLETIM-RB       PIC X(20).
           03 DTINCID-RB       PIC 9(08).
           03 DTACHADO-RB      PIC 9(08).
           03 LOCALACH-RB      PIC X(30).
           03 PROTOC-RB        PIC X(15).
           03 DTRECUP-RB       PIC 9(08).
           03 OPERRECUP-RB     PIC 9(04).
           03 EXPRECUP-RB      PIC X(01).
      *
       FD CADCHASSI
           VALUE OF FILE-ID IS "CADCHASSI.DAT".
       01 REGCHASSI.
           03 SERIAL-CHASSI   PIC X(20).
           03 NUMBIKE-CH      PIC 9(04).
           03 DTREG-CH        PIC 9(08).
      *
       FD CADBIKE LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADBIKE.DAT".
       01 REGBIKE.
           03 NUM-BIKE      PIC 9(04).
           03 MARCA-BIKE    PIC X(20).
           03 MODELO-BIKE   PIC X(20).
           03 CATEG         PIC X(01).
           03 CATEGDESC     PIC X(10).
           03 ARO           PIC 9(02).
           03 COR           PIC 9(01).
           03 CORDESC       PIC X(10).
           03 VALCOMPRA     PIC 9(06)V99.
           03 VALHORA       PIC 9(06)V99.
           03 VALLOC        PIC 9(06)V99.
           03 SITUAC        PIC X(01).
           03 SITUACDESC    PIC X(11).
           03 DATCOMPRA-BIKE.
               05 DIACOMPRA-BIKE    PIC 9(02).
               05 MESCOMPRA-BIKE    PIC 9(02).
               05 ANOCOMPRA-BIKE    PIC 9(04).
           03 DATULTUSO-BIKE.
               05 DIAULTUSO-BIKE    PIC 9(02).
               05 MESULTUSO-BIKE    PIC 9(02).
               05 ANOULTUSO-BIKE    PIC 9(04).
           03 HORASACUM     PIC 9(06).
           03 CODFILIAL     PIC 9(02).
           03 CODFILIALDESC PIC X(15).
           03 VALDIA        PIC 9(06)V99.
           03 VALSEMANA     PIC 9(06)V99.
           03 FOTOPATH      PIC X(60).
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
       77 ST-RB         PIC X(02) VALUE "00".
       77 ST-REG        PIC X(02) VALUE "00".
       77 ST-ACH        PIC X(02) VALUE "00".
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 W-LOTE        PIC 9(06) VALUE ZEROS.
       77 W-ACAO        PIC X(01) VALUE SPACES.
       77 W-EXISTE      PIC X(01) VALUE "N".
       77 W-SERIAL      PIC X(20) VALUE SPACES.
       77 W-NUMBIKE     PIC 9(04) VALUE ZEROS.
       77 W-SEQACH      PIC 9(04) VALUE ZEROS.
       77 W-TOTEXP      PIC 9(06) VALUE ZEROS.
       77 W-TOTNOVO     PIC 9(06) VALUE ZEROS.
       77 W-TOTALT      PIC 9(06) VALUE ZEROS.
       77 W-TOTREC      PIC 9(06) VALUE ZEROS.
       77 W-TOTSEMCH    PIC 9(06) VALUE ZEROS.
       77 W-TOTLIDO     PIC 9(06) VALUE ZEROS.
       77 W-TOTCAND     PIC 9(06) VALUE ZEROS.
       77 W-TOTREJ      PIC 9(06) VALUE ZEROS.
       77 W-TOTLISTA    PIC 9(06) VALUE ZEROS.
       77 WS-DATAHOJE   PIC 9(08) VALUE ZEROS.
       77 W-HORAGORA    PIC 9(08) VALUE ZEROS.
      *
      * CABECALHO, DETALHE E TRAILER DO ROUBOREG.TXT
       01 W-CABREG.
           03 FILLER        PIC X(03) VALUE "CAB".
           03 W-CBLOTE      PIC 9(06).
           03 W-CBDATA      PIC 9(08).
           03 W-CBHORA      PIC 9(06).
       01 W-DETREG.
           03 FILLER        PIC X(03) VALUE "ROU".
           03 W-DTACAO      PIC X(01).
           03 W-DTNUMBIKE   PIC 9(04).
           03 W-DTSEQ       PIC 9(04).
           03 W-DTSERIAL    PIC X(20).
           03 W-DTMARCA     PIC X(20).
           03 W-DTMODELO    PIC X(20).
           03 W-DTCOR       PIC X(10).
           03 W-DTBOLETIM   PIC X(20).
           03 W-DTDATA      PIC 9(08).
       01 W-TRLREG.
           03 FILLER        PIC X(03) VALUE "FIM".
           03 W-TRLOTE      PIC 9(06).
           03 W-TRTOTAL     PIC 9(06).
      *
      *--------------------------------------------------------------
      *
       PROCEDURE DIVISION.
       INICIO.
       ACC-MODO.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 01)
               "  * REGISTRO NACIONAL DE BIKES ROUBADAS *"
           MOVE SPACES TO W-OPCAO
           DISPLAY (03, 01)
               "   E=EXPORTAR  I=IMPORTAR ACHADAS  L=LISTAR"
               "  S=SAIR : ".
           ACCEPT (03, 56) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR 01
               GO TO ROT-FIM.
           IF W-OPCAO = "e" MOVE "E" TO W-OPCAO.
           IF W-OPCAO = "i" MOVE "I" TO W-OPCAO.
           IF W-OPCAO = "l" MOVE "L" TO W-OPCAO.
           IF W-OPCAO = "s" OR "S"
               GO TO ROT-FIM.
           IF W-OPCAO = "E"
               GO TO EXP-INICIO.
           IF W-OPCAO = "I"
               GO TO ACH-INICIO.
           IF W-OPCAO = "L"
               GO TO LST-INICIO.
           MOVE "* DIGITE E, I, L OU S *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ACC-MODO.
      *
       ABRE-ROUBO.
           OPEN I-O CADROUBO
           IF ST-RB NOT = "00"
               IF ST-RB = "30" OR "35"
                   OPEN OUTPUT CADROUBO
                   CLOSE CADROUBO
                   OPEN I-O CADROUBO.
       ABRE-ROUBO-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * EXPORTACAO DOS ROUBOS NOVOS, ALTERADOS E RECUPERADOS
      *--------------------------------------------------------------
      *
       EXP-INICIO.
           MOVE ZEROS TO W-TOTEXP W-TOTNOVO W-TOTALT W-TOTREC
               W-TOTSEMCH
           ACCEPT WS-DATAHOJE FROM DATE YYYYMMDD
           ACCEPT W-HORAGORA FROM TIME
           OPEN INPUT CADINCID
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO AO ABRIR O ARQ CADINCID.DAT *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-MODO.
           PERFORM ABRE-ROUBO THRU ABRE-ROUBO-FIM
           IF ST-RB NOT = "00"
               MOVE "* ERRO AO ABRIR O ARQ CADROUBO.DAT *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADINCID
               GO TO ACC-MODO.
           OPEN INPUT CADCHASSI
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO AO ABRIR O ARQ CADCHASSI.DAT *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADINCID CADROUBO
               GO TO ACC-MODO.
           OPEN INPUT CADBIKE
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO AO ABRIR O ARQUIVO CADBIKE.DAT *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADINCID CADROUBO CADCHASSI
               GO TO ACC-MODO.
           OPEN I-O CADCONTROLE
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                   OPEN OUTPUT CADCONTROLE
                   CLOSE CADCONTROLE
                   OPEN I-O CADCONTROLE
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQUIVO CADCONTROLE *"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADINCID CADROUBO CADCHASSI CADBIKE
                   GO TO ACC-MODO.
           OPEN OUTPUT ROUBOREG
           IF ST-REG NOT = "00"
               MOVE "* ERRO AO CRIAR O ARQ ROUBOREG.TXT *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADINCID CADROUBO CADCHASSI CADBIKE CADCONTROLE
               GO TO ACC-MODO.
           MOVE "ROUBOREG" TO TIPOCTRL
           READ CADCONTROLE
           IF ST-ERRO NOT = "00"
               MOVE "ROUBOREG" TO TIPOCTRL
               MOVE 1 TO PROXNUM
               WRITE REGCTRL.
           MOVE PROXNUM TO W-LOTE
           ADD 1 TO PROXNUM
           REWRITE REGCTRL
           MOVE W-LOTE TO W-CBLOTE
           MOVE WS-DATAHOJE TO W-CBDATA
           MOVE W-HORAGORA (1:6) TO W-CBHORA
           MOVE SPACES TO REGREG
           MOVE W-CABREG TO REGREG
           WRITE REGREG
           MOVE LOW-VALUES TO KEYINCID
           START CADINCID KEY IS >= KEYINCID
           IF ST-ERRO NOT = "00"
               GO TO EXP-FIM.
       EXP-PROX.
           READ CADINCID NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO EXP-FIM.
           IF TIPOINCID NOT = "R"
               GO TO EXP-PROX.
           MOVE NUM-BIKE-INCID TO NUMBIKE-CH
           READ CADCHASSI KEY IS NUMBIKE-CH
           IF ST-ERRO NOT = "00"
               ADD 1 TO W-TOTSEMCH
               DISPLAY "BIKE " NUM-BIKE-INCID " SEM CHASSI (SGB102)"
                   " - OCORRENCIA " SEQ-INCID " NAO EXPORTADA"
               GO TO EXP-PROX.
           MOVE KEYINCID TO KEYROUBO
           MOVE "S" TO W-EXISTE
           READ CADROUBO
           IF ST-RB NOT = "00"
               MOVE "N" TO W-EXISTE.
           MOVE SPACES TO W-ACAO
           IF W-EXISTE = "N"
               MOVE "I" TO W-ACAO
           ELSE
               IF SITREG-RB = "R"
                   IF EXPRECUP-RB NOT = "S"
                       MOVE "R" TO W-ACAO
                   END-IF
               ELSE
                   IF SERIAL-RB NOT = SERIAL-CHASSI
                           OR BOLETIM-RB NOT = BOLETIM
                           OR DTINCID-RB NOT = DTINCID
                       MOVE "A" TO W-ACAO.
           IF W-ACAO = SPACES
               GO TO EXP-PROX.
           PERFORM EXP-GRAVA THRU EXP-GRAVA-FIM
           GO TO EXP-PROX.
       EXP-FIM.
           MOVE W-LOTE TO W-TRLOTE
           MOVE W-TOTEXP TO W-TRTOTAL
           MOVE SPACES TO REGREG
           MOVE W-TRLREG TO REGREG
           WRITE REGREG
           CLOSE ROUBOREG CADINCID CADROUBO CADCHASSI CADBIKE
               CADCONTROLE
           DISPLAY " ".
           DISPLAY "---- ROUBOREG.TXT GERADO ----".
           DISPLAY "LOTE.....................: " W-LOTE.
           DISPLAY "OCORRENCIAS EXPORTADAS...: " W-TOTEXP.
           DISPLAY "  NOVAS (I)..............: " W-TOTNOVO.
           DISPLAY "  ALTERADAS (A)..........: " W-TOTALT.
           DISPLAY "  RECUPERADAS (R)........: " W-TOTREC.
           DISPLAY "SEM CHASSI (NAO ENVIADAS): " W-TOTSEMCH.
           DISPLAY "TECLE ENTER PARA VOLTAR".
           ACCEPT W-OPCAO
           GO TO ACC-MODO.
      *
      * GRAVA O DETALHE NO ARQUIVO E GUARDA NO CADROUBO O QUE FOI
      * PUBLICADO. AVISO DE ACHADA AINDA A CONFIRMAR CONTINUA "C"
       EXP-GRAVA.
           MOVE NUM-BIKE-INCID TO NUM-BIKE
           READ CADBIKE
           IF ST-ERRO NOT = "00"
               MOVE SPACES TO MARCA-BIKE MODELO-BIKE CORDESC.
           MOVE W-ACAO TO W-DTACAO
           MOVE NUM-BIKE-INCID TO W-DTNUMBIKE
           MOVE SEQ-INCID TO W-DTSEQ
           MOVE SERIAL-CHASSI TO W-DTSERIAL
           MOVE MARCA-BIKE TO W-DTMARCA
           MOVE MODELO-BIKE TO W-DTMODELO
           MOVE CORDESC TO W-DTCOR
           MOVE BOLETIM TO W-DTBOLETIM
           MOVE DTINCID TO W-DTDATA
           MOVE SPACES TO REGREG
           MOVE W-DETREG TO REGREG
           WRITE REGREG
           ADD 1 TO W-TOTEXP
           IF W-ACAO = "R"
               ADD 1 TO W-TOTREC
               MOVE "S" TO EXPRECUP-RB
               REWRITE REGROUBO
               GO TO EXP-GRAVA-FIM.
           MOVE W-LOTE TO LOTE-RB
           MOVE WS-DATAHOJE TO DTEXP-RB
           MOVE SERIAL-CHASSI TO SERIAL-RB
           MOVE BOLETIM TO BOLETIM-RB
           MOVE DTINCID TO DTINCID-RB
           IF W-ACAO = "A"
               ADD 1 TO W-TOTALT
               REWRITE REGROUBO
               GO TO EXP-GRAVA-FIM.
           ADD 1 TO W-TOTNOVO
           MOVE KEYINCID TO KEYROUBO
           MOVE "E" TO SITREG-RB
           MOVE SPACES TO LOCALACH-RB PROTOC-RB
           MOVE ZEROS TO DTACHADO-RB DTRECUP-RB OPERRECUP-RB
           MOVE "N" TO EXPRECUP-RB
           WRITE REGROUBO.
       EXP-GRAVA-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * AVISOS DE BIKE ACHADA: O CHASSI LEVA A BIKE (CADCHASSI) E A
      * BIKE AO ULTIMO ROUBO PUBLICADO E AINDA NAO RECUPERADO, QUE
      * FICA "C" ATE O SUPERVISOR CONFIRMAR OU RECUSAR NO SGB028
      *--------------------------------------------------------------
      *
       ACH-INICIO.
           MOVE ZEROS TO W-TOTLIDO W-TOTCAND W-TOTREJ
           OPEN INPUT ROUBOACH
           IF ST-ACH NOT = "00"
               MOVE "* ARQUIVO ROUBOACH.TXT NAO ENCONTRADO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-MODO.
           OPEN I-O CADROUBO
           IF ST-RB NOT = "00"
               MOVE "* NENHUM ROUBO FOI EXPORTADO AINDA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE ROUBOACH
               GO TO ACC-MODO.
           OPEN INPUT CADCHASSI
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO AO ABRIR O ARQ CADCHASSI.DAT *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE ROUBOACH CADROUBO
               GO TO ACC-MODO.
           DISPLAY " ".
           DISPLAY "---- AVISOS DE BIKE ACHADA ----".
       ACH-PROX.
           READ ROUBOACH
               AT END
                   GO TO ACH-FIM
           END-READ
           ADD 1 TO W-TOTLIDO
           MOVE AC-SERIAL TO W-SERIAL
           INSPECT W-SERIAL CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE W-SERIAL TO SERIAL-CHASSI
           READ CADCHASSI
           IF ST-ERRO NOT = "00"
               ADD 1 TO W-TOTREJ
               DISPLAY "CHASSI NAO E DA FROTA: " AC-SERIAL
               GO TO ACH-PROX.
           MOVE NUMBIKE-CH TO W-NUMBIKE
           PERFORM ACHA-ROUBO THRU ACHA-ROUBO-FIM
           IF W-SEQACH = ZEROS
               ADD 1 TO W-TOTREJ
               DISPLAY "BIKE " W-NUMBIKE " SEM ROUBO PUBLICADO EM "
                   "ABERTO: " AC-SERIAL
               GO TO ACH-PROX.
           MOVE W-NUMBIKE TO NUMBIKE-RB
           MOVE W-SEQACH TO SEQ-RB
           READ CADROUBO
           MOVE "C" TO SITREG-RB
           MOVE AC-DATA TO DTACHADO-RB
           MOVE AC-LOCAL TO LOCALACH-RB
           MOVE AC-PROTOC TO PROTOC-RB
           REWRITE REGROUBO
           ADD 1 TO W-TOTCAND
           DISPLAY "BIKE " W-NUMBIKE " OCORRENCIA " W-SEQACH
               " ACHADA EM " AC-DATA " - " AC-LOCAL
           GO TO ACH-PROX.
       ACH-FIM.
           CLOSE ROUBOACH CADROUBO CADCHASSI
           DISPLAY " ".
           DISPLAY "AVISOS LIDOS.............: " W-TOTLIDO.
           DISPLAY "A CONFIRMAR NO SGB028....: " W-TOTCAND.
           DISPLAY "REJEITADOS...............: " W-TOTREJ.
           DISPLAY "TECLE ENTER PARA VOLTAR".
           ACCEPT W-OPCAO
           GO TO ACC-MODO.
      *
      * ULTIMA OCORRENCIA PUBLICADA DA BIKE W-NUMBIKE AINDA NAO
      * RECUPERADA (W-SEQACH ZERO = NENHUMA). UM AVISO JA RECUSADO
      * PELO SUPERVISOR PODE VOLTAR A SER CANDIDATO COM UM AVISO NOVO
       ACHA-ROUBO.
           MOVE ZEROS TO W-SEQACH
           MOVE W-NUMBIKE TO NUMBIKE-RB
           MOVE ZEROS TO SEQ-RB
           START CADROUBO KEY IS >= KEYROUBO
           IF ST-RB NOT = "00"
               GO TO ACHA-ROUBO-FIM.
       ACHA-ROUBO-PROX.
           READ CADROUBO NEXT RECORD
           IF ST-RB NOT = "00"
               GO TO ACHA-ROUBO-FIM.
           IF NUMBIKE-RB NOT = W-NUMBIKE
               GO TO ACHA-ROUBO-FIM.
           IF SITREG-RB NOT = "R"
               MOVE SEQ-RB TO W-SEQACH.
           GO TO ACHA-ROUBO-PROX.
       ACHA-ROUBO-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * LISTAGEM DO QUE ESTA PENDENTE: ACHADAS A CONFIRMAR NO SGB028
      * E RECUPERADAS QUE AINDA NAO SAIRAM DO REGISTRO
      *--------------------------------------------------------------
      *
       LST-INICIO.
           MOVE ZEROS TO W-TOTLISTA
           OPEN INPUT CADROUBO
           IF ST-RB NOT = "00"
               MOVE "* NENHUM ROUBO FOI EXPORTADO AINDA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-MODO.
           DISPLAY " ".
           DISPLAY "---- ROUBOS PENDENTES NO REGISTRO ----".
           DISPLAY "BIKE SEQ  S CHASSI               ACHADA   LOCAL".
           MOVE LOW-VALUES TO KEYROUBO
           START CADROUBO KEY IS >= KEYROUBO
           IF ST-RB NOT = "00"
               GO TO LST-FIM.
       LST-PROX.
           READ CADROUBO NEXT RECORD
           IF ST-RB NOT = "00"
               GO TO LST-FIM.
           IF SITREG-RB = "C"
               ADD 1 TO W-TOTLISTA
               DISPLAY NUMBIKE-RB " " SEQ-RB " C " SERIAL-RB " "
                   DTACHADO-RB " " LOCALACH-RB
               GO TO LST-PROX.
           IF SITREG-RB = "R" AND EXPRECUP-RB NOT = "S"
               ADD 1 TO W-TOTLISTA
               DISPLAY NUMBIKE-RB " " SEQ-RB " R " SERIAL-RB " "
                   DTRECUP-RB " RECUPERADA - EXPORTAR (E)".
           GO TO LST-PROX.
       LST-FIM.
           CLOSE CADROUBO
           DISPLAY " ".
           DISPLAY "PENDENTES: " W-TOTLISTA
               "   (C = CONFIRMAR NO SGB028)".
           DISPLAY "TECLE ENTER PARA VOLTAR".
           ACCEPT W-OPCAO
           GO TO ACC-MODO.
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
