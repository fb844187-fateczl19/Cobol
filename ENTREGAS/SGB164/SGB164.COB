       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGB164.
       AUTHOR. VINICIUS ESCAME DOS SANTOS.
      *--------------------------------------------------------------
      * RASTREADORES MUDOS E LINHAS PARADAS -- PASSO DA CADEIA
      * NOTURNA (SGB032). LISTA O RASTREADOR ATIVO, INSTALADO EM BIKE
      * ATIVA OU LOCADA, SEM PING HA MAIS DE N HORAS (PARAMETRO 35,
      * PADRAO 24), CONTANDO DO ULTIMO PING GRAVADO NO CADRASTR PELO
      * SGB023 OU DA INSTALACAO NA BIKE, O QUE FOR MAIS RECENTE; E A
      * LINHA DE DADOS ATIVA EM APARELHO NO ESTOQUE OU BAIXADO, QUE
      * CUSTA A MENSALIDADE DA OPERADORA SEM USO (SGB163 CANCELA)
      *--------------------------------------------------------------
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT CADBIKE
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUM-BIKE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS MARCA-BIKE
                                            WITH DUPLICATES.

            SELECT CADRASTR
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SERIE-RAS
                    FILE STATUS  IS ST-RAS
                    ALTERNATE RECORD KEY IS BIKE-RAS
                                            WITH DUPLICATES.

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
      *--------------------------------------------------------------
      * RASTREADORES GPS (SGB163)
      *--------------------------------------------------------------
      *
       FD CADRASTR
           VALUE OF FILE-ID IS "CADRASTR.DAT".
       01 REGRASTR.
           03 SERIE-RAS        PIC X(15).
           03 LINHA-RAS        PIC X(15).
           03 OPERAD-RAS       PIC X(10).
           03 SITLINHA-RAS     PIC X(01).
           03 FIRMWARE-RAS     PIC X(10).
           03 BIKE-RAS         PIC 9(04).
           03 DTINST-RAS       PIC 9(08).
           03 DTBAT-RAS        PIC 9(08).
           03 SIT-RAS          PIC X(01).
           03 DSCSIT-RAS       PIC X(08).
           03 DTULTPING-RAS    PIC 9(08).
           03 HRULTPING-RAS    PIC 9(04).
           03 QTDHIST-RAS      PIC 9(03).
           03 DTCAD-RAS        PIC 9(08).
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
       77 ST-RAS        PIC X(02) VALUE "00".
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       77 W-DATAHOJE    PIC 9(08) VALUE ZEROS.
       77 W-HORAHOJE    PIC 9(08) VALUE ZEROS.
       77 W-HORAS       PIC 9(04) VALUE 24.
       77 W-DIASREC     PIC 9(04) VALUE ZEROS.
       77 W-HRSREC      PIC 9(02) VALUE ZEROS.
       77 W-HMCORTE     PIC S9(05) VALUE ZEROS.
       77 W-ULTDIAMES   PIC 9(02) VALUE ZEROS.
       77 W-ANORESTO    PIC 9(04) VALUE ZEROS.
       77 W-ULTEVENTO   PIC 9(12) VALUE ZEROS.
       77 W-INSTEVENTO  PIC 9(12) VALUE ZEROS.
       77 W-TOTRASTR    PIC 9(05) VALUE ZEROS.
       77 W-TOTMUDOS    PIC 9(05) VALUE ZEROS.
       77 W-TOTLINHAS   PIC 9(05) VALUE ZEROS.
       77 W-ED-HORAS    PIC ZZZ9.
      *
      * CORTE AAAAMMDDHHMM: EVENTO ANTERIOR A ELE E SILENCIO ACIMA DO
      * LIMITE (VIDE CALCULA-CORTE)
       01 W-CORTE.
           03 W-DTCORTE.
               05 W-ANOCORTE   PIC 9(04).
               05 W-MESCORTE   PIC 9(02).
               05 W-DIACORTE   PIC 9(02).
           03 W-HRCORTE        PIC 9(04).
       01 W-CORTE-R REDEFINES W-CORTE.
           03 W-CORTENUM       PIC 9(12).
       01 W-TABDIASMES.
           03 FILLER PIC X(24) VALUE "312831303130313130313031".
       01 W-TABDIASMES-R REDEFINES W-TABDIASMES.
           03 W-DIASMES    PIC 9(02) OCCURS 12 TIMES.
       01 W-EVENTO.
           03 W-DTEVENTO       PIC 9(08).
           03 W-HREVENTO       PIC 9(04).
       01 W-EVENTO-R REDEFINES W-EVENTO.
           03 W-EVENTONUM      PIC 9(12).
       01 W-ULTPING            PIC X(13) VALUE SPACES.
      *
      *--------------------------------------------------------------
      *
       PROCEDURE DIVISION.
       INICIO.
       INC-OP0.
           PERFORM LE-PARAMETROS THRU LE-PARAMETROS-FIM
           OPEN INPUT CADRASTR
           IF ST-RAS NOT = "00"
               MOVE "* NENHUM RASTREADOR CADASTRADO (SGB163) *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIMP.
           OPEN INPUT CADBIKE
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO AO ABRIR O ARQUIVO CADBIKE.DAT *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADRASTR
               GO TO ROT-FIMP.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           ACCEPT W-HORAHOJE FROM TIME
           PERFORM CALCULA-CORTE THRU CALCULA-CORTE-FIM
           MOVE W-HORAS TO W-ED-HORAS
           DISPLAY " ".
           DISPLAY "---- RASTREADORES SEM PING HA MAIS DE " W-ED-HORAS
               " HORAS ----".
           DISPLAY "CORTE: " W-DTCORTE " " W-HRCORTE.
           DISPLAY "SERIE           BIKE SITUACAO    ULTIMO PING".
           MOVE LOW-VALUES TO SERIE-RAS
           START CADRASTR KEY IS NOT LESS SERIE-RAS
           IF ST-RAS NOT = "00"
               GO TO LINHAS-INI.
      *
      *--------------------------------------------------------------
      * 1A PASSADA: RASTREADOR ATIVO EM BIKE ATIVA OU LOCADA. O
      * EVENTO E O ULTIMO PING OU A INSTALACAO (MEIA-NOITE DO DIA),
      * O QUE FOR MAIS RECENTE; O PING DO CADGPSIX GRAVADO ANTES DO
      * CADRASTR EXISTIR NAO CONTA
      *--------------------------------------------------------------
      *
       MUDOS-PROX.
           READ CADRASTR NEXT RECORD
           IF ST-RAS NOT = "00"
               GO TO LINHAS-INI.
           IF SIT-RAS = "B" OR BIKE-RAS = ZEROS
               GO TO MUDOS-PROX.
           MOVE BIKE-RAS TO NUM-BIKE
           READ CADBIKE
           IF ST-ERRO NOT = "00"
               GO TO MUDOS-PROX.
           IF SITUAC NOT = "A" AND SITUAC NOT = "L"
               GO TO MUDOS-PROX.
           ADD 1 TO W-TOTRASTR
           MOVE DTULTPING-RAS TO W-DTEVENTO
           MOVE HRULTPING-RAS TO W-HREVENTO
           MOVE W-EVENTONUM TO W-ULTEVENTO
           MOVE DTINST-RAS TO W-DTEVENTO
           MOVE ZEROS TO W-HREVENTO
           MOVE W-EVENTONUM TO W-INSTEVENTO
           IF W-INSTEVENTO > W-ULTEVENTO
               MOVE W-INSTEVENTO TO W-ULTEVENTO.
           IF W-ULTEVENTO NOT < W-CORTENUM
               GO TO MUDOS-PROX.
           ADD 1 TO W-TOTMUDOS
           IF DTULTPING-RAS = ZEROS
               MOVE "NUNCA" TO W-ULTPING
           ELSE
               MOVE SPACES TO W-ULTPING
               MOVE DTULTPING-RAS TO W-ULTPING (1:8)
               MOVE HRULTPING-RAS TO W-ULTPING (10:4).
           DISPLAY SERIE-RAS " " BIKE-RAS " " SITUACDESC " "
               W-ULTPING.
           GO TO MUDOS-PROX.
      *
      *--------------------------------------------------------------
      * 2A PASSADA: LINHA DE DADOS ATIVA EM RASTREADOR NO ESTOQUE OU
      * BAIXADO
      *--------------------------------------------------------------
      *
       LINHAS-INI.
           DISPLAY " ".
           DISPLAY "---- LINHAS ATIVAS EM RASTREADOR FORA DE BIKE ----".
           DISPLAY "SERIE           LINHA           OPERADORA  SITUAC".
           MOVE LOW-VALUES TO SERIE-RAS
           START CADRASTR KEY IS NOT LESS SERIE-RAS
           IF ST-RAS NOT = "00"
               GO TO REL-FIM.
       LINHAS-PROX.
           READ CADRASTR NEXT RECORD
           IF ST-RAS NOT = "00"
               GO TO REL-FIM.
           IF SITLINHA-RAS NOT = "A"
               GO TO LINHAS-PROX.
           IF SIT-RAS NOT = "B" AND BIKE-RAS NOT = ZEROS
               GO TO LINHAS-PROX.
           ADD 1 TO W-TOTLINHAS
           DISPLAY SERIE-RAS " " LINHA-RAS " " OPERAD-RAS " "
               DSCSIT-RAS.
           GO TO LINHAS-PROX.
      *
       REL-FIM.
           DISPLAY " ".
           DISPLAY "RASTREADORES EM BIKE CONFERIDOS.: " W-TOTRASTR.
           DISPLAY "RASTREADORES SEM PING...........: " W-TOTMUDOS.
           DISPLAY "LINHAS ATIVAS FORA DE BIKE......: " W-TOTLINHAS.
           CLOSE CADRASTR CADBIKE
           GO TO ROT-FIMP.
      *
      *--------------------------------------------------------------
      * CORTE = AGORA MENOS W-HORAS HORAS: OS DIAS INTEIROS E AS
      * HORAS QUE SOBRAM; SE A HORA FICA NEGATIVA, RECUA MAIS UM DIA
      *--------------------------------------------------------------
      *
       CALCULA-CORTE.
           MOVE W-DATAHOJE TO W-DTCORTE
           DIVIDE W-HORAS BY 24 GIVING W-DIASREC
           COMPUTE W-HRSREC = W-HORAS - (W-DIASREC * 24)
           COMPUTE W-HMCORTE = (W-HORAHOJE / 10000) - (W-HRSREC * 100)
           IF W-HMCORTE < ZEROS
               ADD 2400 TO W-HMCORTE
               ADD 1 TO W-DIASREC.
           MOVE W-HMCORTE TO W-HRCORTE.
       CALCULA-CORTE-DIA.
           IF W-DIASREC = ZEROS
               GO TO CALCULA-CORTE-FIM.
           PERFORM RECUA-DIA THRU RECUA-DIA-FIM
           SUBTRACT 1 FROM W-DIASREC
           GO TO CALCULA-CORTE-DIA.
       CALCULA-CORTE-FIM.
           EXIT.
      *
       RECUA-DIA.
           IF W-DIACORTE > 01
               SUBTRACT 1 FROM W-DIACORTE
               GO TO RECUA-DIA-FIM.
           IF W-MESCORTE > 01
               SUBTRACT 1 FROM W-MESCORTE
           ELSE
               MOVE 12 TO W-MESCORTE
               SUBTRACT 1 FROM W-ANOCORTE.
           MOVE W-DIASMES (W-MESCORTE) TO W-ULTDIAMES
           IF W-MESCORTE = 02
               DIVIDE W-ANOCORTE BY 4 GIVING W-ANORESTO
               COMPUTE W-ANORESTO = W-ANOCORTE - (W-ANORESTO * 4)
               IF W-ANORESTO = ZEROS
                   MOVE 29 TO W-ULTDIAMES.
           MOVE W-ULTDIAMES TO W-DIACORTE.
       RECUA-DIA-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * PARAMETRO 35 DO CADPARAM (SGB036): HORAS SEM PING. AUSENTE OU
      * ZERADO MANTEM O PADRAO
      *--------------------------------------------------------------
      *
       LE-PARAMETROS.
           OPEN INPUT CADPARAM
           IF ST-ERRO NOT = "00"
               GO TO LE-PARAMETROS-FIM.
           MOVE 35 TO COD-PARAM
           READ CADPARAM
           IF ST-ERRO = "00" AND VAL-PARAM NOT = ZEROS
                   AND VAL-PARAM NOT > 9999
               MOVE VAL-PARAM TO W-HORAS.
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
