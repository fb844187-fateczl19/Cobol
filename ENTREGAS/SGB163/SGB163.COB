       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGB163.
       AUTHOR. VINICIUS ESCAME DOS SANTOS.
      *--------------------------------------------------------------
      * CADASTRO DOS RASTREADORES GPS (CADRASTR.DAT) -- OS PINGS DO
      * CADGPSIX SAO GRAVADOS POR BIKE, MAS O APARELHO E QUE MANDA O
      * PING: TROCADO DE BIKE OU COM A BATERIA NO FIM, O PING IA
      * PARA A BIKE ERRADA OU SUMIA SEM NINGUEM PERCEBER. CADA
      * RASTREADOR (NUMERO DE SERIE) TEM A LINHA DO CHIP, OPERADORA,
      * FIRMWARE, A BIKE EM QUE ESTA INSTALADO DESDE QUANDO, A DATA
      * DA ULTIMA TROCA DE BATERIA E O ULTIMO PING RECEBIDO (GRAVADO
      * PELO SGB023, QUE CHEGA NA BIKE PELO RASTREADOR):
      *   A = ALTERA LINHA/OPERADORA/FIRMWARE/SITUACAO DA LINHA
      *   I = INSTALA NA BIKE (RETIRA O RASTREADOR QUE ESTIVER NELA)
      *   R = RETIRA DA BIKE
      *   B = TROCA DE BATERIA
      *   X = BAIXA DO APARELHO (DEFEITO/PERDA)
      *   H = HISTORICO DE INSTALACOES
      * CADA INSTALACAO ABRE UMA LINHA NO CADHISTRAS (SERIE + SEQ)
      * QUE E FECHADA NA RETIRADA. O SGB164 APONTA TODA NOITE O
      * RASTREADOR MUDO E A LINHA PAGA SEM APARELHO EM BIKE
      *--------------------------------------------------------------
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT CADRASTR
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SERIE-RAS
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS BIKE-RAS
                                            WITH DUPLICATES.

            SELECT CADHISTRAS
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYHISTRAS
                    FILE STATUS  IS ST-HRS.

            SELECT CADBIKE
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUM-BIKE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS MARCA-BIKE
                                            WITH DUPLICATES.

            SELECT CADFUNC
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-FUNC
                    FILE STATUS  IS ST-ERRO.
      *
      *--------------------------------------------------------------
      *
       DATA DIVISION.
       FILE SECTION.
      *
      * RASTREADOR: BIKE-RAS ZERO = FORA DE BIKE (ESTOQUE). SIT-RAS
      * A=EM USO/ESTOQUE B=BAIXADO. SITLINHA-RAS A=LINHA ATIVA (PAGA)
      * C=CANCELADA. QTDHIST-RAS E A ULTIMA SEQ DO CADHISTRAS
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
      * HISTORICO DE INSTALACOES: DTREM-HRS ZERO = AINDA INSTALADO
       FD CADHISTRAS
           VALUE OF FILE-ID IS "CADHISTRAS.DAT".
       01 REGHISTRAS.
           03 KEYHISTRAS.
               05 SERIE-HRS        PIC X(15).
               05 SEQ-HRS          PIC 9(03).
           03 BIKE-HRS         PIC 9(04).
           03 DTINST-HRS       PIC 9(08).
           03 OPERINST-HRS     PIC 9(04).
           03 DTREM-HRS        PIC 9(08).
           03 OPERREM-HRS      PIC 9(04).
           03 MOTIVO-HRS       PIC X(20).
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
       FD CADFUNC
               VALUE OF FILE-ID IS "CADFUNC.DAT".
       01 REGFUNC.
                03 COD-FUNC        PIC 9(04).
                03 NOME-FUNC       PIC X(30).
                03 SITUAC-FUNC     PIC X(01).
                03 DSCSITUAC-FUNC  PIC X(08).
                03 SENHA-FUNC      PIC X(08).
                03 PERFIL-FUNC     PIC X(01).
                03 DTVALSENHA      PIC 9(08).
      *
      *--------------------------------------------------------------
      *
       WORKING-STORAGE SECTION.
      *
       77 ST-ERRO       PIC X(02) VALUE "00".
       77 ST-HRS        PIC X(02) VALUE "00".
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-CONF        PIC X(01) VALUE SPACES.
       77 W-OPER        PIC 9(04) VALUE ZEROS.
       77 W-DTHOJE      PIC 9(08) VALUE ZEROS.
       77 W-SERIE       PIC X(15) VALUE SPACES.
       77 W-NUMBIKE     PIC 9(04) VALUE ZEROS.
       77 W-MOTIVO      PIC X(20) VALUE SPACES.
       77 W-DTBAT       PIC 9(08) VALUE ZEROS.
       77 W-LIN         PIC 9(02) VALUE ZEROS.
       77 W-SEQ         PIC 9(03) VALUE ZEROS.
       77 W-OUTRA       PIC X(15) VALUE SPACES.
      *
       01 W-REGRASTR    PIC X(103) VALUE SPACES.
      *
       01 W-DTED.
           03 W-DIAED       PIC 9(02).
           03 FILLER        PIC X(01) VALUE "/".
           03 W-MESED       PIC 9(02).
           03 FILLER        PIC X(01) VALUE "/".
           03 W-ANOED       PIC 9(04).
       01 W-DTAUX       PIC 9(08) VALUE ZEROS.
       01 W-DTAUX-R REDEFINES W-DTAUX.
           03 W-ANOAUX      PIC 9(04).
           03 W-MESAUX      PIC 9(02).
           03 W-DIAAUX      PIC 9(02).
      *
      *--------------------------------------------------------------
      *
       PROCEDURE DIVISION.
       INICIO.
       INC-OP0.
           OPEN I-O CADRASTR
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                   OPEN OUTPUT CADRASTR
                   CLOSE CADRASTR
                   OPEN I-O CADRASTR
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQUIVO CADRASTR.DAT *"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
           OPEN I-O CADHISTRAS
           IF ST-HRS NOT = "00"
               IF ST-HRS = "30" OR "35"
                   OPEN OUTPUT CADHISTRAS
                   CLOSE CADHISTRAS
                   OPEN I-O CADHISTRAS
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQUIVO CADHISTRAS.DAT *"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADRASTR
                   GO TO ROT-FIM.
           OPEN INPUT CADBIKE
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO AO ABRIR O ARQUIVO CADBIKE.DAT *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADRASTR CADHISTRAS
               GO TO ROT-FIM.
           OPEN INPUT CADFUNC
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO AO ABRIR O ARQUIVO CADFUNC.DAT *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADRASTR CADHISTRAS CADBIKE
               GO TO ROT-FIM.
           ACCEPT W-DTHOJE FROM DATE YYYYMMDD.
      *
       ACC-OPER.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 01) "  * RASTREADORES GPS *"
           MOVE ZEROS TO W-OPER
           DISPLAY (03, 01) "   MATRICULA DO OPERADOR: ".
           ACCEPT (03, 28) W-OPER WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR 01
               GO TO ENCERRA.
           MOVE W-OPER TO COD-FUNC
           READ CADFUNC
           IF ST-ERRO NOT = "00" OR SITUAC-FUNC NOT = "A"
               MOVE "* OPERADOR INVALIDO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-OPER.
      *
       ACC-SERIE.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 01) "  * RASTREADORES GPS *"
           MOVE SPACES TO W-SERIE
           DISPLAY (03, 01) "   SERIE DO RASTREADOR...: ".
           ACCEPT (03, 28) W-SERIE WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR 01 OR W-SERIE = SPACES
               GO TO ENCERRA.
           MOVE W-SERIE TO SERIE-RAS
           READ CADRASTR
           IF ST-ERRO = "00"
               GO TO MOSTRA-RASTR.
           IF ST-ERRO NOT = "23"
               MOVE "* ERRO NA LEITURA DO CADRASTR *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-SERIE.
           MOVE "S" TO W-CONF
           DISPLAY (05, 01) "   RASTREADOR NOVO - CADASTRA (S/N): ".
           ACCEPT (05, 39) W-CONF WITH UPDATE
           IF W-CONF NOT = "S" AND "s"
               GO TO ACC-SERIE.
           MOVE SPACES TO REGRASTR
           MOVE W-SERIE TO SERIE-RAS
           MOVE ZEROS TO BIKE-RAS DTINST-RAS DTBAT-RAS DTULTPING-RAS
               HRULTPING-RAS QTDHIST-RAS
           MOVE "A" TO SIT-RAS SITLINHA-RAS
           MOVE "ESTOQUE " TO DSCSIT-RAS
           MOVE W-DTHOJE TO DTCAD-RAS DTBAT-RAS
           PERFORM ACC-DADOS THRU ACC-DADOS-FIM
           IF W-ACT = 02
               GO TO ACC-SERIE.
           WRITE REGRASTR
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO NA GRAVACAO DO RASTREADOR *" TO MENS
           ELSE
               MOVE "* RASTREADOR CADASTRADO *" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ACC-SERIE.
      *
      *--------------------------------------------------------------
      * DADOS DO RASTREADOR E OPERACOES
      *--------------------------------------------------------------
      *
       MOSTRA-RASTR.
           DISPLAY (05, 01) "   LINHA DO CHIP.........: " LINHA-RAS
           DISPLAY (06, 01) "   OPERADORA.............: " OPERAD-RAS
           DISPLAY (07, 01) "   FIRMWARE..............: " FIRMWARE-RAS
           DISPLAY (08, 01) "   SITUACAO DA LINHA.....: " SITLINHA-RAS
               " (A=ATIVA C=CANCELADA)"
           DISPLAY (09, 01) "   SITUACAO DO APARELHO..: " DSCSIT-RAS
           IF BIKE-RAS = ZEROS
               DISPLAY (10, 01) "   INSTALADO NA BIKE.....: NENHUMA"
           ELSE
               MOVE DTINST-RAS TO W-DTAUX
               PERFORM EDITA-DATA THRU EDITA-DATA-FIM
               DISPLAY (10, 01) "   INSTALADO NA BIKE.....: " BIKE-RAS
                   " DESDE " W-DTED.
           MOVE DTBAT-RAS TO W-DTAUX
           PERFORM EDITA-DATA THRU EDITA-DATA-FIM
           DISPLAY (11, 01) "   TROCA DE BATERIA......: " W-DTED
           IF DTULTPING-RAS = ZEROS
               DISPLAY (12, 01) "   ULTIMO PING...........: NENHUM"
           ELSE
               MOVE DTULTPING-RAS TO W-DTAUX
               PERFORM EDITA-DATA THRU EDITA-DATA-FIM
               DISPLAY (12, 01) "   ULTIMO PING...........: " W-DTED
                   " " HRULTPING-RAS.
      *
       ACC-OPCAO.
           MOVE SPACES TO W-OPCAO
           DISPLAY (14, 01)
               "   A=ALTERA I=INSTALA R=RETIRA B=BATERIA X=BAIXA "
               "H=HISTORICO F=FIM: ".
           ACCEPT (14, 70) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR 01
               GO TO ACC-SERIE.
           IF W-OPCAO = "a" MOVE "A" TO W-OPCAO.
           IF W-OPCAO = "i" MOVE "I" TO W-OPCAO.
           IF W-OPCAO = "r" MOVE "R" TO W-OPCAO.
           IF W-OPCAO = "b" MOVE "B" TO W-OPCAO.
           IF W-OPCAO = "x" MOVE "X" TO W-OPCAO.
           IF W-OPCAO = "h" MOVE "H" TO W-OPCAO.
           IF W-OPCAO = "f" OR "F"
               GO TO ACC-SERIE.
           IF W-OPCAO = "H"
               GO TO HISTORICO.
           IF SIT-RAS = "B" AND W-OPCAO NOT = "A"
               MOVE "* RASTREADOR BAIXADO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-OPCAO.
           IF W-OPCAO = "A"
               GO TO ALTERA.
           IF W-OPCAO = "I"
               GO TO INSTALA.
           IF W-OPCAO = "R"
               GO TO RETIRA.
           IF W-OPCAO = "B"
               GO TO BATERIA.
           IF W-OPCAO = "X"
               GO TO BAIXA.
           MOVE "* DIGITE A, I, R, B, X, H OU F *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ACC-OPCAO.
      *
       ALTERA.
           PERFORM ACC-DADOS THRU ACC-DADOS-FIM
           IF W-ACT = 02
               GO TO REMOSTRA.
           REWRITE REGRASTR
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO NA GRAVACAO DO RASTREADOR *" TO MENS
           ELSE
               MOVE "* RASTREADOR ALTERADO *" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO REMOSTRA.
      *
      *--------------------------------------------------------------
      * INSTALACAO: BIKE CADASTRADA E NAO BAIXADA; O RASTREADOR QUE
      * JA ESTIVER NELA E RETIRADO ("SUBSTITUIDO") E, SE ESTE
      * ESTAVA EM OUTRA BIKE, A INSTALACAO ANTERIOR E FECHADA
      * ("TROCA DE BIKE")
      *--------------------------------------------------------------
      *
       INSTALA.
           MOVE ZEROS TO W-NUMBIKE
           DISPLAY (16, 01) "   INSTALAR NA BIKE......: ".
           ACCEPT (16, 28) W-NUMBIKE WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR W-NUMBIKE = ZEROS
               GO TO REMOSTRA.
           IF W-NUMBIKE = BIKE-RAS
               MOVE "* JA INSTALADO NESTA BIKE *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO INSTALA.
           MOVE W-NUMBIKE TO NUM-BIKE
           READ CADBIKE
           IF ST-ERRO NOT = "00"
               MOVE "* BIKE NAO CADASTRADA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO INSTALA.
           IF SITUAC = "B" OR "b"
               MOVE "* BIKE BAIXADA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO INSTALA.
           DISPLAY (16, 34) MARCA-BIKE " " MODELO-BIKE
           MOVE REGRASTR TO W-REGRASTR
           PERFORM ACHA-OUTRO THRU ACHA-OUTRO-FIM
           MOVE "S" TO W-CONF
           IF W-OUTRA NOT = SPACES
               DISPLAY (17, 01) "   A BIKE ESTA COM O RASTREADOR "
                   W-OUTRA " - SERA RETIRADO".
           DISPLAY (18, 01) "   CONFIRMA A INSTALACAO (S/N): ".
           ACCEPT (18, 33) W-CONF WITH UPDATE
           IF W-CONF NOT = "S" AND "s"
               MOVE W-REGRASTR TO REGRASTR
               GO TO REMOSTRA.
           IF W-OUTRA = SPACES
               GO TO INSTALA-ESTE.
           MOVE W-OUTRA TO SERIE-RAS
           READ CADRASTR
           IF ST-ERRO = "00"
               MOVE "SUBSTITUIDO" TO W-MOTIVO
               PERFORM FECHA-HIST THRU FECHA-HIST-FIM
               MOVE ZEROS TO BIKE-RAS DTINST-RAS
               MOVE "ESTOQUE " TO DSCSIT-RAS
               REWRITE REGRASTR.
       INSTALA-ESTE.
           MOVE W-REGRASTR TO REGRASTR
           MOVE SERIE-RAS TO W-SERIE
           READ CADRASTR
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO NA LEITURA DO CADRASTR *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-SERIE.
           IF BIKE-RAS NOT = ZEROS
               MOVE "TROCA DE BIKE" TO W-MOTIVO
               PERFORM FECHA-HIST THRU FECHA-HIST-FIM.
           ADD 1 TO QTDHIST-RAS
           MOVE SPACES TO REGHISTRAS
           MOVE SERIE-RAS TO SERIE-HRS
           MOVE QTDHIST-RAS TO SEQ-HRS
           MOVE W-NUMBIKE TO BIKE-HRS
           MOVE W-DTHOJE TO DTINST-HRS
           MOVE W-OPER TO OPERINST-HRS
           MOVE ZEROS TO DTREM-HRS OPERREM-HRS
           WRITE REGHISTRAS
           MOVE W-NUMBIKE TO BIKE-RAS
           MOVE W-DTHOJE TO DTINST-RAS
           MOVE "EM BIKE " TO DSCSIT-RAS
           REWRITE REGRASTR
           IF ST-ERRO NOT = "00" AND NOT = "02"
               MOVE "* ERRO NA GRAVACAO DO RASTREADOR *" TO MENS
           ELSE
               MOVE "* RASTREADOR INSTALADO *" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO REMOSTRA.
      *
      * RASTREADOR (OUTRO QUE NAO ESTE) INSTALADO NA BIKE W-NUMBIKE,
      * PELA CHAVE ALTERNATIVA BIKE-RAS
       ACHA-OUTRO.
           MOVE SPACES TO W-OUTRA
           MOVE W-NUMBIKE TO BIKE-RAS
           START CADRASTR KEY IS = BIKE-RAS
           IF ST-ERRO NOT = "00"
               GO TO ACHA-OUTRO-FIM.
       ACHA-OUTRO-LE.
           READ CADRASTR NEXT
           IF ST-ERRO NOT = "00" AND NOT = "02"
               GO TO ACHA-OUTRO-FIM.
           IF BIKE-RAS NOT = W-NUMBIKE
               GO TO ACHA-OUTRO-FIM.
           IF SERIE-RAS = W-SERIE
               GO TO ACHA-OUTRO-LE.
           MOVE SERIE-RAS TO W-OUTRA.
       ACHA-OUTRO-FIM.
           EXIT.
      *
       RETIRA.
           IF BIKE-RAS = ZEROS
               MOVE "* RASTREADOR NAO ESTA EM BIKE *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-OPCAO.
           MOVE SPACES TO W-MOTIVO
           DISPLAY (16, 01) "   MOTIVO DA RETIRADA....: ".
           ACCEPT (16, 28) W-MOTIVO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO REMOSTRA.
           IF W-MOTIVO = SPACES
               MOVE "* INFORME O MOTIVO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO RETIRA.
           PERFORM FECHA-HIST THRU FECHA-HIST-FIM
           MOVE ZEROS TO BIKE-RAS DTINST-RAS
           MOVE "ESTOQUE " TO DSCSIT-RAS
           REWRITE REGRASTR
           IF ST-ERRO NOT = "00" AND NOT = "02"
               MOVE "* ERRO NA GRAVACAO DO RASTREADOR *" TO MENS
           ELSE
               MOVE "* RASTREADOR RETIRADO DA BIKE *" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO REMOSTRA.
      *
       BATERIA.
           MOVE W-DTHOJE TO W-DTBAT
           DISPLAY (16, 01) "   DATA DA TROCA (AAAAMMDD): ".
           ACCEPT (16, 31) W-DTBAT WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO REMOSTRA.
           IF W-DTBAT = ZEROS OR W-DTBAT > W-DTHOJE
               MOVE "* DATA INVALIDA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO BATERIA.
           MOVE W-DTBAT TO DTBAT-RAS
           REWRITE REGRASTR
           IF ST-ERRO NOT = "00" AND NOT = "02"
               MOVE "* ERRO NA GRAVACAO DO RASTREADOR *" TO MENS
           ELSE
               MOVE "* TROCA DE BATERIA REGISTRADA *" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO REMOSTRA.
      *
      * BAIXA: SAI DA BIKE (SE ESTIVER) E A LINHA PODE SER CANCELADA
      * JUNTO; LINHA QUE CONTINUA ATIVA APARECE NO SGB164 COMO PAGA
      * SEM USO
       BAIXA.
           MOVE SPACES TO W-MOTIVO
           DISPLAY (16, 01) "   MOTIVO DA BAIXA.......: ".
           ACCEPT (16, 28) W-MOTIVO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO REMOSTRA.
           IF W-MOTIVO = SPACES
               MOVE "* INFORME O MOTIVO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO BAIXA.
           MOVE "S" TO W-CONF
           DISPLAY (17, 01) "   CANCELA A LINHA DO CHIP (S/N): ".
           ACCEPT (17, 36) W-CONF WITH UPDATE
           IF W-CONF = "S" OR "s"
               MOVE "C" TO SITLINHA-RAS.
           MOVE "N" TO W-CONF
           DISPLAY (18, 01) "   CONFIRMA A BAIXA (S/N).......: ".
           ACCEPT (18, 36) W-CONF WITH UPDATE
           IF W-CONF NOT = "S" AND "s"
               GO TO REMOSTRA.
           IF BIKE-RAS NOT = ZEROS
               PERFORM FECHA-HIST THRU FECHA-HIST-FIM
               MOVE ZEROS TO BIKE-RAS DTINST-RAS.
           MOVE "B" TO SIT-RAS
           MOVE "BAIXADO " TO DSCSIT-RAS
           REWRITE REGRASTR
           IF ST-ERRO NOT = "00" AND NOT = "02"
               MOVE "* ERRO NA GRAVACAO DO RASTREADOR *" TO MENS
           ELSE
               MOVE "* RASTREADOR BAIXADO *" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO REMOSTRA.
      *
      * FECHA A INSTALACAO CORRENTE (SEQ QTDHIST-RAS) COM W-MOTIVO
       FECHA-HIST.
           IF QTDHIST-RAS = ZEROS
               GO TO FECHA-HIST-FIM.
           MOVE SERIE-RAS TO SERIE-HRS
           MOVE QTDHIST-RAS TO SEQ-HRS
           READ CADHISTRAS
           IF ST-HRS NOT = "00"
               GO TO FECHA-HIST-FIM.
           IF DTREM-HRS NOT = ZEROS
               GO TO FECHA-HIST-FIM.
           MOVE W-DTHOJE TO DTREM-HRS
           MOVE W-OPER TO OPERREM-HRS
           MOVE W-MOTIVO TO MOTIVO-HRS
           REWRITE REGHISTRAS.
       FECHA-HIST-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * HISTORICO DE INSTALACOES DO RASTREADOR (MAIS RECENTE PRIMEIRO)
      *--------------------------------------------------------------
      *
       HISTORICO.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 01) "  * HISTORICO DO RASTREADOR " SERIE-RAS
               " *"
           DISPLAY (03, 01)
               "   SEQ BIKE INSTALADO  OPER RETIRADO   OPER MOTIVO"
           MOVE QTDHIST-RAS TO W-SEQ
           MOVE 4 TO W-LIN.
       HISTORICO-LIN.
           IF W-SEQ = ZEROS OR W-LIN > 20
               GO TO HISTORICO-FIM.
           MOVE SERIE-RAS TO SERIE-HRS
           MOVE W-SEQ TO SEQ-HRS
           READ CADHISTRAS
           IF ST-HRS = "00"
               PERFORM MOSTRA-HIST THRU MOSTRA-HIST-FIM
               ADD 1 TO W-LIN.
           SUBTRACT 1 FROM W-SEQ
           GO TO HISTORICO-LIN.
       HISTORICO-FIM.
           IF QTDHIST-RAS = ZEROS
               DISPLAY (04, 04) "NENHUMA INSTALACAO REGISTRADA".
           DISPLAY (22, 01) "   TECLE ENTER PARA VOLTAR".
           ACCEPT (22, 28) W-CONF
           GO TO REMOSTRA.
      *
       MOSTRA-HIST.
           MOVE DTINST-HRS TO W-DTAUX
           PERFORM EDITA-DATA THRU EDITA-DATA-FIM
           DISPLAY (W-LIN, 04) SEQ-HRS " " BIKE-HRS " " W-DTED " "
               OPERINST-HRS
           IF DTREM-HRS = ZEROS
               DISPLAY (W-LIN, 35) "INSTALADO"
               GO TO MOSTRA-HIST-FIM.
           MOVE DTREM-HRS TO W-DTAUX
           PERFORM EDITA-DATA THRU EDITA-DATA-FIM
           DISPLAY (W-LIN, 35) W-DTED " " OPERREM-HRS " " MOTIVO-HRS.
       MOSTRA-HIST-FIM.
           EXIT.
      *
       REMOSTRA.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 01) "  * RASTREADORES GPS *"
           DISPLAY (03, 01) "   SERIE DO RASTREADOR...: " SERIE-RAS
           GO TO MOSTRA-RASTR.
      *
      *--------------------------------------------------------------
      * LINHA, OPERADORA, FIRMWARE E SITUACAO DA LINHA
      *--------------------------------------------------------------
      *
       ACC-DADOS.
           DISPLAY (05, 01) "   LINHA DO CHIP.........: ".
           ACCEPT (05, 28) LINHA-RAS WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-DADOS-FIM.
       ACC-DADOS-OPERAD.
           DISPLAY (06, 01) "   OPERADORA.............: ".
           ACCEPT (06, 28) OPERAD-RAS WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-DADOS.
       ACC-DADOS-FIRM.
           DISPLAY (07, 01) "   FIRMWARE..............: ".
           ACCEPT (07, 28) FIRMWARE-RAS WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-DADOS-OPERAD.
       ACC-DADOS-SITL.
           DISPLAY (08, 01) "   SITUACAO DA LINHA.....: "
           DISPLAY (08, 30) "(A=ATIVA C=CANCELADA)".
           ACCEPT (08, 28) SITLINHA-RAS WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-DADOS-FIRM.
           IF SITLINHA-RAS = "a" MOVE "A" TO SITLINHA-RAS.
           IF SITLINHA-RAS = "c" MOVE "C" TO SITLINHA-RAS.
           IF SITLINHA-RAS NOT = "A" AND "C"
               MOVE "* SITUACAO A OU C *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-DADOS-SITL.
           IF LINHA-RAS = SPACES AND SITLINHA-RAS = "A"
               MOVE "* LINHA ATIVA SEM NUMERO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-DADOS.
       ACC-DADOS-FIM.
           EXIT.
      *
       EDITA-DATA.
           MOVE W-DIAAUX TO W-DIAED
           MOVE W-MESAUX TO W-MESED
           MOVE W-ANOAUX TO W-ANOED.
       EDITA-DATA-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * ENCERRAMENTO
      *--------------------------------------------------------------
      *
       ENCERRA.
           CLOSE CADRASTR CADHISTRAS CADBIKE CADFUNC
           GO TO ROT-FIM.
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
