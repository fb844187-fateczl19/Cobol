       AUTHOR. VINICIUS ESCAME DOS SANTOS.
      *--------------------------------------------------------------
      * REGISTRO DE PING GPS DE BICICLETA LOCADA
      * O PING CHEGA PELO NUMERO DE SERIE DO RASTREADOR; A BIKE E A
      * EM QUE ELE ESTA INSTALADO NO CADRASTR (SGB163), E O ULTIMO
      * PING FICA NO PROPRIO RASTREADOR PARA O SGB164 APONTAR O
      * APARELHO MUDO. COM O APARELHO NA BIKE O PING E ACEITO COM A
      * BIKE LOCADA OU NAO (O SGB099 OLHA O MOVIMENTO DA BIKE PARADA)
      *--------------------------------------------------------------
      *
       ENVIRONMENT DIVISION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYGPS
                    FILE STATUS  IS ST-ERRO.

            SELECT CADRASTR
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SERIE-RAS
                    FILE STATUS  IS ST-RAS
                    ALTERNATE RECORD KEY IS BIKE-RAS
                                            WITH DUPLICATES.
      *
      *--------------------------------------------------------------
      *
           03 LATITU-GPS      PIC S9(02)V9(06).
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
      *--------------------------------------------------------------
      *
       WORKING-STORAGE SECTION.
      *
      *--------------------------------------------------------------
      *
       77 ST-ERRO       PIC X(02) VALUE "00".
       77 ST-RAS        PIC X(02) VALUE "00".
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
           05  LINE 01  COLUMN 01
               VALUE  "    * REGISTRO DE PING GPS DA BICICLETA *".
           05  LINE 03  COLUMN 01
               VALUE  "   RASTREADOR    :".
           05  LINE 04  COLUMN 01
               VALUE  "   NUMERO DA BIKE:".
           05  LINE 05  COLUMN 01
               VALUE  "   MARCA/MODELO  :".
           05  LINE 06  COLUMN 01
               VALUE  "   LONGITUDE:".
           05  LINE 07  COLUMN 01
               VALUE  "   LATITUDE :".
           05  TSERIE-RAS
               LINE 03  COLUMN 21  PIC X(15)
               USING  SERIE-RAS.
           05  TNUMERO
               LINE 04  COLUMN 21  PIC 9(04)
               USING  NUMERO.
           05  TMARCA
               LINE 05  COLUMN 21  PIC X(20)
               USING  MARCA.
           05  TMODELO
               LINE 05  COLUMN 42  PIC X(20)
               USING  MODELO.
           05  TLONGITU-GPS
               LINE 06  COLUMN 21  PIC -ZZ9,999999
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADBIKE
                   GO TO ROT-FIM.
           OPEN I-O CADRASTR
           IF ST-RAS NOT = "00"
               MOVE "* NENHUM RASTREADOR CADASTRADO (SGB163) *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADBIKE CADGPS
               GO TO ROT-FIM.
      *
      *--------------------------------------------------------------
      * ENTRADA DOS DADOS DO PING
      *
       ACC-CHAVE.
           MOVE ZEROS TO NUMERO LONGITU-GPS LATITU-GPS
           MOVE SPACES TO MARCA MODELO SERIE-RAS
           DISPLAY TELAGPS.
       ACC-SERIE.
           ACCEPT TSERIE-RAS
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR 01
               CLOSE CADBIKE CADGPS CADRASTR
               GO TO ROT-FIM.
           IF SERIE-RAS = SPACES
               MOVE "* SERIE INVALIDA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-SERIE.
           READ CADRASTR
           IF ST-RAS NOT = "00"
               MOVE "* RASTREADOR NAO CADASTRADO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-SERIE.
           IF SIT-RAS = "B"
               MOVE "* RASTREADOR BAIXADO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-SERIE.
           IF BIKE-RAS = ZEROS
               MOVE "* RASTREADOR NAO ESTA INSTALADO EM BIKE *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-SERIE.
           MOVE BIKE-RAS TO NUMERO.
       READ-CADBIKE.
           READ CADBIKE
           IF ST-ERRO NOT = "00"
               MOVE "* BIKE NAO EXISTE *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-SERIE.
           DISPLAY TELAGPS.
       ACC-LONGITU.
           ACCEPT TLONGITU-GPS
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-SERIE.
       ACC-LATITU.
           ACCEPT TLATITU-GPS
           ACCEPT W-ACT FROM ESCAPE KEY
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-OUTRO.
           ADD 1 TO W-TOTPINGS
           MOVE WS-DATAHOJE TO DTULTPING-RAS
           MOVE HRGPS TO HRULTPING-RAS
           REWRITE REGRASTR
           MOVE "* PING GRAVADO *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *
               MOVE "* DIGITE APENAS S OU N *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-OUTRO.
           CLOSE CADBIKE CADGPS CADRASTR
           GO TO ROT-FIM.
      *
      *--------------------------------------------------------------
