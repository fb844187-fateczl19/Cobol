       AUTHOR. VINICIUS ESCAME DOS SANTOS.
      *--------------------------------------------------------------
      * ORDENS DE SERVICO / MANUTENCAO DAS BICICLETAS
      * A PECA DO CATALOGO QUE SUBSTITUI UM COMPONENTE CONTROLADO
      * (PNEUS, CORRENTE, CASSETE, PASTILHAS, MOTOR) REINICIA O
      * COMPONENTE DA BIKE NO CADCOMPON (SGB140), COM A DATA DA
      * ORDEM E O KM E AS HORAS DE USO ATUAIS DA BIKE
      *--------------------------------------------------------------
      *
       ENVIRONMENT DIVISION.
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS NUMERO
           FILE STATUS  IS ST-ERRO.
       SELECT CADCOMPON
           ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS KEYCOMPON
           FILE STATUS  IS ST-CMP.
       SELECT CADKMBIKE
           ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS NUMBIKE-KM
           FILE STATUS  IS ST-KMB.
      *
      *--------------------------------------------------------------
      *
           VALUE OF FILE-ID IS "CADBIKE.DAT".
       01 REGBIKE.
           03 NUMERO        PIC 9(04).
           03 FILLER        PIC X(40).
           03 CATEG         PIC X(01).
           03 FILLER        PIC X(23).
           03 VALCOMPRA     PIC 9(06)V99.
           03 FILLER        PIC X(16).
           03 SITUAC        PIC X(01).
           03 DSCSITCLAIM     PIC X(12).
      *
      *--------------------------------------------------------------
      * COMPONENTES INSTALADOS POR BIKE (SGB140) -- DATA, KM E HORAS
      * DE USO DA BIKE NA INSTALACAO E VIDA UTIL ESPERADA (ZERO = NAO
      * CONTROLA POR AQUELA MEDIDA). A TROCA NA ORDEM DE SERVICO
      * (SGB008) REINICIA O COMPONENTE
      *   TIPO: 1=PNEUS 2=CORRENTE 3=CASSETE 4=PASTILHAS DE FREIO
      *         5=MOTOR (SO BIKE ELETRICA, CATEG "E")
      *--------------------------------------------------------------
      *
       FD CADCOMPON
           VALUE OF FILE-ID IS "CADCOMPON.DAT".
       01 REGCOMPON.
           03 KEYCOMPON.
               05 NUMBIKE-CMP  PIC 9(04).
               05 TIPO-CMP     PIC 9(01).
           03 DTINST-CMP       PIC 9(08).
           03 KMINST-CMP       PIC 9(08)V99.
           03 HRINST-CMP       PIC 9(06).
           03 VIDAKM-CMP       PIC 9(06).
           03 VIDAHR-CMP       PIC 9(06).
           03 VIDAMES-CMP      PIC 9(03).
           03 CODPECA-CMP      PIC 9(04).
           03 SEQMANUT-CMP     PIC 9(04).
           03 QTDTROCA-CMP     PIC 9(04).
           03 DTALT-CMP        PIC 9(08).
      *
       FD CADKMBIKE
           VALUE OF FILE-ID IS "CADKMBIKE.DAT".
       01 REGKMBIKE.
           03 NUMBIKE-KM      PIC 9(04).
           03 KMACUM          PIC 9(08)V99.
      *
      *--------------------------------------------------------------
      *
       WORKING-STORAGE SECTION.
      *
       77 W-CUSTOPECAS     PIC 9(06)V99 VALUE ZEROS.
       77 W-FILIALBIKE     PIC 9(02) VALUE ZEROS.
      *
      * APOIO AO REGISTRO DE COMPONENTES (VIDE REGISTRA-COMPONENTE)
       77 ST-CMP           PIC X(02) VALUE "00".
       77 ST-KMB           PIC X(02) VALUE "00".
       77 W-TIPOCMP        PIC 9(01) VALUE ZEROS.
       77 W-CATEGBIKE      PIC X(01) VALUE SPACES.
       77 W-HORASBIKE      PIC 9(06) VALUE ZEROS.
      * TIPOS DE COMPONENTE E VIDA UTIL PADRAO (KM, HORAS DE USO,
      * MESES), SUGERIDA NA PRIMEIRA INSTALACAO DE CADA COMPONENTE
       01 TTDSCCMP.
           03 FILLER PIC X(10) VALUE "PNEUS     ".
           03 FILLER PIC X(10) VALUE "CORRENTE  ".
           03 FILLER PIC X(10) VALUE "CASSETE   ".
           03 FILLER PIC X(10) VALUE "PASTILHAS ".
           03 FILLER PIC X(10) VALUE "MOTOR     ".
       01 TTABDSCCMP REDEFINES TTDSCCMP.
           03 TABDSCCMP PIC X(10) OCCURS 5 TIMES.
       01 TTVIDACMP.
           03 FILLER PIC X(15) VALUE "003000000000024".
           03 FILLER PIC X(15) VALUE "002500000000018".
           03 FILLER PIC X(15) VALUE "007500000000036".
           03 FILLER PIC X(15) VALUE "001500000000012".
           03 FILLER PIC X(15) VALUE "020000003000060".
       01 TTABVIDACMP REDEFINES TTVIDACMP.
           03 TABVIDACMP OCCURS 5 TIMES.
               05 TABVIDAKM  PIC 9(06).
               05 TABVIDAHR  PIC 9(06).
               05 TABVIDAMES PIC 9(03).
      *
      * TABELA DE SITUACAO DA ORDEM DE SERVICO
       01 TTSITMANUT.
           03 TSITM1 PIC X(10) VALUE "ABERTA    ".
                   MOVE "* ERRO AO ABRIR O ARQUIVO CADBIKE *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
           OPEN I-O CADCOMPON
           IF ST-CMP NOT = "00"
               IF ST-CMP = "30" OR "35"
                   OPEN OUTPUT CADCOMPON
                   CLOSE CADCOMPON
                   OPEN I-O CADCOMPON
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQ CADCOMPON.DAT *"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
           OPEN INPUT CADKMBIKE
           IF ST-KMB NOT = "00"
               IF ST-KMB = "30" OR "35"
                   OPEN OUTPUT CADKMBIKE
                   CLOSE CADKMBIKE
                   OPEN INPUT CADKMBIKE
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQ CADKMBIKE.DAT *"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
       INC-001.
           MOVE ZEROS TO NUM-BIKE-MANUT SEQ-MANUT DTABERTURA
               CUSTOMANUT DTRETORNO WNUM-BIKE-MANUT WSEQ-MANUT
           ACCEPT TNUMBIKEMANUT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR 01
               CLOSE CADMANUT CADPECA CADMANPEC CADBIKE CADCOMPON
                   CADKMBIKE
               GO TO ROT-FIM.
           IF WNUM-BIKE-MANUT = ZEROS
               MOVE "* CODIGO INVALIDO! *" TO MENS
      *--------------------------------------------------------------
      *
       INC-006A.
           MOVE ZEROS TO W-CUSTOPECAS W-FILIALBIKE W-HORASBIKE
           MOVE SPACES TO W-CATEGBIKE
           MOVE NUM-BIKE-MANUT TO NUMERO
           READ CADBIKE
           IF ST-ERRO = "00"
               MOVE CODFILIAL TO W-FILIALBIKE
               MOVE CATEG TO W-CATEGBIKE
               MOVE HORASACUM TO W-HORASBIKE.
       INC-006B.
           MOVE ZEROS TO W-CODPECA
           DISPLAY (15, 01)
           IF ST-ERRO = "22"
               REWRITE REGMANPEC.
           ADD CUSTOTOT-MP TO W-CUSTOPECAS
           PERFORM REGISTRA-COMPONENTE THRU REGISTRA-COMPONENTE-FIM
           GO TO INC-006B.
       INC-006C.
      * SUGERE COMO CUSTO DA ORDEM O TOTAL DAS PECAS CONSUMIDAS
           EXIT.
      *
      *--------------------------------------------------------------
      * TROCA DE COMPONENTE CONTROLADO (CADCOMPON/SGB140): A PECA
      * CONSUMIDA REINICIA O COMPONENTE COM A DATA DE ABERTURA DA
      * ORDEM, O KM ATUAL DA BIKE (CADKMBIKE) E AS HORAS DE USO
      * (HORASACUM). COMPONENTE AINDA SEM REGISTRO NASCE COM A VIDA
      * UTIL PADRAO; O JA REGISTRADO MANTEM A VIDA UTIL ACERTADA
      *--------------------------------------------------------------
      *
       REGISTRA-COMPONENTE.
           MOVE ZEROS TO W-TIPOCMP
           DISPLAY (17, 01) "   TROCA COMPONENTE? 0=NAO 1=PNEUS"
               " 2=CORRENTE 3=CASSETE".
           DISPLAY (18, 01) "   4=PASTILHAS 5=MOTOR: ".
           ACCEPT (18, 26) W-TIPOCMP WITH UPDATE
           IF W-TIPOCMP = ZEROS
               GO TO REGISTRA-COMPONENTE-LIMPA.
           IF W-TIPOCMP > 5
               MOVE "* COMPONENTE DE 0 A 5 *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO REGISTRA-COMPONENTE.
           IF W-TIPOCMP = 5 AND W-CATEGBIKE NOT = "E"
               MOVE "* MOTOR SO EM BIKE ELETRICA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO REGISTRA-COMPONENTE.
           MOVE NUM-BIKE-MANUT TO NUMBIKE-CMP
           MOVE W-TIPOCMP TO TIPO-CMP
           READ CADCOMPON
           IF ST-CMP NOT = "00"
               MOVE ZEROS TO QTDTROCA-CMP
               MOVE TABVIDAKM (W-TIPOCMP) TO VIDAKM-CMP
               MOVE TABVIDAHR (W-TIPOCMP) TO VIDAHR-CMP
               MOVE TABVIDAMES (W-TIPOCMP) TO VIDAMES-CMP
               MOVE "N" TO W-OPCAO
           ELSE
               MOVE "S" TO W-OPCAO.
      * A MESMA ORDEM REGRAVADA NA ALTERACAO NAO CONTA NOVA TROCA
           IF W-OPCAO = "N" OR SEQMANUT-CMP NOT = SEQ-MANUT
               ADD 1 TO QTDTROCA-CMP.
           COMPUTE DTINST-CMP =
               (ANO-ABERT * 10000) + (MES-ABERT * 100) + DIA-ABERT
           MOVE ZEROS TO KMINST-CMP
           MOVE NUM-BIKE-MANUT TO NUMBIKE-KM
           READ CADKMBIKE
           IF ST-KMB = "00"
               MOVE KMACUM TO KMINST-CMP.
           MOVE W-HORASBIKE TO HRINST-CMP
           MOVE W-CODPECA TO CODPECA-CMP
           MOVE SEQ-MANUT TO SEQMANUT-CMP
           ACCEPT DTALT-CMP FROM DATE YYYYMMDD
           IF W-OPCAO = "S"
               REWRITE REGCOMPON
           ELSE
               WRITE REGCOMPON.
       REGISTRA-COMPONENTE-LIMPA.
           MOVE SPACES TO MENS
           DISPLAY (17, 01) MENS
           DISPLAY (17, 40) MENS
           DISPLAY (18, 01) MENS.
       REGISTRA-COMPONENTE-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * ROTINA DE FIM
      *--------------------------------------------------------------
      *
