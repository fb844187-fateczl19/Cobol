       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGB140.
       AUTHOR. VINICIUS ESCAME DOS SANTOS.
      *--------------------------------------------------------------
      * COMPONENTES INSTALADOS POR BIKE -- PNEUS, CORRENTE, CASSETE,
      * PASTILHAS DE FREIO E, NAS ELETRICAS, O MOTOR. CADA UM GUARDA
      * A DATA, O KM (CADKMBIKE) E AS HORAS DE USO (HORASACUM) DA
      * BIKE NA INSTALACAO E A VIDA UTIL ESPERADA EM KM, HORAS E
      * MESES. A ORDEM DE SERVICO (SGB008) ATUALIZA O COMPONENTE
      * QUANDO A PECA E TROCADA; AQUI E FEITA A CARGA INICIAL E O
      * ACERTO DA VIDA UTIL
      *   I = INSTALAR/TROCAR   A = ALTERAR VIDA UTIL   E = EXCLUIR
      *   L = LISTAR OS COMPONENTES DE UMA BIKE, COM O DESGASTE
      *   R = RELATORIO DOS COMPONENTES PERTO DO FIM DA VIDA UTIL,
      *       PARA A OFICINA PLANEJAR AS TROCAS (VAI PARA O SPOOL)
      * O DESGASTE E O MAIOR PERCENTUAL CONSUMIDO ENTRE KM, HORAS E
      * MESES DESDE A INSTALACAO
      *--------------------------------------------------------------
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT CADCOMPON
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCOMPON
                    FILE STATUS  IS ST-CMP.

            SELECT CADBIKE
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMERO
                    FILE STATUS  IS ST-ERRO.

            SELECT CADKMBIKE
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMBIKE-KM
                    FILE STATUS  IS ST-KMB.

            SELECT CADSPOOL
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMSPOOL
                    FILE STATUS  IS ST-SPOOL.
            SELECT SPOOLARQ
                    ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-SPL.
            SELECT CADCONTROLE
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TIPOCTRL
                    FILE STATUS  IS ST-CTRL.
      *
      *--------------------------------------------------------------
      *
       DATA DIVISION.
       FILE SECTION.
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
       FD CADBIKE LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADBIKE.DAT".
       01 REGBIKE.
           03 NUMERO        PIC 9(04).
           03 MARCA         PIC X(20).
           03 MODELO        PIC X(20).
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
           03 DATCOMPRA.
               05 DIA-COMPRA    PIC 9(02).
               05 MES-COMPRA    PIC 9(02).
               05 ANO-COMPRA    PIC 9(04).
           03 DATULTUSO.
               05 DIA-ULTUSO    PIC 9(02).
               05 MES-ULTUSO    PIC 9(02).
               05 ANO-ULTUSO    PIC 9(04).
           03 HORASACUM     PIC 9(06).
           03 CODFILIAL     PIC 9(02).
           03 CODFILIALDESC PIC X(15).
           03 VALDIA        PIC 9(06)V99.
           03 VALSEMANA     PIC 9(06)V99.
           03 FOTOPATH      PIC X(60).
      *
      *
       FD CADKMBIKE
           VALUE OF FILE-ID IS "CADKMBIKE.DAT".
       01 REGKMBIKE.
           03 NUMBIKE-KM      PIC 9(04).
           03 KMACUM          PIC 9(08)V99.
      *
      *--------------------------------------------------------------
      * SPOOL DE RELATORIOS: CADA EXECUCAO GANHA UM NUMERO DA SERIE
      * "SPOOL" DO CADCONTROLE, UM REGISTRO DE CONTROLE NO CADSPOOL E
      * UM ARQUIVO SPLnnnnnn.TXT COM AS LINHAS IMPRESSAS, PARA
      * CONSULTA/REIMPRESSAO PELO SGB038
      *--------------------------------------------------------------
      *
       FD CADSPOOL
           VALUE OF FILE-ID IS "CADSPOOL.DAT".
       01 REGSPOOL.
           03 NUMSPOOL     PIC 9(06).
           03 PROGSPOOL    PIC X(06).
           03 DTSPOOL      PIC 9(08).
           03 HRSPOOL      PIC 9(06).
           03 OPERSPOOL    PIC 9(04).
           03 ARQSPOOL     PIC X(14).
      *
       FD SPOOLARQ
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS W-ARQSPOOL.
       01 SPOOLREG         PIC X(79).
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
       77 ST-CMP        PIC X(02) VALUE "00".
       77 ST-KMB        PIC X(02) VALUE "00".
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-MODO        PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 W-NUMBIKE     PIC 9(04) VALUE ZEROS.
       77 W-TIPO        PIC 9(01) VALUE ZEROS.
       77 W-EXISTE      PIC X(01) VALUE "N".
       77 W-DATAHOJE    PIC 9(08) VALUE ZEROS.
       77 W-PCTLIM      PIC 9(03) VALUE 80.
       77 W-FILIAL      PIC 9(02) VALUE ZEROS.
       77 W-TOTLINHAS   PIC 9(04) VALUE ZEROS.
       77 W-TOTLIDOS    PIC 9(06) VALUE ZEROS.
      *
      * APURACAO DO DESGASTE (VIDE CALCULA-USO)
       77 W-KMATUAL     PIC 9(08)V99 VALUE ZEROS.
       77 W-HRATUAL     PIC 9(06) VALUE ZEROS.
       77 W-KMUSO       PIC 9(08)V99 VALUE ZEROS.
       77 W-HRUSO       PIC 9(06) VALUE ZEROS.
       77 W-MESUSO      PIC 9(04) VALUE ZEROS.
       77 W-PCTUSO      PIC 9(10) VALUE ZEROS.
       77 W-PCTAUX      PIC 9(10) VALUE ZEROS.
       77 W-PONT        PIC 9(03) VALUE ZEROS.
       77 W-MESESHOJE   PIC 9(06) VALUE ZEROS.
       77 W-MESESINST   PIC 9(06) VALUE ZEROS.
       01 W-DTAUX       PIC 9(08) VALUE ZEROS.
       01 W-DTAUX-R REDEFINES W-DTAUX.
           03 W-ANOAUX  PIC 9(04).
           03 W-MESAUX  PIC 9(02).
           03 W-DIAAUX  PIC 9(02).
      *
       77 W-ED-KM       PIC ZZZZZ.ZZ9.
       77 W-ED-VIDAKM   PIC ZZZ.ZZ9.
       77 W-ED-HR       PIC ZZZ.ZZ9.
       77 W-ED-MES      PIC ZZZ9.
       77 W-ED-PCT      PIC ZZZ9.
      *
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
      * APOIO AO SPOOL DE RELATORIOS (VIDE ABRE-SPOOL/MOSTRA-SPOOL)
       77 ST-SPOOL      PIC X(02) VALUE "00".
       77 ST-SPL        PIC X(02) VALUE "00".
       77 ST-CTRL       PIC X(02) VALUE "00".
       77 W-SPOOLOK     PIC X(01) VALUE "N".
       77 W-NUMSPOOL    PIC 9(06) VALUE ZEROS.
       77 W-OPERREL     PIC 9(04) VALUE ZEROS.
       77 W-LINSPOOL    PIC X(79) VALUE SPACES.
       01 W-ARQSPOOL.
           03 FILLER        PIC X(03) VALUE "SPL".
           03 W-ARQSPOOLNUM PIC 9(06) VALUE ZEROS.
           03 FILLER        PIC X(04) VALUE ".TXT".
       01 W-HORASPOOL   PIC 9(08) VALUE ZEROS.
       01 W-HORASPOOL-R REDEFINES W-HORASPOOL.
           03 W-HMSSPOOL    PIC 9(06).
           03 FILLER        PIC 9(02).
      *
      *--------------------------------------------------------------
      *
       PROCEDURE DIVISION.
       INICIO.
       INC-OP0.
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
           OPEN INPUT CADBIKE
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO AO ABRIR O ARQUIVO CADBIKE.DAT *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADCOMPON
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
                   CLOSE CADCOMPON CADBIKE
                   GO TO ROT-FIM.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD.
      *
       ACC-MODO.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 01) "  * COMPONENTES INSTALADOS POR BIKE *"
           MOVE SPACES TO W-MODO
           DISPLAY (03, 01)
               "   I=INSTALAR/TROCAR A=ALTERAR VIDA E=EXCLUIR"
           DISPLAY (04, 01)
               "   L=LISTAR BIKE R=RELATORIO FIM DE VIDA   MODO: ".
           ACCEPT (04, 50) W-MODO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR 01
               CLOSE CADCOMPON CADBIKE CADKMBIKE
               GO TO ROT-FIM.
           IF W-MODO = "i" MOVE "I" TO W-MODO.
           IF W-MODO = "a" MOVE "A" TO W-MODO.
           IF W-MODO = "e" MOVE "E" TO W-MODO.
           IF W-MODO = "l" MOVE "L" TO W-MODO.
           IF W-MODO = "r" MOVE "R" TO W-MODO.
           IF W-MODO = "R"
               GO TO ACC-PCTLIM.
           IF W-MODO NOT = "I" AND "A" AND "E" AND "L"
               MOVE "* MODO I, A, E, L OU R *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-MODO.
      *
       ACC-BIKE.
           MOVE ZEROS TO W-NUMBIKE
           DISPLAY (06, 01) "   NUMERO DA BIKE: ".
           ACCEPT (06, 20) W-NUMBIKE WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR W-NUMBIKE = ZEROS
               GO TO ACC-MODO.
           MOVE W-NUMBIKE TO NUMERO
           READ CADBIKE
           IF ST-ERRO NOT = "00"
               MOVE "* BIKE NAO CADASTRADA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-BIKE.
           DISPLAY (06, 26) MARCA " " MODELO
           PERFORM LE-KMBIKE THRU LE-KMBIKE-FIM
           IF W-MODO = "L"
               GO TO LISTA-INICIO.
       ACC-TIPO.
           MOVE ZEROS TO W-TIPO
           DISPLAY (07, 01)
               "   COMPONENTE (1=PNEUS 2=CORRENTE 3=CASSETE 4=PASTILHAS"
           DISPLAY (08, 01) "               5=MOTOR): ".
           ACCEPT (08, 26) W-TIPO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-BIKE.
           IF W-TIPO < 1 OR W-TIPO > 5
               MOVE "* COMPONENTE DE 1 A 5 *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-TIPO.
           IF W-TIPO = 5 AND CATEG NOT = "E"
               MOVE "* MOTOR SO EM BIKE ELETRICA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-TIPO.
           MOVE W-NUMBIKE TO NUMBIKE-CMP
           MOVE W-TIPO TO TIPO-CMP
           MOVE "S" TO W-EXISTE
           READ CADCOMPON
           IF ST-CMP NOT = "00"
               MOVE "N" TO W-EXISTE.
           IF W-EXISTE = "N" AND W-MODO NOT = "I"
               MOVE "* COMPONENTE NAO REGISTRADO NESTA BIKE *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-TIPO.
           IF W-EXISTE = "S"
               PERFORM MOSTRA-COMPON THRU MOSTRA-COMPON-FIM.
           IF W-MODO = "E"
               GO TO CONFIRMA-EXC.
           IF W-MODO = "A"
               GO TO ACC-VIDAKM.
           IF W-EXISTE = "N"
               MOVE ZEROS TO QTDTROCA-CMP CODPECA-CMP
               MOVE TABVIDAKM (W-TIPO) TO VIDAKM-CMP
               MOVE TABVIDAHR (W-TIPO) TO VIDAHR-CMP
               MOVE TABVIDAMES (W-TIPO) TO VIDAMES-CMP
           ELSE
               ADD 1 TO QTDTROCA-CMP.
           MOVE ZEROS TO SEQMANUT-CMP
           MOVE W-DATAHOJE TO DTINST-CMP
           MOVE W-KMATUAL TO KMINST-CMP
           MOVE HORASACUM TO HRINST-CMP.
      *
      * NA CARGA INICIAL A DATA, O KM E AS HORAS PODEM SER OS DA
      * INSTALACAO REAL, ANTERIORES A HOJE
       ACC-DTINST.
           DISPLAY (13, 01) "   DATA DA INSTALACAO (AAAAMMDD): ".
           ACCEPT (13, 36) DTINST-CMP WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-TIPO.
           IF DTINST-CMP = ZEROS OR DTINST-CMP > W-DATAHOJE
               MOVE "* DATA DE INSTALACAO INVALIDA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-DTINST.
       ACC-KMINST.
           DISPLAY (14, 01) "   KM DA BIKE NA INSTALACAO.....: ".
           ACCEPT (14, 36) KMINST-CMP WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-DTINST.
           IF KMINST-CMP > W-KMATUAL
               MOVE "* KM MAIOR QUE O ATUAL DA BIKE *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-KMINST.
       ACC-HRINST.
           DISPLAY (15, 01) "   HORAS DE USO NA INSTALACAO...: ".
           ACCEPT (15, 36) HRINST-CMP WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-KMINST.
           IF HRINST-CMP > HORASACUM
               MOVE "* HORAS MAIORES QUE AS ATUAIS DA BIKE *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-HRINST.
      *
       ACC-VIDAKM.
           DISPLAY (17, 01) "   VIDA UTIL (0=NAO CONTROLA)  KM: ".
           ACCEPT (17, 36) VIDAKM-CMP WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-TIPO.
       ACC-VIDAHR.
           DISPLAY (18, 01) "                            HORAS: ".
           ACCEPT (18, 37) VIDAHR-CMP WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-VIDAKM.
       ACC-VIDAMES.
           DISPLAY (19, 01) "                            MESES: ".
           ACCEPT (19, 37) VIDAMES-CMP WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-VIDAHR.
           IF VIDAKM-CMP = ZEROS AND VIDAHR-CMP = ZEROS
                   AND VIDAMES-CMP = ZEROS
               MOVE "* INFORME AO MENOS UMA MEDIDA DE VIDA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-VIDAKM.
      *
       CONFIRMA-GRAVA.
           MOVE "S" TO W-OPCAO
           DISPLAY (21, 01) "   GRAVAR O COMPONENTE (S/N)? : ".
           ACCEPT (21, 34) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-VIDAKM.
           IF W-OPCAO NOT = "S" AND "s"
               GO TO ACC-MODO.
           MOVE W-DATAHOJE TO DTALT-CMP
           IF W-EXISTE = "S"
               REWRITE REGCOMPON
           ELSE
               WRITE REGCOMPON.
           IF ST-CMP NOT = "00"
               MOVE "* ERRO NA GRAVACAO DO COMPONENTE *" TO MENS
           ELSE
               MOVE "* COMPONENTE GRAVADO *" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ACC-MODO.
      *
       CONFIRMA-EXC.
           MOVE "N" TO W-OPCAO
           DISPLAY (21, 01) "   EXCLUIR O COMPONENTE (S/N)? : ".
           ACCEPT (21, 35) W-OPCAO WITH UPDATE
           IF W-OPCAO NOT = "S" AND "s"
               GO TO ACC-MODO.
           DELETE CADCOMPON RECORD
           MOVE "* COMPONENTE EXCLUIDO *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ACC-MODO.
      *
      *--------------------------------------------------------------
      * DADOS E DESGASTE DO COMPONENTE LIDO
      *--------------------------------------------------------------
      *
       MOSTRA-COMPON.
           PERFORM CALCULA-USO THRU CALCULA-USO-FIM
           MOVE KMINST-CMP TO W-ED-KM
           MOVE HRINST-CMP TO W-ED-HR
           DISPLAY (09, 01) "   INSTALADO EM " DTINST-CMP "  KM "
               W-ED-KM "  HORAS " W-ED-HR "  TROCAS " QTDTROCA-CMP
           MOVE VIDAKM-CMP TO W-ED-VIDAKM
           MOVE VIDAHR-CMP TO W-ED-HR
           MOVE VIDAMES-CMP TO W-ED-MES
           DISPLAY (10, 01) "   VIDA UTIL KM " W-ED-VIDAKM "  HORAS "
               W-ED-HR "  MESES " W-ED-MES
           MOVE W-PCTUSO TO W-ED-PCT
           DISPLAY (11, 01) "   DESGASTE ATUAL: " W-ED-PCT "%"
               "   ULTIMA ORDEM DE SERVICO: " SEQMANUT-CMP.
       MOSTRA-COMPON-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * KM ACUMULADO DA BIKE (CADKMBIKE, GRAVADO PELO CADLOC NA
      * DEVOLUCAO); BIKE SEM REGISTRO DE KM FICA COM ZERO
      *--------------------------------------------------------------
      *
       LE-KMBIKE.
           MOVE ZEROS TO W-KMATUAL
           MOVE NUMERO TO NUMBIKE-KM
           READ CADKMBIKE
           IF ST-KMB = "00"
               MOVE KMACUM TO W-KMATUAL.
           MOVE HORASACUM TO W-HRATUAL.
       LE-KMBIKE-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * DESGASTE: KM, HORAS E MESES DE USO DESDE A INSTALACAO, EM
      * PERCENTUAL DA VIDA UTIL DE CADA MEDIDA; VALE O MAIOR
      *--------------------------------------------------------------
      *
       CALCULA-USO.
           MOVE ZEROS TO W-KMUSO W-HRUSO W-MESUSO W-PCTUSO
           IF W-KMATUAL > KMINST-CMP
               COMPUTE W-KMUSO = W-KMATUAL - KMINST-CMP.
           IF W-HRATUAL > HRINST-CMP
               COMPUTE W-HRUSO = W-HRATUAL - HRINST-CMP.
           MOVE W-DATAHOJE TO W-DTAUX
           COMPUTE W-MESESHOJE = (W-ANOAUX * 12) + W-MESAUX
           MOVE DTINST-CMP TO W-DTAUX
           COMPUTE W-MESESINST = (W-ANOAUX * 12) + W-MESAUX
           IF W-MESESHOJE > W-MESESINST
               COMPUTE W-MESUSO = W-MESESHOJE - W-MESESINST.
           IF VIDAKM-CMP NOT = ZEROS
               COMPUTE W-PCTAUX ROUNDED = (W-KMUSO * 100) / VIDAKM-CMP
               IF W-PCTAUX > W-PCTUSO
                   MOVE W-PCTAUX TO W-PCTUSO.
           IF VIDAHR-CMP NOT = ZEROS
               COMPUTE W-PCTAUX ROUNDED = (W-HRUSO * 100) / VIDAHR-CMP
               IF W-PCTAUX > W-PCTUSO
                   MOVE W-PCTAUX TO W-PCTUSO.
           IF VIDAMES-CMP NOT = ZEROS
               COMPUTE W-PCTAUX ROUNDED =
                   (W-MESUSO * 100) / VIDAMES-CMP
               IF W-PCTAUX > W-PCTUSO
                   MOVE W-PCTAUX TO W-PCTUSO.
           IF W-PCTUSO > 9999
               MOVE 9999 TO W-PCTUSO.
       CALCULA-USO-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * LISTAGEM DOS COMPONENTES DE UMA BIKE
      *--------------------------------------------------------------
      *
       LISTA-INICIO.
           DISPLAY " ".
           DISPLAY "---- COMPONENTES DA BIKE " NUMERO " ----".
           DISPLAY "COMPONENTE INSTALADO    KM USO  HORAS  MESES"
               "  DESGASTE".
           MOVE ZEROS TO W-TOTLINHAS
           MOVE W-NUMBIKE TO NUMBIKE-CMP
           MOVE ZEROS TO TIPO-CMP
           START CADCOMPON KEY IS >= KEYCOMPON
           IF ST-CMP NOT = "00"
               GO TO LISTA-FIM.
       LISTA-PROX.
           READ CADCOMPON NEXT RECORD
           IF ST-CMP NOT = "00"
               GO TO LISTA-FIM.
           IF NUMBIKE-CMP NOT = W-NUMBIKE
               GO TO LISTA-FIM.
           ADD 1 TO W-TOTLINHAS
           PERFORM CALCULA-USO THRU CALCULA-USO-FIM
           MOVE W-KMUSO TO W-ED-KM
           MOVE W-HRUSO TO W-ED-HR
           MOVE W-MESUSO TO W-ED-MES
           MOVE W-PCTUSO TO W-ED-PCT
           DISPLAY TABDSCCMP (TIPO-CMP) " " DTINST-CMP " " W-ED-KM
               " " W-ED-HR " " W-ED-MES "     " W-ED-PCT "%"
           GO TO LISTA-PROX.
       LISTA-FIM.
           DISPLAY "COMPONENTES: " W-TOTLINHAS.
           DISPLAY "TECLE ENTER PARA VOLTAR".
           ACCEPT W-OPCAO
           GO TO ACC-MODO.
      *
      *--------------------------------------------------------------
      * RELATORIO DOS COMPONENTES PERTO DO FIM DA VIDA UTIL: TODOS
      * COM DESGASTE A PARTIR DO PERCENTUAL INFORMADO, DAS BIKES
      * ATIVAS (BAIXADAS E ROUBADAS FICAM DE FORA), POR BIKE
      *--------------------------------------------------------------
      *
       ACC-PCTLIM.
           MOVE 80 TO W-PCTLIM
           DISPLAY (06, 01) "   DESGASTE A PARTIR DE (%): ".
           ACCEPT (06, 30) W-PCTLIM WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-MODO.
           IF W-PCTLIM = ZEROS
               MOVE 80 TO W-PCTLIM.
       ACC-FILIAL.
           MOVE ZEROS TO W-FILIAL
           DISPLAY (07, 01) "   SO DA FILIAL (00=TODAS): ".
           ACCEPT (07, 29) W-FILIAL WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-PCTLIM.
      *
       REL-INICIO.
           MOVE ZEROS TO W-TOTLINHAS W-TOTLIDOS
           PERFORM ABRE-SPOOL THRU ABRE-SPOOL-FIM.
           STRING " "
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "---- COMPONENTES PERTO DO FIM DA VIDA UTIL ----"
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "DESGASTE A PARTIR DE " W-PCTLIM "%  FILIAL "
               W-FILIAL "  DATA " W-DATAHOJE
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "BIKE FIL COMPONENTE INSTALADO    KM USO/VIDA"
               "    HORAS  MESES DESGASTE"
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           MOVE ZEROS TO NUMBIKE-CMP TIPO-CMP
           START CADCOMPON KEY IS >= KEYCOMPON
           IF ST-CMP NOT = "00"
               GO TO REL-FIM.
       REL-PROX.
           READ CADCOMPON NEXT RECORD
           IF ST-CMP NOT = "00"
               GO TO REL-FIM.
           ADD 1 TO W-TOTLIDOS
           MOVE NUMBIKE-CMP TO NUMERO
           READ CADBIKE
           IF ST-ERRO NOT = "00"
               GO TO REL-PROX.
           IF SITUAC = "B" OR "b" OR "R" OR "r"
               GO TO REL-PROX.
           IF W-FILIAL NOT = ZEROS AND CODFILIAL NOT = W-FILIAL
               GO TO REL-PROX.
           PERFORM LE-KMBIKE THRU LE-KMBIKE-FIM
           PERFORM CALCULA-USO THRU CALCULA-USO-FIM
           IF W-PCTUSO < W-PCTLIM
               GO TO REL-PROX.
           ADD 1 TO W-TOTLINHAS
           MOVE W-KMUSO TO W-ED-KM
           MOVE VIDAKM-CMP TO W-ED-VIDAKM
           MOVE W-HRUSO TO W-ED-HR
           MOVE W-MESUSO TO W-ED-MES
           MOVE W-PCTUSO TO W-ED-PCT
           MOVE 1 TO W-PONT
           STRING NUMBIKE-CMP " " CODFILIAL "  " TABDSCCMP (TIPO-CMP)
               " " DTINST-CMP " " W-ED-KM "/" W-ED-VIDAKM " "
               W-ED-HR " " W-ED-MES "   " W-ED-PCT "%"
               DELIMITED BY SIZE INTO W-LINSPOOL WITH POINTER W-PONT
           IF W-PCTUSO NOT < 100
               STRING " *VENCIDO*"
                   DELIMITED BY SIZE INTO W-LINSPOOL
                   WITH POINTER W-PONT.
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           GO TO REL-PROX.
       REL-FIM.
           STRING "COMPONENTES LIDOS: " W-TOTLIDOS
               "  PERTO DO FIM DA VIDA: " W-TOTLINHAS
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           PERFORM FECHA-SPOOL THRU FECHA-SPOOL-FIM.
           DISPLAY "TECLE ENTER PARA VOLTAR".
           ACCEPT W-OPCAO
           GO TO ACC-MODO.
      *
      *--------------------------------------------------------------
      * ABERTURA DO SPOOL DO RELATORIO: PEDE O OPERADOR, TIRA O
      * NUMERO DA SERIE "SPOOL" (CADCONTROLE), GRAVA O REGISTRO DE
      * CONTROLE NO CADSPOOL E ABRE O ARQUIVO SPLnnnnnn.TXT COM O
      * CABECALHO. SE O SPOOL NAO PUDER SER ABERTO, O RELATORIO SAI
      * SO NA TELA, COMO ANTES
      *--------------------------------------------------------------
      *
       ABRE-SPOOL.
           MOVE "N" TO W-SPOOLOK
           MOVE ZEROS TO W-OPERREL
           DISPLAY (23, 01) "   MATRICULA DO OPERADOR: "
           ACCEPT (23, 28) W-OPERREL WITH UPDATE
           OPEN I-O CADSPOOL
           IF ST-SPOOL NOT = "00"
               IF ST-SPOOL = "30" OR "35"
                   OPEN OUTPUT CADSPOOL
                   CLOSE CADSPOOL
                   OPEN I-O CADSPOOL
               ELSE
                   GO TO ABRE-SPOOL-FIM.
           IF ST-SPOOL NOT = "00"
               GO TO ABRE-SPOOL-FIM.
           OPEN I-O CADCONTROLE
           IF ST-CTRL NOT = "00"
               IF ST-CTRL = "30"
                   OPEN OUTPUT CADCONTROLE
                   CLOSE CADCONTROLE
                   OPEN I-O CADCONTROLE
               ELSE
                   CLOSE CADSPOOL
                   GO TO ABRE-SPOOL-FIM.
           MOVE "SPOOL   " TO TIPOCTRL
           READ CADCONTROLE
           IF ST-CTRL NOT = "00"
               MOVE "SPOOL   " TO TIPOCTRL
               MOVE 1 TO PROXNUM
               WRITE REGCTRL.
           MOVE PROXNUM TO W-NUMSPOOL
           ADD 1 TO PROXNUM
           REWRITE REGCTRL
           CLOSE CADCONTROLE
           MOVE W-NUMSPOOL TO NUMSPOOL
           MOVE W-NUMSPOOL TO W-ARQSPOOLNUM
           MOVE "SGB140" TO PROGSPOOL
           ACCEPT DTSPOOL FROM DATE YYYYMMDD
           ACCEPT W-HORASPOOL FROM TIME
           MOVE W-HMSSPOOL TO HRSPOOL
           MOVE W-OPERREL TO OPERSPOOL
           MOVE W-ARQSPOOL TO ARQSPOOL
           WRITE REGSPOOL
           IF ST-SPOOL = "22"
               REWRITE REGSPOOL.
           OPEN OUTPUT SPOOLARQ
           IF ST-SPL NOT = "00"
               CLOSE CADSPOOL
               GO TO ABRE-SPOOL-FIM.
           MOVE "S" TO W-SPOOLOK
           MOVE SPACES TO W-LINSPOOL
           STRING "RELATORIO " PROGSPOOL "  SPOOL " NUMSPOOL
               "  DATA " DTSPOOL "  HORA " HRSPOOL
               "  OPER " OPERSPOOL
               DELIMITED BY SIZE INTO W-LINSPOOL
           MOVE W-LINSPOOL TO SPOOLREG
           WRITE SPOOLREG
           MOVE SPACES TO W-LINSPOOL
           MOVE SPACES TO SPOOLREG
           WRITE SPOOLREG.
       ABRE-SPOOL-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * MOSTRA A LINHA MONTADA EM W-LINSPOOL NA TELA E, COM O SPOOL
      * ABERTO, GRAVA A MESMA LINHA NO ARQUIVO DE SPOOL
      *--------------------------------------------------------------
      *
       MOSTRA-SPOOL.
           DISPLAY W-LINSPOOL
           IF W-SPOOLOK = "S"
               MOVE W-LINSPOOL TO SPOOLREG
               WRITE SPOOLREG.
           MOVE SPACES TO W-LINSPOOL.
       MOSTRA-SPOOL-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * ENCERRAMENTO DO SPOOL DO RELATORIO
      *--------------------------------------------------------------
      *
       FECHA-SPOOL.
           IF W-SPOOLOK = "S"
               CLOSE SPOOLARQ CADSPOOL
               MOVE "N" TO W-SPOOLOK
               DISPLAY "RELATORIO GUARDADO NO SPOOL: " W-NUMSPOOL.
       FECHA-SPOOL-FIM.
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
