       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGB158.
       AUTHOR. VINICIUS ESCAME DOS SANTOS.
      *--------------------------------------------------------------
      * USO INTERNO DA FROTA (CADUSOINT.DAT) -- TESTE DE MECANICO,
      * DESLOCAMENTO DE FUNCIONARIO, EMPRESTIMO A IMPRENSA E
      * CORTESIA ERAM ABERTOS COMO LOCACAO DE VALOR ZERO NO SGB004 E
      * DISTORCIAM A UTILIZACAO (SGB072), O RANKING DE MODELOS
      * (SGB019) E AS MEDIAS DE RECEITA. AQUI CADA SAIDA E NUMERADA
      * PELA SERIE "USOINT" DO CADCONTROLE, FORA DO CADLOC:
      *   S = SAIDA: BIKE ATIVA, FINALIDADE, FUNCIONARIO RESPONSAVEL
      *       E LIBERACAO DE UM SUPERVISOR (PERFIL "S", DIFERENTE DO
      *       RESPONSAVEL). A BIKE FICA COM SITUAC 'L' NO CADBIKE
      *       (DESCRICAO "USO INTERNO"), PARA QUE NINGUEM A LOQUE E O
      *       GPS (SGB023/SGB099) A TRATE COMO EM RUA
      *   R = RETORNO: DEVOLVE A BIKE PARA ATIVA, SOMA AS HORAS NO
      *       HORASACUM E OS QUILOMETROS DOS PINGS DO PERIODO NO
      *       CADKMBIKE (MESMA CONTA DO CALCULA-KM DO SGB004)
      *   L = USO INTERNO DO PERIODO, COM TOTAIS POR FINALIDADE
      *       (SPOOL)
      * OS SGB072 E SGB019 MOSTRAM O USO INTERNO EM COLUNA PROPRIA,
      * SEPARADO DA LOCACAO PAGA
      *--------------------------------------------------------------
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT CADUSOINT
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMUSO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NUMBIKE-USO
                                            WITH DUPLICATES.

            SELECT CADBIKE
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUM-BIKE
                    FILE STATUS  IS ST-ERRO.

            SELECT CADFUNC
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-FUNC
                    FILE STATUS  IS ST-ERRO.

            SELECT CADGPS
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYGPS
                    FILE STATUS  IS ST-ERRO.

            SELECT CADKMBIKE
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMBIKE-KM
                    FILE STATUS  IS ST-ERRO.

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
      *
      *--------------------------------------------------------------
      * USO INTERNO DA BIKE. FINALID-USO T = TESTE DE MECANICO,
      * F = DESLOCAMENTO DE FUNCIONARIO, I = EMPRESTIMO A IMPRENSA,
      * C = CORTESIA, O = OUTRO. SITUSO A = EM USO, D = DEVOLVIDA
      *--------------------------------------------------------------
      *
       FD CADUSOINT
           VALUE OF FILE-ID IS "CADUSOINT.DAT".
       01 REGUSOINT.
           03 NUMUSO           PIC 9(06).
           03 NUMBIKE-USO      PIC 9(04).
           03 FINALID-USO      PIC X(01).
           03 DSCFINALID-USO   PIC X(10).
           03 RESP-USO         PIC 9(04).
           03 SUPERV-USO       PIC 9(04).
           03 OBS-USO          PIC X(40).
           03 DTSAIDA-USO      PIC 9(08).
           03 HRSAIDA-USO.
               05 HH-SAI-USO   PIC 9(02).
               05 MM-SAI-USO   PIC 9(02).
           03 DTRET-USO        PIC 9(08).
           03 HRRET-USO.
               05 HH-RET-USO   PIC 9(02).
               05 MM-RET-USO   PIC 9(02).
           03 MINUTOS-USO      PIC 9(06).
           03 KM-USO           PIC 9(06)V99.
           03 FILIAL-USO       PIC 9(02).
           03 OPERSAI-USO      PIC 9(04).
           03 OPERRET-USO      PIC 9(04).
           03 SITUSO           PIC X(01).
           03 DSCSITUSO        PIC X(10).
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
       FD CADGPS
           VALUE OF FILE-ID IS "CADGPSIX.DAT".
       01 REGGPS.
           03 KEYGPS.
               05 DTGPS.
                   07 ANO-GPS     PIC 9(04).
                   07 MES-GPS     PIC 9(02).
                   07 DIA-GPS     PIC 9(02).
               05 NUM-BIKE-GPS    PIC 9(04).
               05 HRGPS.
                   07 HR-GPS      PIC 9(02).
                   07 MIN-GPS     PIC 9(02).
               05 SEQ-GPS         PIC 9(02).
           03 LONGITU-GPS     PIC S9(03)V9(06).
           03 LATITU-GPS      PIC S9(02)V9(06).
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
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 W-OPER        PIC 9(04) VALUE ZEROS.
       77 W-DTHOJE      PIC 9(08) VALUE ZEROS.
       77 W-NUMBIKE     PIC 9(04) VALUE ZEROS.
       77 W-SUPERV      PIC 9(04) VALUE ZEROS.
       77 W-ACHOU       PIC X(01) VALUE "N".
       77 W-ORDSAI      PIC 9(08) VALUE ZEROS.
       77 W-ORDRET      PIC 9(08) VALUE ZEROS.
       77 W-MINSAI      PIC 9(04) VALUE ZEROS.
       77 W-MINRET      PIC 9(04) VALUE ZEROS.
       77 W-MINUTOS     PIC S9(08) VALUE ZEROS.
       77 W-HORAS       PIC 9(06) VALUE ZEROS.
       77 W-IX          PIC 9(01) VALUE ZEROS.
       77 W-DTINI       PIC 9(08) VALUE ZEROS.
       77 W-DTFIM       PIC 9(08) VALUE ZEROS.
       77 W-QTDUSO      PIC 9(06) VALUE ZEROS.
       77 W-ED-HORAS    PIC ZZZZZ9,99.
       77 W-ED-KM       PIC ZZZZZZ9,99.
       77 W-HORASDEC    PIC 9(08)V99 VALUE ZEROS.
      *
       01 W-DTAUX       PIC 9(08) VALUE ZEROS.
       01 W-DTAUX-R REDEFINES W-DTAUX.
           03 W-ANOAUX      PIC 9(04).
           03 W-MESAUX      PIC 9(02).
           03 W-DIAAUX      PIC 9(02).
       01 W-HORAATU     PIC 9(08) VALUE ZEROS.
       01 W-HORAATU-R REDEFINES W-HORAATU.
           03 W-HHMMATU     PIC 9(04).
           03 FILLER        PIC 9(04).
      *
      * QUILOMETRAGEM PELOS PINGS (MESMOS CAMPOS DO CALCULA-KM DO
      * SGB004)
       77 W-KMUSO         PIC 9(06)V99 VALUE ZEROS.
       77 W-ULTLONG       PIC S9(03)V9(06) VALUE ZEROS.
       77 W-ULTLAT        PIC S9(02)V9(06) VALUE ZEROS.
       77 W-DIFLONG       PIC S9(03)V9(06) VALUE ZEROS.
       77 W-DIFLAT        PIC S9(02)V9(06) VALUE ZEROS.
       77 W-TEMPING       PIC X(01) VALUE "N".
      *
      * TOTAIS POR FINALIDADE DO RELATORIO (MODO L), NA ORDEM T, F,
      * I, C, O
       01 TABLE-FINALID.
           03 FILLER PIC X(10) VALUE "TESTE MEC.".
           03 FILLER PIC X(10) VALUE "FUNCIONAR.".
           03 FILLER PIC X(10) VALUE "IMPRENSA  ".
           03 FILLER PIC X(10) VALUE "CORTESIA  ".
           03 FILLER PIC X(10) VALUE "OUTRO     ".
       01 TTABLE-FINALID REDEFINES TABLE-FINALID.
           03 VALTABLE-FINALID PIC X(10) OCCURS 5 TIMES.
       01 TAB-TOTFIN.
           03 TOTFIN-ITEM OCCURS 5 TIMES.
               05 TOTFIN-QTD    PIC 9(06).
               05 TOTFIN-MIN    PIC 9(08).
               05 TOTFIN-KM     PIC 9(08)V99.
      *
      * APOIO AO SPOOL DE RELATORIOS (MESMA ROTINA DO SGB153)
       77 ST-SPOOL      PIC X(02) VALUE "00".
       77 ST-SPL        PIC X(02) VALUE "00".
       77 ST-CTRL       PIC X(02) VALUE "00".
       77 W-SPOOLOK     PIC X(01) VALUE "N".
       77 W-NUMSPOOL    PIC 9(06) VALUE ZEROS.
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
           OPEN I-O CADUSOINT
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                   OPEN OUTPUT CADUSOINT
                   CLOSE CADUSOINT
                   OPEN I-O CADUSOINT
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQUIVO CADUSOINT.DAT *"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
           OPEN I-O CADBIKE
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO AO ABRIR O ARQUIVO CADBIKE.DAT *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADUSOINT
               GO TO ROT-FIM.
           OPEN INPUT CADFUNC
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO AO ABRIR O ARQUIVO CADFUNC.DAT *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADUSOINT CADBIKE
               GO TO ROT-FIM.
           OPEN INPUT CADGPS
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                   OPEN OUTPUT CADGPS
                   CLOSE CADGPS
                   OPEN INPUT CADGPS.
           OPEN I-O CADKMBIKE
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                   OPEN OUTPUT CADKMBIKE
                   CLOSE CADKMBIKE
                   OPEN I-O CADKMBIKE.
           OPEN I-O CADCONTROLE
           IF ST-CTRL NOT = "00"
               IF ST-CTRL = "30" OR "35"
                   OPEN OUTPUT CADCONTROLE
                   CLOSE CADCONTROLE
                   OPEN I-O CADCONTROLE.
           ACCEPT W-DTHOJE FROM DATE YYYYMMDD.
      *
       ACC-OPER.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 01) "  * USO INTERNO, TESTE E CORTESIA *"
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
       ACC-MODO.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 01) "  * USO INTERNO, TESTE E CORTESIA *"
           MOVE SPACES TO W-OPCAO
           DISPLAY (03, 01)
               "   S=SAIDA  R=RETORNO  L=RELATORIO  F=FIM : ".
           ACCEPT (03, 46) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR 01
               GO TO ENCERRA.
           IF W-OPCAO = "s" MOVE "S" TO W-OPCAO.
           IF W-OPCAO = "r" MOVE "R" TO W-OPCAO.
           IF W-OPCAO = "l" MOVE "L" TO W-OPCAO.
           IF W-OPCAO = "f" OR "F"
               GO TO ENCERRA.
           IF W-OPCAO = "S"
               GO TO USO-SAIDA.
           IF W-OPCAO = "R"
               GO TO USO-RETORNO.
           IF W-OPCAO = "L"
               GO TO USO-RELATORIO.
           MOVE "* DIGITE S, R, L OU F *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ACC-MODO.
      *
      *--------------------------------------------------------------
      * SAIDA PARA USO INTERNO: SO BIKE ATIVA; O RESPONSAVEL E O
      * SUPERVISOR QUE LIBERA SAO CONFERIDOS NO CADFUNC
      *--------------------------------------------------------------
      *
       USO-SAIDA.
           MOVE ZEROS TO W-NUMBIKE
           DISPLAY (05, 01) "   BIKE...................: ".
           ACCEPT (05, 29) W-NUMBIKE WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR W-NUMBIKE = ZEROS
               GO TO ACC-MODO.
           MOVE W-NUMBIKE TO NUM-BIKE
           READ CADBIKE
           IF ST-ERRO NOT = "00"
               MOVE "* BIKE NAO CADASTRADA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO USO-SAIDA.
           IF SITUAC NOT = "A" AND "a"
               MOVE "* BIKE NAO ESTA ATIVA/DISPONIVEL *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO USO-SAIDA.
           DISPLAY (05, 36) MARCA-BIKE " " MODELO-BIKE
           MOVE SPACES TO REGUSOINT
           MOVE ZEROS TO NUMUSO RESP-USO SUPERV-USO DTRET-USO
               HRRET-USO MINUTOS-USO KM-USO OPERRET-USO
           MOVE W-NUMBIKE TO NUMBIKE-USO
           MOVE CODFILIAL TO FILIAL-USO.
       USO-SAIDA-FIN.
           DISPLAY (06, 01) "   FINALIDADE.............: ".
           DISPLAY (07, 04)
               "T=TESTE MECANICO F=FUNCIONARIO I=IMPRENSA C=CORTESIA".
           DISPLAY (08, 04) "O=OUTRO".
           ACCEPT (06, 29) FINALID-USO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO USO-SAIDA.
           IF FINALID-USO = "t" MOVE "T" TO FINALID-USO.
           IF FINALID-USO = "f" MOVE "F" TO FINALID-USO.
           IF FINALID-USO = "i" MOVE "I" TO FINALID-USO.
           IF FINALID-USO = "c" MOVE "C" TO FINALID-USO.
           IF FINALID-USO = "o" MOVE "O" TO FINALID-USO.
           PERFORM ACHA-FINALID THRU ACHA-FINALID-FIM
           IF W-IX = ZEROS
               MOVE "* FINALIDADE T, F, I, C OU O *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO USO-SAIDA-FIN.
           MOVE VALTABLE-FINALID (W-IX) TO DSCFINALID-USO
           DISPLAY (06, 36) DSCFINALID-USO.
       USO-SAIDA-RESP.
           DISPLAY (10, 01) "   FUNCIONARIO RESPONSAVEL: ".
           ACCEPT (10, 29) RESP-USO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO USO-SAIDA-FIN.
           MOVE RESP-USO TO COD-FUNC
           READ CADFUNC
           IF ST-ERRO NOT = "00" OR SITUAC-FUNC NOT = "A"
               MOVE "* FUNCIONARIO INVALIDO OU INATIVO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO USO-SAIDA-RESP.
           DISPLAY (10, 36) NOME-FUNC.
       USO-SAIDA-OBS.
           DISPLAY (11, 01) "   DESTINO/OBSERVACAO.....: ".
           ACCEPT (11, 29) OBS-USO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO USO-SAIDA-RESP.
           IF OBS-USO = SPACES
               MOVE "* INFORME O DESTINO OU O MOTIVO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO USO-SAIDA-OBS.
       USO-SAIDA-HORA.
           MOVE W-DTHOJE TO DTSAIDA-USO
           ACCEPT W-HORAATU FROM TIME
           MOVE W-HHMMATU TO HRSAIDA-USO
           DISPLAY (12, 01) "   DATA/HORA DA SAIDA.....: ".
           ACCEPT (12, 29) DTSAIDA-USO WITH UPDATE
           ACCEPT (12, 39) HRSAIDA-USO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO USO-SAIDA-OBS.
           IF DTSAIDA-USO = ZEROS OR DTSAIDA-USO > W-DTHOJE
                   OR HH-SAI-USO > 23 OR MM-SAI-USO > 59
               MOVE "* DATA OU HORA INVALIDA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO USO-SAIDA-HORA.
       USO-SAIDA-SUPERV.
           MOVE ZEROS TO W-SUPERV
           DISPLAY (14, 01)
               "   LIBERACAO DO SUPERVISOR (MATRICULA, 0=NEGAR): ".
           ACCEPT (14, 51) W-SUPERV WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO USO-SAIDA-HORA.
           IF W-SUPERV = ZEROS
               MOVE "* SAIDA NEGADA - SEM LIBERACAO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-MODO.
           IF W-SUPERV = RESP-USO
               MOVE "* RESPONSAVEL NAO PODE LIBERAR A PROPRIA SAIDA *"
                                                          TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO USO-SAIDA-SUPERV.
           MOVE W-SUPERV TO COD-FUNC
           READ CADFUNC
           IF ST-ERRO NOT = "00" OR SITUAC-FUNC NOT = "A"
                   OR PERFIL-FUNC NOT = "S"
               MOVE "* SUPERVISOR INVALIDO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO USO-SAIDA-SUPERV.
           MOVE W-SUPERV TO SUPERV-USO
           MOVE W-OPER TO OPERSAI-USO
           MOVE "A" TO SITUSO
           MOVE "EM USO    " TO DSCSITUSO
           MOVE "USOINT  " TO TIPOCTRL
           READ CADCONTROLE
           IF ST-CTRL NOT = "00"
               MOVE "USOINT  " TO TIPOCTRL
               MOVE 1 TO PROXNUM
               WRITE REGCTRL.
           MOVE PROXNUM TO NUMUSO
           ADD 1 TO PROXNUM
           REWRITE REGCTRL
           WRITE REGUSOINT
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
               MOVE "* ERRO AO GRAVAR O USO INTERNO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-MODO.
      * A BIKE SAI DA VITRINE COMO SE ESTIVESSE LOCADA
           MOVE W-NUMBIKE TO NUM-BIKE
           READ CADBIKE
           IF ST-ERRO = "00"
               MOVE "L" TO SITUAC
               MOVE "USO INTERNO" TO SITUACDESC
               REWRITE REGBIKE.
           DISPLAY (16, 01) "   SAIDA REGISTRADA SOB O No " NUMUSO
           MOVE "* SAIDA PARA USO INTERNO REGISTRADA *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ACC-MODO.
      *
      * POSICAO DA FINALIDADE NA TABELA (ZERO = CODIGO INVALIDO)
       ACHA-FINALID.
           MOVE ZEROS TO W-IX
           IF FINALID-USO = "T" MOVE 1 TO W-IX.
           IF FINALID-USO = "F" MOVE 2 TO W-IX.
           IF FINALID-USO = "I" MOVE 3 TO W-IX.
           IF FINALID-USO = "C" MOVE 4 TO W-IX.
           IF FINALID-USO = "O" MOVE 5 TO W-IX.
       ACHA-FINALID-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * RETORNO DO USO INTERNO: ACHA A SAIDA EM ABERTO DA BIKE PELA
      * CHAVE ALTERNATIVA, FECHA O TEMPO (DIAS NA CONVERSAO 30/360,
      * COMO NO SGB005) E OS QUILOMETROS, E DEVOLVE A BIKE
      *--------------------------------------------------------------
      *
       USO-RETORNO.
           MOVE ZEROS TO W-NUMBIKE
           DISPLAY (05, 01) "   BIKE...................: ".
           ACCEPT (05, 29) W-NUMBIKE WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR W-NUMBIKE = ZEROS
               GO TO ACC-MODO.
           PERFORM ACHA-ABERTO THRU ACHA-ABERTO-FIM
           IF W-ACHOU NOT = "S"
               MOVE "* BIKE SEM SAIDA DE USO INTERNO EM ABERTO *"
                                                          TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO USO-RETORNO.
           DISPLAY (06, 01) "   SAIDA No " NUMUSO "  " DSCFINALID-USO
               "  EM " DTSAIDA-USO " " HRSAIDA-USO
               "  RESP. " RESP-USO
           DISPLAY (07, 01) "   " OBS-USO.
       USO-RETORNO-HORA.
           MOVE W-DTHOJE TO DTRET-USO
           ACCEPT W-HORAATU FROM TIME
           MOVE W-HHMMATU TO HRRET-USO
           DISPLAY (09, 01) "   DATA/HORA DO RETORNO...: ".
           ACCEPT (09, 29) DTRET-USO WITH UPDATE
           ACCEPT (09, 39) HRRET-USO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO USO-RETORNO.
           IF DTRET-USO = ZEROS OR DTRET-USO > W-DTHOJE
                   OR HH-RET-USO > 23 OR MM-RET-USO > 59
               MOVE "* DATA OU HORA INVALIDA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO USO-RETORNO-HORA.
           MOVE DTSAIDA-USO TO W-DTAUX
           COMPUTE W-ORDSAI = (W-ANOAUX * 360) + (W-MESAUX * 30)
               + W-DIAAUX
           MOVE DTRET-USO TO W-DTAUX
           COMPUTE W-ORDRET = (W-ANOAUX * 360) + (W-MESAUX * 30)
               + W-DIAAUX
           COMPUTE W-MINSAI = (HH-SAI-USO * 60) + MM-SAI-USO
           COMPUTE W-MINRET = (HH-RET-USO * 60) + MM-RET-USO
           COMPUTE W-MINUTOS = ((W-ORDRET - W-ORDSAI) * 1440)
               + W-MINRET - W-MINSAI
           IF W-MINUTOS < ZEROS
               MOVE "* RETORNO ANTERIOR A SAIDA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO USO-RETORNO-HORA.
           MOVE W-MINUTOS TO MINUTOS-USO
           PERFORM CALCULA-KM THRU CALCULA-KM-FIM
           MOVE W-KMUSO TO KM-USO
           MOVE W-OPER TO OPERRET-USO
           MOVE "D" TO SITUSO
           MOVE "DEVOLVIDA " TO DSCSITUSO
           REWRITE REGUSOINT
      * A BIKE VOLTA PARA ATIVA E ACUMULA AS HORAS CHEIAS DO USO,
      * COMO O SYNC-CADBIKE DO SGB004 FAZ COM O HRUSO
           MOVE NUMBIKE-USO TO NUM-BIKE
           READ CADBIKE
           IF ST-ERRO = "00"
               COMPUTE W-HORAS = MINUTOS-USO / 60
               ADD W-HORAS TO HORASACUM
               MOVE "A" TO SITUAC
               MOVE "ATIVA      " TO SITUACDESC
               REWRITE REGBIKE.
           COMPUTE W-HORASDEC ROUNDED = MINUTOS-USO / 60
           MOVE W-HORASDEC TO W-ED-HORAS
           MOVE KM-USO TO W-ED-KM
           DISPLAY (11, 01) "   TEMPO DE USO (HORAS)...: " W-ED-HORAS
           DISPLAY (12, 01) "   QUILOMETROS PELO GPS...: " W-ED-KM
           MOVE "* RETORNO REGISTRADO, BIKE ATIVA *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ACC-MODO.
      *
      * SAIDA EM ABERTO (SITUSO 'A') DA BIKE W-NUMBIKE
       ACHA-ABERTO.
           MOVE "N" TO W-ACHOU
           MOVE W-NUMBIKE TO NUMBIKE-USO
           START CADUSOINT KEY IS = NUMBIKE-USO
           IF ST-ERRO NOT = "00"
               GO TO ACHA-ABERTO-FIM.
       ACHA-ABERTO-PROX.
           READ CADUSOINT NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO ACHA-ABERTO-FIM.
           IF NUMBIKE-USO NOT = W-NUMBIKE
               GO TO ACHA-ABERTO-FIM.
           IF SITUSO NOT = "A"
               GO TO ACHA-ABERTO-PROX.
           MOVE "S" TO W-ACHOU.
       ACHA-ABERTO-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * QUILOMETRAGEM DO USO: SOMA A DISTANCIA ENTRE OS PINGS
      * CONSECUTIVOS DA BIKE (CADGPSIX) ENTRE A DATA DA SAIDA E A DO
      * RETORNO -- MESMA CONTA DO CALCULA-KM DO SGB004 -- E ACUMULA
      * EM CADKMBIKE (PREVENTIVA POR KM DO SGB009)
      *--------------------------------------------------------------
      *
       CALCULA-KM.
           MOVE ZEROS TO W-KMUSO
           MOVE "N" TO W-TEMPING
           MOVE ZEROS TO KEYGPS
           MOVE DTSAIDA-USO TO DTGPS
           START CADGPS KEY IS >= KEYGPS
           IF ST-ERRO NOT = "00"
               GO TO CALCULA-KM-GRAVA.
       CALCULA-KM-PROX.
           READ CADGPS NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO CALCULA-KM-GRAVA.
           IF DTGPS > DTRET-USO
               GO TO CALCULA-KM-GRAVA.
           IF NUM-BIKE-GPS NOT = NUMBIKE-USO
               GO TO CALCULA-KM-PROX.
           IF W-TEMPING = "N"
               MOVE "S" TO W-TEMPING
               MOVE LONGITU-GPS TO W-ULTLONG
               MOVE LATITU-GPS TO W-ULTLAT
               GO TO CALCULA-KM-PROX.
           COMPUTE W-DIFLONG = LONGITU-GPS - W-ULTLONG
           IF W-DIFLONG < ZEROS
               COMPUTE W-DIFLONG = W-DIFLONG * -1.
           COMPUTE W-DIFLAT = LATITU-GPS - W-ULTLAT
           IF W-DIFLAT < ZEROS
               COMPUTE W-DIFLAT = W-DIFLAT * -1.
           COMPUTE W-KMUSO ROUNDED =
               W-KMUSO + ((W-DIFLONG + W-DIFLAT) * 111)
           MOVE LONGITU-GPS TO W-ULTLONG
           MOVE LATITU-GPS TO W-ULTLAT
           GO TO CALCULA-KM-PROX.
       CALCULA-KM-GRAVA.
           MOVE NUMBIKE-USO TO NUMBIKE-KM
           READ CADKMBIKE
           IF ST-ERRO NOT = "00"
               MOVE NUMBIKE-USO TO NUMBIKE-KM
               MOVE ZEROS TO KMACUM
               WRITE REGKMBIKE.
           ADD W-KMUSO TO KMACUM
           REWRITE REGKMBIKE.
       CALCULA-KM-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * USO INTERNO DO PERIODO (PELA DATA DE SAIDA), COM TOTAIS DE
      * SAIDAS, HORAS E QUILOMETROS POR FINALIDADE
      *--------------------------------------------------------------
      *
       USO-RELATORIO.
           MOVE W-DTHOJE TO W-DTINI W-DTFIM
           MOVE 01 TO W-DTINI (7:2)
           DISPLAY (05, 01) "   PERIODO (AAAAMMDD A AAAAMMDD): ".
           ACCEPT (05, 36) W-DTINI WITH UPDATE
           ACCEPT (05, 47) W-DTFIM WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-MODO.
           IF W-DTINI = ZEROS OR W-DTFIM < W-DTINI
               MOVE "* PERIODO INVALIDO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO USO-RELATORIO.
           MOVE ZEROS TO W-QTDUSO
           MOVE ZEROS TO TAB-TOTFIN
           DISPLAY (01, 01) ERASE
           PERFORM ABRE-SPOOL THRU ABRE-SPOOL-FIM
           STRING "---- USO INTERNO DE " W-DTINI " A " W-DTFIM
               " (FORA DA RECEITA) ----"
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "NUMERO BIKE FINALIDADE SAIDA    HORA RESP SUPV"
               "     HORAS         KM SIT"
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           MOVE ZEROS TO NUMUSO
           START CADUSOINT KEY IS >= NUMUSO
           IF ST-ERRO NOT = "00"
               GO TO USO-RELATORIO-FIM.
       USO-RELATORIO-PROX.
           READ CADUSOINT NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO USO-RELATORIO-FIM.
           IF DTSAIDA-USO < W-DTINI OR DTSAIDA-USO > W-DTFIM
               GO TO USO-RELATORIO-PROX.
           ADD 1 TO W-QTDUSO
           PERFORM ACHA-FINALID THRU ACHA-FINALID-FIM
           IF W-IX = ZEROS
               MOVE 5 TO W-IX.
           ADD 1 TO TOTFIN-QTD (W-IX)
           ADD MINUTOS-USO TO TOTFIN-MIN (W-IX)
           ADD KM-USO TO TOTFIN-KM (W-IX)
           COMPUTE W-HORASDEC ROUNDED = MINUTOS-USO / 60
           MOVE W-HORASDEC TO W-ED-HORAS
           MOVE KM-USO TO W-ED-KM
           STRING NUMUSO " " NUMBIKE-USO " " DSCFINALID-USO " "
               DTSAIDA-USO " " HRSAIDA-USO " " RESP-USO " "
               SUPERV-USO " " W-ED-HORAS " " W-ED-KM " " SITUSO
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           GO TO USO-RELATORIO-PROX.
       USO-RELATORIO-FIM.
           STRING " "
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "FINALIDADE  SAIDAS      HORAS         KM"
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           MOVE 1 TO W-IX.
       USO-RELATORIO-TOT.
           IF W-IX > 5
               GO TO USO-RELATORIO-RODAPE.
           COMPUTE W-HORASDEC ROUNDED = TOTFIN-MIN (W-IX) / 60
           MOVE W-HORASDEC TO W-ED-HORAS
           MOVE TOTFIN-KM (W-IX) TO W-ED-KM
           STRING VALTABLE-FINALID (W-IX) " " TOTFIN-QTD (W-IX) " "
               W-ED-HORAS " " W-ED-KM
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           ADD 1 TO W-IX
           GO TO USO-RELATORIO-TOT.
       USO-RELATORIO-RODAPE.
           STRING "SAIDAS DE USO INTERNO NO PERIODO: " W-QTDUSO
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           PERFORM FECHA-SPOOL THRU FECHA-SPOOL-FIM.
           DISPLAY "TECLE ENTER PARA VOLTAR".
           ACCEPT W-OPCAO
           GO TO ACC-MODO.
      *
       ENCERRA.
           CLOSE CADUSOINT CADBIKE CADFUNC CADGPS CADKMBIKE
               CADCONTROLE
           GO TO ROT-FIM.
      *
      *--------------------------------------------------------------
      * ABERTURA DO SPOOL DO RELATORIO: TIRA O NUMERO DA SERIE
      * "SPOOL" (CADCONTROLE), GRAVA O REGISTRO DE CONTROLE NO
      * CADSPOOL E ABRE O ARQUIVO SPLnnnnnn.TXT COM O CABECALHO. SE
      * O SPOOL NAO PUDER SER ABERTO, O RELATORIO SAI SO NA TELA
      *--------------------------------------------------------------
      *
       ABRE-SPOOL.
           MOVE "N" TO W-SPOOLOK
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
           MOVE "SPOOL   " TO TIPOCTRL
           READ CADCONTROLE
           IF ST-CTRL NOT = "00"
               MOVE "SPOOL   " TO TIPOCTRL
               MOVE 1 TO PROXNUM
               WRITE REGCTRL.
           MOVE PROXNUM TO W-NUMSPOOL
           ADD 1 TO PROXNUM
           REWRITE REGCTRL
           MOVE W-NUMSPOOL TO NUMSPOOL
           MOVE W-NUMSPOOL TO W-ARQSPOOLNUM
           MOVE "SGB158" TO PROGSPOOL
           ACCEPT DTSPOOL FROM DATE YYYYMMDD
           ACCEPT W-HORASPOOL FROM TIME
           MOVE W-HMSSPOOL TO HRSPOOL
           MOVE W-OPER TO OPERSPOOL
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
       MOSTRA-SPOOL.
           DISPLAY W-LINSPOOL
           IF W-SPOOLOK = "S"
               MOVE W-LINSPOOL TO SPOOLREG
               WRITE SPOOLREG.
           MOVE SPACES TO W-LINSPOOL.
       MOSTRA-SPOOL-FIM.
           EXIT.
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
