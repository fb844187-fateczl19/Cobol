       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGB167.
       AUTHOR. VINICIUS ESCAME DOS SANTOS.
      *--------------------------------------------------------------
      * COBRANCA REGISTRADA POR BOLETO (CNAB 400) DAS FATURAS
      * CORPORATIVAS (SGB047) E DE COMODATO (SGB088):
      *   E = ENVIO: GRAVA A REMESSA REMBOLETO.TXT (HEADER, UM
      *       DETALHE POR BOLETO GERADO NO CADBOLETO E TRAILER), COM
      *       NOSSO NUMERO, VENCIMENTO, MULTA E JUROS; O BOLETO PASSA
      *       A REMETIDO. O CODIGO DO BENEFICIARIO NO BANCO VEM DO
      *       PARAMETRO 40 E O NUMERO DA REMESSA DA SERIE "REMCNAB"
      *       DO CADCONTROLE
      *   R = RETORNO: IMPORTA O RETBOLETO.TXT DO BANCO. OCORRENCIA
      *       02 = REGISTRADO, 03 = REJEITADO (SAI NA LISTA COM O
      *       MOTIVO; A RERODADA DA FATURA GERA BOLETO NOVO), 06 =
      *       LIQUIDADO (BAIXA O BOLETO E A FATURA). A TARIFA DO BANCO
      *       DE CADA OCORRENCIA E SOMADA NO BOLETO. NO FIM, LISTA AS
      *       FATURAS CORPORATIVAS COM BOLETO VENCIDO E NAO PAGO.
      *       O VALOR PAGO (CREDITO) E A TARIFA (DEBITO) ENTRAM NO
      *       MOVIMENTO DA CONTA BANCARIA DE RECEBIMENTOS (PARAMETRO
      *       41, SGB168)
      *--------------------------------------------------------------
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT REMBOLETO
                    ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-RET.

            SELECT RETBOLETO
                    ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-RET.

            SELECT CADBOLETO
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NOSSONUM-BOL
                    FILE STATUS  IS ST-BOL
                    ALTERNATE RECORD KEY IS FATORIG-BOL
                                            WITH DUPLICATES.

            SELECT CADFATEMP
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYFAT
                    FILE STATUS  IS ST-ERRO.

            SELECT CADFATLEASE
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYFATLEASE
                    FILE STATUS  IS ST-ERRO.

            SELECT CADEMP
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CNPJ-EMP
                    FILE STATUS  IS ST-ERRO.

            SELECT CADCONTROLE
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TIPOCTRL
                    FILE STATUS  IS ST-ERRO.

            SELECT CADPARAM
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-PARAM
                    FILE STATUS  IS ST-ERRO.

            SELECT CADMOVBCO
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYMOVBCO
                    FILE STATUS  IS ST-MOV
                    ALTERNATE RECORD KEY IS ORIGDOC-MOV
                                            WITH DUPLICATES.
      *
      *--------------------------------------------------------------
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *--------------------------------------------------------------
      * REMESSA CNAB 400: REGISTROS DE 400 POSICOES, O TIPO NA
      * PRIMEIRA (0 = HEADER, 1 = DETALHE, 9 = TRAILER) E O
      * SEQUENCIAL DO REGISTRO NAS SEIS ULTIMAS
      *--------------------------------------------------------------
      *
       FD REMBOLETO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "REMBOLETO.TXT".
       01 REGREM-HDR.
           03 HD-TIPO        PIC X(01).
           03 HD-OPER        PIC X(01).
           03 HD-LITREM      PIC X(07).
           03 HD-SERV        PIC 9(02).
           03 HD-LITSERV     PIC X(15).
           03 HD-CODBENEF    PIC 9(20).
           03 HD-NOMEBENEF   PIC X(30).
           03 HD-DTGERA      PIC 9(08).
           03 HD-NUMREM      PIC 9(07).
           03 FILLER         PIC X(303).
           03 HD-SEQ         PIC 9(06).
       01 REGREM-DET.
           03 DT-TIPO        PIC X(01).
           03 DT-TIPOINSC    PIC 9(02).
           03 DT-CNPJ        PIC 9(14).
           03 DT-NOSSONUM    PIC 9(10).
           03 DT-SEUNUM      PIC X(21).
           03 DT-OCORR       PIC 9(02).
           03 DT-DTVENC      PIC 9(08).
           03 DT-VALOR       PIC 9(11)V99.
           03 DT-ESPECIE     PIC X(02).
           03 DT-DTEMIS      PIC 9(08).
           03 DT-PCMULTA     PIC 9(02)V99.
           03 DT-PCJUROS     PIC 9(02)V99.
           03 DT-NOMEPAG     PIC X(30).
           03 FILLER         PIC X(275).
           03 DT-SEQ         PIC 9(06).
       01 REGREM-TRL.
           03 TR-TIPO        PIC X(01).
           03 TR-QTD         PIC 9(06).
           03 TR-VALTOT      PIC 9(13)V99.
           03 FILLER         PIC X(372).
           03 TR-SEQ         PIC 9(06).
      *
      *--------------------------------------------------------------
      * RETORNO DO BANCO: SO O DETALHE (TIPO 1) E TRATADO
      *--------------------------------------------------------------
      *
       FD RETBOLETO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "RETBOLETO.TXT".
       01 REGRETB.
           03 RB-TIPO        PIC X(01).
           03 RB-NOSSONUM    PIC 9(10).
           03 RB-OCORR       PIC X(02).
           03 RB-DTOCORR.
               05 RB-DIAOCORR    PIC 9(02).
               05 RB-MESOCORR    PIC 9(02).
               05 RB-ANOOCORR    PIC 9(04).
           03 RB-VALPAGO     PIC 9(11)V99.
           03 RB-TARIFA      PIC 9(05)V99.
           03 RB-MOTREJ      PIC X(02).
           03 FILLER         PIC X(357).
      *
      *--------------------------------------------------------------
      * BOLETO REGISTRADO DAS FATURAS: ORIGEM E = CORPORATIVA (CHAVE
      * DO CADFATEMP, SGB047), L = COMODATO (CHAVE DO CADFATLEASE,
      * SGB088). SIT G = GERADO, R = REMETIDO AO BANCO, A =
      * REGISTRADO, J = REJEITADO, P = PAGO
      *--------------------------------------------------------------
      *
       FD CADBOLETO
           VALUE OF FILE-ID IS "CADBOLETO.DAT".
       01 REGBOLETO.
           03 NOSSONUM-BOL     PIC 9(10).
           03 FATORIG-BOL.
               05 ORIGEM-BOL       PIC X(01).
               05 CHAVEFAT-BOL     PIC X(20).
           03 CNPJ-BOL         PIC 9(14).
           03 VALOR-BOL        PIC 9(08)V99.
           03 DTEMIS-BOL       PIC 9(08).
           03 DTVENC-BOL       PIC 9(08).
           03 PCMULTA-BOL      PIC 9(02)V99.
           03 PCJUROS-BOL      PIC 9(02)V99.
           03 SIT-BOL          PIC X(01).
           03 DSCSIT-BOL       PIC X(10).
           03 DTOCORR-BOL      PIC 9(08).
           03 VALPAGO-BOL      PIC 9(08)V99.
           03 TARIFA-BOL       PIC 9(05)V99.
           03 MOTREJ-BOL       PIC X(02).
      *
       FD CADFATEMP
           VALUE OF FILE-ID IS "CADFATEMP.DAT".
       01 REGFAT.
           03 KEYFAT.
               05 CNPJ-FAT     PIC 9(14).
               05 ANOMES-FAT   PIC 9(06).
           03 QTDLOC-FAT      PIC 9(04).
           03 VALFATURA       PIC 9(08)V99.
           03 SITFAT          PIC X(01).
           03 DSCSITFAT       PIC X(08).
      *
       FD CADFATLEASE
           VALUE OF FILE-ID IS "CADFATLEASE.DAT".
       01 REGFATLEASE.
           03 KEYFATLEASE.
               05 NUMLEASE-FL    PIC 9(06).
               05 ANOMES-FL      PIC 9(06).
           03 CNPJ-FL           PIC 9(14).
           03 VALFAT-FL         PIC 9(06)V99.
           03 SITFAT-FL         PIC X(01).
      *
       FD CADEMP
               VALUE OF FILE-ID IS "CADEMP.DAT".
       01 REGEMP.
                03 CNPJ-EMP        PIC 9(14).
                03 RAZAO-EMP       PIC X(30).
                03 EMAIL-EMP       PIC X(20).
                03 TEL-EMP         PIC 9(11).
                03 SITUAC-EMP      PIC X(01).
                03 DSCSITUAC-EMP   PIC X(08).
      *
       FD CADCONTROLE
           VALUE OF FILE-ID IS "CADCONTROLE.DAT".
       01 REGCTRL.
           03 TIPOCTRL     PIC X(08).
           03 PROXNUM      PIC 9(08).
      *
       FD CADPARAM
               VALUE OF FILE-ID IS "CADPARAM.DAT".
       01 REGPARAM.
                03 COD-PARAM    PIC 9(02).
                03 DSC-PARAM    PIC X(25).
                03 VAL-PARAM    PIC 9(06)V9(06).
      *
      *--------------------------------------------------------------
      * MOVIMENTO DAS CONTAS BANCARIAS (CADCTABCO, SGB168), NUMERADO
      * PELA SERIE "MOVBANCO" DO CADCONTROLE. ORIGEM C = CARTAO/PIX
      * (SGB044), D = DEPOSITO DO CAIXA (SGB094), B = BOLETO
      * (SGB167), R = REMESSA DE PAGAMENTOS (SGB080), P = TITULO
      * BAIXADO NO CONTAS A PAGAR (SGB079), T = TARIFA, F =
      * TRANSFERENCIA ENTRE CONTAS. TIPO C = CREDITO, D = DEBITO
      *--------------------------------------------------------------
      *
       FD CADMOVBCO
           VALUE OF FILE-ID IS "CADMOVBCO.DAT".
       01 REGMOVBCO.
           03 KEYMOVBCO.
               05 CTA-MOV          PIC 9(03).
               05 DT-MOV           PIC 9(08).
               05 NUM-MOV          PIC 9(08).
           03 ORIGDOC-MOV.
               05 ORIGEM-MOV       PIC X(01).
               05 DOC-MOV          PIC X(32).
           03 TIPO-MOV         PIC X(01).
           03 VALOR-MOV        PIC 9(08)V99.
           03 HIST-MOV         PIC X(30).
           03 DTLANC-MOV       PIC 9(08).
      *
      *--------------------------------------------------------------
      *
       WORKING-STORAGE SECTION.
      *
       77 ST-ERRO       PIC X(02) VALUE "00".
       77 ST-RET        PIC X(02) VALUE "00".
       77 ST-BOL        PIC X(02) VALUE "00".
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 W-CODBENEF    PIC 9(06) VALUE ZEROS.
       77 W-CTAREC      PIC 9(03) VALUE 001.
       77 W-NUMREM      PIC 9(07) VALUE ZEROS.
       77 W-SEQREG      PIC 9(06) VALUE ZEROS.
       77 W-TOTREM      PIC 9(06) VALUE ZEROS.
       77 W-VALREM      PIC 9(13)V99 VALUE ZEROS.
       77 W-TOTLINHAS   PIC 9(06) VALUE ZEROS.
       77 W-TOTREG      PIC 9(06) VALUE ZEROS.
       77 W-TOTREJ      PIC 9(06) VALUE ZEROS.
       77 W-TOTPAGOS    PIC 9(06) VALUE ZEROS.
       77 W-VALPAGO     PIC 9(10)V99 VALUE ZEROS.
       77 W-VALTARIFA   PIC 9(08)V99 VALUE ZEROS.
       77 W-TOTEXC      PIC 9(06) VALUE ZEROS.
       77 W-TOTVENC     PIC 9(06) VALUE ZEROS.
       77 W-VALVENC     PIC 9(10)V99 VALUE ZEROS.
      *
      * LANCAMENTO NO MOVIMENTO BANCARIO (GRAVA-MOVBCO)
       77 ST-MOV        PIC X(02) VALUE "00".
       77 W-CTAMOV      PIC 9(03) VALUE ZEROS.
       77 W-DTMOV       PIC 9(08) VALUE ZEROS.
       77 W-ORIGMOV     PIC X(01) VALUE SPACES.
       77 W-TIPOMOV     PIC X(01) VALUE SPACES.
       77 W-VALMOV      PIC 9(08)V99 VALUE ZEROS.
       77 W-HISTMOV     PIC X(30) VALUE SPACES.
       77 W-DOCMOV      PIC X(32) VALUE SPACES.
       77 W-DTLANCMOV   PIC 9(08) VALUE ZEROS.
      * OCORRENCIA DO RETORNO, PARA NAO LANCAR A MESMA TARIFA DUAS
      * VEZES QUANDO O ARQUIVO E IMPORTADO DE NOVO
       01 W-DOCOCORR.
           03 W-DOCNOSSONUM    PIC 9(10).
           03 W-DOCOCORRCOD    PIC X(02).
           03 FILLER           PIC X(20) VALUE SPACES.
      *
       01 W-DATAHOJE    PIC 9(08) VALUE ZEROS.
       01 W-DATAHOJE-R REDEFINES W-DATAHOJE.
           03 W-ANOHOJE        PIC 9(04).
           03 W-MESHOJE        PIC 9(02).
           03 W-DIAHOJE        PIC 9(02).
      * DATA AAAAMMDD DO CADBOLETO VIRANDO DDMMAAAA DO CNAB
       01 W-DTAMD.
           03 W-ANOAMD         PIC 9(04).
           03 W-MESAMD         PIC 9(02).
           03 W-DIAAMD         PIC 9(02).
       01 W-DTDMA.
           03 W-DIADMA         PIC 9(02).
           03 W-MESDMA         PIC 9(02).
           03 W-ANODMA         PIC 9(04).
       01 W-DTDMA-R REDEFINES W-DTDMA PIC 9(08).
      *
      *--------------------------------------------------------------
      *
       PROCEDURE DIVISION.
       INICIO.
           PERFORM LE-PARAMETROS THRU LE-PARAMETROS-FIM
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD.
       ACC-MODO.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 01) "  * COBRANCA REGISTRADA POR BOLETO *"
           MOVE SPACES TO W-OPCAO
           DISPLAY (03, 01)
               "   E=ENVIO DA REMESSA   R=RETORNO   S=SAIR : ".
           ACCEPT (03, 47) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR 01
               GO TO ROT-FIM.
           IF W-OPCAO = "e" MOVE "E" TO W-OPCAO.
           IF W-OPCAO = "r" MOVE "R" TO W-OPCAO.
           IF W-OPCAO = "s" OR "S"
               GO TO ROT-FIM.
           IF W-OPCAO = "E"
               GO TO ENV-OP0.
           IF W-OPCAO = "R"
               GO TO RET-OP0.
           MOVE "* DIGITE E, R OU S *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ACC-MODO.
      *
      *--------------------------------------------------------------
      * ENVIO DA REMESSA
      *--------------------------------------------------------------
      *
       ENV-OP0.
           OPEN I-O CADBOLETO
           IF ST-BOL NOT = "00"
               MOVE "* NENHUM BOLETO GERADO (SGB047/SGB088) *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           OPEN INPUT CADEMP
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO AO ABRIR O ARQUIVO CADEMP.DAT *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADBOLETO
               GO TO ROT-FIM.
           OPEN I-O CADCONTROLE
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                   OPEN OUTPUT CADCONTROLE
                   CLOSE CADCONTROLE
                   OPEN I-O CADCONTROLE
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQUIVO CADCONTROLE *"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADBOLETO CADEMP
                   GO TO ROT-FIM.
           OPEN OUTPUT REMBOLETO
           IF ST-RET NOT = "00"
               MOVE "* ERRO AO CRIAR O ARQUIVO REMBOLETO.TXT *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADBOLETO CADEMP CADCONTROLE
               GO TO ROT-FIM.
           PERFORM GERA-NUMREM THRU GERA-NUMREM-FIM
           MOVE ZEROS TO W-SEQREG W-TOTREM W-VALREM.
      *
       ENV-HEADER.
           MOVE SPACES TO REGREM-HDR
           MOVE "0" TO HD-TIPO
           MOVE "1" TO HD-OPER
           MOVE "REMESSA" TO HD-LITREM
           MOVE 01 TO HD-SERV
           MOVE "COBRANCA" TO HD-LITSERV
           MOVE W-CODBENEF TO HD-CODBENEF
           MOVE "LOCADORA DE BICICLETAS" TO HD-NOMEBENEF
           MOVE W-DATAHOJE TO W-DTAMD
           PERFORM CONVERTE-DATA THRU CONVERTE-DATA-FIM
           MOVE W-DTDMA-R TO HD-DTGERA
           MOVE W-NUMREM TO HD-NUMREM
           ADD 1 TO W-SEQREG
           MOVE W-SEQREG TO HD-SEQ
           WRITE REGREM-HDR
           DISPLAY " ".
           DISPLAY "---- REMESSA DE BOLETOS " W-NUMREM " - " W-DATAHOJE
               " ----".
           DISPLAY "NOSSO NUMERO ORIG CNPJ           VENCTO   VALOR".
      *
       ENV-PROX.
           READ CADBOLETO NEXT RECORD
               AT END
                   GO TO ENV-TRAILER
               NOT AT END
                   PERFORM REMETE-BOLETO THRU REMETE-BOLETO-FIM
           END-READ
           GO TO ENV-PROX.
      *
       REMETE-BOLETO.
           IF SIT-BOL NOT = "G"
               GO TO REMETE-BOLETO-FIM.
           MOVE CNPJ-BOL TO CNPJ-EMP
           READ CADEMP
           IF ST-ERRO NOT = "00"
               MOVE SPACES TO RAZAO-EMP.
           MOVE SPACES TO REGREM-DET
           MOVE "1" TO DT-TIPO
           MOVE 02 TO DT-TIPOINSC
           MOVE CNPJ-BOL TO DT-CNPJ
           MOVE NOSSONUM-BOL TO DT-NOSSONUM
           MOVE FATORIG-BOL TO DT-SEUNUM
           MOVE 01 TO DT-OCORR
           MOVE DTVENC-BOL TO W-DTAMD
           PERFORM CONVERTE-DATA THRU CONVERTE-DATA-FIM
           MOVE W-DTDMA-R TO DT-DTVENC
           MOVE VALOR-BOL TO DT-VALOR
           MOVE "DM" TO DT-ESPECIE
           MOVE DTEMIS-BOL TO W-DTAMD
           PERFORM CONVERTE-DATA THRU CONVERTE-DATA-FIM
           MOVE W-DTDMA-R TO DT-DTEMIS
           MOVE PCMULTA-BOL TO DT-PCMULTA
           MOVE PCJUROS-BOL TO DT-PCJUROS
           MOVE RAZAO-EMP TO DT-NOMEPAG
           ADD 1 TO W-SEQREG
           MOVE W-SEQREG TO DT-SEQ
           WRITE REGREM-DET
           MOVE "R" TO SIT-BOL
           MOVE "REMETIDO  " TO DSCSIT-BOL
           REWRITE REGBOLETO
           ADD 1 TO W-TOTREM
           ADD VALOR-BOL TO W-VALREM
           DISPLAY NOSSONUM-BOL "   " ORIGEM-BOL "    " CNPJ-BOL " "
               DTVENC-BOL " " VALOR-BOL.
       REMETE-BOLETO-FIM.
           EXIT.
      *
       ENV-TRAILER.
           MOVE SPACES TO REGREM-TRL
           MOVE "9" TO TR-TIPO
           MOVE W-TOTREM TO TR-QTD
           MOVE W-VALREM TO TR-VALTOT
           ADD 1 TO W-SEQREG
           MOVE W-SEQREG TO TR-SEQ
           WRITE REGREM-TRL
           DISPLAY " ".
           DISPLAY "BOLETOS REMETIDOS.: " W-TOTREM.
           DISPLAY "VALOR DA REMESSA..: " W-VALREM.
           IF W-CODBENEF = ZEROS
               DISPLAY "* ATENCAO: CODIGO DO BENEFICIARIO NO BANCO"
                   " (PARAMETRO 40) NAO INFORMADO *".
           CLOSE CADBOLETO CADEMP CADCONTROLE REMBOLETO
           GO TO ROT-FIM.
      *
       GERA-NUMREM.
           MOVE "REMCNAB " TO TIPOCTRL
           READ CADCONTROLE
           IF ST-ERRO NOT = "00"
               MOVE "REMCNAB " TO TIPOCTRL
               MOVE 1 TO PROXNUM
               WRITE REGCTRL.
           MOVE PROXNUM TO W-NUMREM
           ADD 1 TO PROXNUM
           REWRITE REGCTRL.
       GERA-NUMREM-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * IMPORTACAO DO RETORNO DO BANCO
      *--------------------------------------------------------------
      *
       RET-OP0.
           OPEN INPUT RETBOLETO
           IF ST-RET NOT = "00"
               MOVE "* ARQUIVO RETBOLETO.TXT NAO ENCONTRADO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           OPEN I-O CADBOLETO
           IF ST-BOL NOT = "00"
               MOVE "* ERRO AO ABRIR O ARQUIVO CADBOLETO.DAT *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE RETBOLETO
               GO TO ROT-FIM.
           OPEN I-O CADFATEMP
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                   OPEN OUTPUT CADFATEMP
                   CLOSE CADFATEMP
                   OPEN I-O CADFATEMP
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQUIVO CADFATEMP.DAT *"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE RETBOLETO CADBOLETO
                   GO TO ROT-FIM.
           OPEN I-O CADFATLEASE
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                   OPEN OUTPUT CADFATLEASE
                   CLOSE CADFATLEASE
                   OPEN I-O CADFATLEASE
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQ CADFATLEASE.DAT *"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE RETBOLETO CADBOLETO CADFATEMP
                   GO TO ROT-FIM.
           OPEN INPUT CADEMP
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO AO ABRIR O ARQUIVO CADEMP.DAT *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE RETBOLETO CADBOLETO CADFATEMP CADFATLEASE
               GO TO ROT-FIM.
           OPEN I-O CADMOVBCO
           IF ST-MOV NOT = "00"
               IF ST-MOV = "30" OR "35"
                   OPEN OUTPUT CADMOVBCO
                   CLOSE CADMOVBCO
                   OPEN I-O CADMOVBCO
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQUIVO CADMOVBCO.DAT *"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE RETBOLETO CADBOLETO CADFATEMP CADFATLEASE
                         CADEMP
                   GO TO ROT-FIM.
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
                   CLOSE RETBOLETO CADBOLETO CADFATEMP CADFATLEASE
                         CADEMP CADMOVBCO
                   GO TO ROT-FIM.
      *
       RET-CAB.
           DISPLAY " ".
           DISPLAY "---- RETORNO DE BOLETOS - " W-DATAHOJE " ----".
           DISPLAY "NOSSO NUMERO OC  VALOR PAGO     TARIFA  SITUACAO".
      *
       RET-PROX.
           READ RETBOLETO
               AT END
                   GO TO VENC-INICIO
           END-READ
           IF RB-TIPO NOT = "1"
               GO TO RET-PROX.
           ADD 1 TO W-TOTLINHAS
           PERFORM BAIXA-OCORRENCIA THRU BAIXA-OCORRENCIA-FIM
           GO TO RET-PROX.
      *
      *--------------------------------------------------------------
      * OCORRENCIA DO BANCO SOBRE O BOLETO: 02 REGISTRA, 03 REJEITA,
      * 06 LIQUIDA O BOLETO E A FATURA DE ORIGEM
      *--------------------------------------------------------------
      *
       BAIXA-OCORRENCIA.
           MOVE RB-NOSSONUM TO NOSSONUM-BOL
           READ CADBOLETO
           IF ST-BOL NOT = "00"
               ADD 1 TO W-TOTEXC
               DISPLAY RB-NOSSONUM "   " RB-OCORR "  " RB-VALPAGO " "
                   RB-TARIFA "  BOLETO NAO ENCONTRADO"
               GO TO BAIXA-OCORRENCIA-FIM.
           MOVE RB-ANOOCORR TO W-ANOAMD
           MOVE RB-MESOCORR TO W-MESAMD
           MOVE RB-DIAOCORR TO W-DIAAMD
           MOVE W-DTAMD TO DTOCORR-BOL
           PERFORM LANCA-TARIFA THRU LANCA-TARIFA-FIM
           IF RB-OCORR = "02"
               IF SIT-BOL = "G" OR "R"
                   MOVE "A" TO SIT-BOL
                   MOVE "REGISTRADO" TO DSCSIT-BOL.
           IF RB-OCORR = "02"
               REWRITE REGBOLETO
               ADD 1 TO W-TOTREG
               DISPLAY RB-NOSSONUM "   " RB-OCORR "  " RB-VALPAGO " "
                   RB-TARIFA "  REGISTRADO"
               GO TO BAIXA-OCORRENCIA-FIM.
           IF RB-OCORR = "03"
               MOVE "J" TO SIT-BOL
               MOVE "REJEITADO " TO DSCSIT-BOL
               MOVE RB-MOTREJ TO MOTREJ-BOL
               REWRITE REGBOLETO
               ADD 1 TO W-TOTREJ
               PERFORM LISTA-REJEITADO THRU LISTA-REJEITADO-FIM
               GO TO BAIXA-OCORRENCIA-FIM.
           IF RB-OCORR NOT = "06"
               REWRITE REGBOLETO
               ADD 1 TO W-TOTEXC
               DISPLAY RB-NOSSONUM "   " RB-OCORR "  " RB-VALPAGO " "
                   RB-TARIFA "  OCORRENCIA NAO TRATADA"
               GO TO BAIXA-OCORRENCIA-FIM.
           IF SIT-BOL = "P"
               REWRITE REGBOLETO
               ADD 1 TO W-TOTEXC
               DISPLAY RB-NOSSONUM "   " RB-OCORR "  " RB-VALPAGO " "
                   RB-TARIFA "  BOLETO JA ESTAVA PAGO"
               GO TO BAIXA-OCORRENCIA-FIM.
           MOVE "P" TO SIT-BOL
           MOVE "PAGO      " TO DSCSIT-BOL
           MOVE RB-VALPAGO TO VALPAGO-BOL
           REWRITE REGBOLETO
           ADD 1 TO W-TOTPAGOS
           ADD RB-VALPAGO TO W-VALPAGO
           PERFORM BAIXA-FATURA THRU BAIXA-FATURA-FIM
           MOVE W-CTAREC TO W-CTAMOV
           MOVE DTOCORR-BOL TO W-DTMOV
           MOVE "B" TO W-ORIGMOV
           MOVE SPACES TO W-DOCMOV
           MOVE NOSSONUM-BOL TO W-DOCMOV
           MOVE "C" TO W-TIPOMOV
           MOVE RB-VALPAGO TO W-VALMOV
           MOVE "LIQUIDACAO DE BOLETO" TO W-HISTMOV
           PERFORM GRAVA-MOVBCO THRU GRAVA-MOVBCO-FIM
           DISPLAY RB-NOSSONUM "   " RB-OCORR "  " RB-VALPAGO " "
               RB-TARIFA "  PAGO - FATURA " ORIGEM-BOL " "
               CHAVEFAT-BOL.
       BAIXA-OCORRENCIA-FIM.
           EXIT.
      *
      * TARIFA DO BANCO SOBRE A OCORRENCIA: SOMA NO BOLETO E DEBITA
      * A CONTA, UMA VEZ SO POR BOLETO E OCORRENCIA
       LANCA-TARIFA.
           IF RB-TARIFA = ZEROS
               GO TO LANCA-TARIFA-FIM.
           MOVE NOSSONUM-BOL TO W-DOCNOSSONUM
           MOVE RB-OCORR TO W-DOCOCORRCOD
           MOVE "T" TO ORIGEM-MOV
           MOVE W-DOCOCORR TO DOC-MOV
           READ CADMOVBCO KEY IS ORIGDOC-MOV
           IF ST-MOV = "00"
               GO TO LANCA-TARIFA-FIM.
           ADD RB-TARIFA TO TARIFA-BOL
           ADD RB-TARIFA TO W-VALTARIFA
           MOVE W-CTAREC TO W-CTAMOV
           MOVE DTOCORR-BOL TO W-DTMOV
           MOVE "T" TO W-ORIGMOV
           MOVE W-DOCOCORR TO W-DOCMOV
           MOVE "D" TO W-TIPOMOV
           MOVE RB-TARIFA TO W-VALMOV
           MOVE "TARIFA DE BOLETO" TO W-HISTMOV
           PERFORM GRAVA-MOVBCO THRU GRAVA-MOVBCO-FIM.
       LANCA-TARIFA-FIM.
           EXIT.
      *
       BAIXA-FATURA.
           IF ORIGEM-BOL = "E"
               MOVE CHAVEFAT-BOL TO KEYFAT
               READ CADFATEMP
               IF ST-ERRO = "00"
                   MOVE "P" TO SITFAT
                   MOVE "PAGA    " TO DSCSITFAT
                   REWRITE REGFAT.
           IF ORIGEM-BOL = "L"
               MOVE CHAVEFAT-BOL TO KEYFATLEASE
               READ CADFATLEASE
               IF ST-ERRO = "00"
                   MOVE "P" TO SITFAT-FL
                   REWRITE REGFATLEASE.
       BAIXA-FATURA-FIM.
           EXIT.
      *
       LISTA-REJEITADO.
           MOVE CNPJ-BOL TO CNPJ-EMP
           READ CADEMP
           IF ST-ERRO NOT = "00"
               MOVE SPACES TO RAZAO-EMP.
           DISPLAY RB-NOSSONUM "   " RB-OCORR "  " RB-VALPAGO " "
               RB-TARIFA "  REJEITADO MOTIVO " RB-MOTREJ
           DISPLAY "             " ORIGEM-BOL " " CHAVEFAT-BOL " "
               RAZAO-EMP.
       LISTA-REJEITADO-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * FATURAS CORPORATIVAS COM BOLETO VENCIDO E AINDA NAO PAGO
      *--------------------------------------------------------------
      *
       VENC-INICIO.
           DISPLAY " ".
           DISPLAY "---- FATURAS CORPORATIVAS VENCIDAS ----".
           DISPLAY "CNPJ           MES    NOSSO NUMERO VENCTO   VALOR".
           MOVE ZEROS TO NOSSONUM-BOL
           START CADBOLETO KEY IS NOT LESS NOSSONUM-BOL
           IF ST-BOL NOT = "00"
               GO TO RET-FIM.
       VENC-PROX.
           READ CADBOLETO NEXT RECORD
           IF ST-BOL NOT = "00"
               GO TO RET-FIM.
           IF ORIGEM-BOL NOT = "E"
               GO TO VENC-PROX.
           IF SIT-BOL NOT = "R" AND "A"
               GO TO VENC-PROX.
           IF DTVENC-BOL NOT < W-DATAHOJE
               GO TO VENC-PROX.
           MOVE CHAVEFAT-BOL TO KEYFAT
           READ CADFATEMP
           IF ST-ERRO = "00" AND SITFAT = "P"
               GO TO VENC-PROX.
           ADD 1 TO W-TOTVENC
           ADD VALOR-BOL TO W-VALVENC
           DISPLAY CNPJ-FAT " " ANOMES-FAT " " NOSSONUM-BOL "   "
               DTVENC-BOL " " VALOR-BOL
           GO TO VENC-PROX.
      *
       RET-FIM.
           DISPLAY " ".
           DISPLAY "LINHAS DE DETALHE DO RETORNO: " W-TOTLINHAS.
           DISPLAY "BOLETOS REGISTRADOS.........: " W-TOTREG.
           DISPLAY "REGISTROS REJEITADOS........: " W-TOTREJ.
           DISPLAY "BOLETOS PAGOS...............: " W-TOTPAGOS.
           DISPLAY "VALOR RECEBIDO..............: " W-VALPAGO.
           DISPLAY "TARIFAS DO BANCO............: " W-VALTARIFA.
           DISPLAY "OCORRENCIAS NAO TRATADAS....: " W-TOTEXC.
           DISPLAY "FATURAS CORPORATIVAS VENCIDAS: " W-TOTVENC
               "  VALOR: " W-VALVENC.
           CLOSE RETBOLETO CADBOLETO CADFATEMP CADFATLEASE CADEMP
                 CADMOVBCO CADCONTROLE
           GO TO ROT-FIM.
      *
      *--------------------------------------------------------------
      * LANCAMENTO NO MOVIMENTO BANCARIO (CADMOVBCO), NUMERADO PELA
      * SERIE "MOVBANCO" DO CADCONTROLE
      *--------------------------------------------------------------
      *
       GRAVA-MOVBCO.
           ACCEPT W-DTLANCMOV FROM DATE YYYYMMDD
           MOVE "MOVBANCO" TO TIPOCTRL
           READ CADCONTROLE
           IF ST-ERRO NOT = "00"
               MOVE "MOVBANCO" TO TIPOCTRL
               MOVE 1 TO PROXNUM
               WRITE REGCTRL.
           MOVE PROXNUM TO NUM-MOV
           ADD 1 TO PROXNUM
           REWRITE REGCTRL
           MOVE W-CTAMOV TO CTA-MOV
           MOVE W-DTMOV TO DT-MOV
           MOVE W-ORIGMOV TO ORIGEM-MOV
           MOVE W-DOCMOV TO DOC-MOV
           MOVE W-TIPOMOV TO TIPO-MOV
           MOVE W-VALMOV TO VALOR-MOV
           MOVE W-HISTMOV TO HIST-MOV
           MOVE W-DTLANCMOV TO DTLANC-MOV
           WRITE REGMOVBCO.
       GRAVA-MOVBCO-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * DATA W-DTAMD (AAAAMMDD) PARA W-DTDMA (DDMMAAAA)
      *--------------------------------------------------------------
      *
       CONVERTE-DATA.
           MOVE W-DIAAMD TO W-DIADMA
           MOVE W-MESAMD TO W-MESDMA
           MOVE W-ANOAMD TO W-ANODMA.
       CONVERTE-DATA-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * PARAMETROS DO CADPARAM (SGB036): 40 = CODIGO DO BENEFICIARIO
      * NO BANCO, QUE VAI NO HEADER DA REMESSA; 41 = CONTA BANCARIA
      * QUE RECEBE OS BOLETOS
      *--------------------------------------------------------------
      *
       LE-PARAMETROS.
           OPEN INPUT CADPARAM
           IF ST-ERRO NOT = "00"
               GO TO LE-PARAMETROS-FIM.
           MOVE 40 TO COD-PARAM
           READ CADPARAM
           IF ST-ERRO = "00"
               MOVE VAL-PARAM TO W-CODBENEF.
           MOVE 41 TO COD-PARAM
           READ CADPARAM
           IF ST-ERRO = "00" AND VAL-PARAM NOT = ZEROS
               MOVE VAL-PARAM TO W-CTAREC.
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
