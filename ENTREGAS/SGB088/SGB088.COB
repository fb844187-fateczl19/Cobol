      *       (COMODATO), NO MESMO ESPIRITO DO TRANSITO 'T' DO SGB068
      *   F = FATURA O MES (UMA FATURA POR CONTRATO/MES EM
      *       CADFATLEASE.DAT, RERODAVEL SEM DUPLICAR, COMO SGB052)
      *       E GERA O BOLETO REGISTRADO DE CADA FATURA NOVA
      *       (CADBOLETO), COM A FICHA JUNTO; REMESSA E RETORNO DO
      *       BANCO NO SGB167
      *   E = ENCERRA O CONTRATO E DEVOLVE AS BIKES PARA SITUAC 'A'
      *   L = LISTA OS CONTRATOS E SUAS BIKES
      * A NUMERACAO VEM DA SERIE "LEASE" DO CADCONTROLE
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TIPOCTRL
                    FILE STATUS  IS ST-ERRO.

            SELECT CADBOLETO
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NOSSONUM-BOL
                    FILE STATUS  IS ST-BOL
                    ALTERNATE RECORD KEY IS FATORIG-BOL
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
           03 PROXNUM      PIC 9(08).
      *
      *--------------------------------------------------------------
      * BOLETO REGISTRADO DAS FATURAS: ORIGEM E = CORPORATIVA (CHAVE
      * DO CADFATEMP, SGB047), L = COMODATO (CHAVE DO CADFATLEASE,
      * SGB088). SIT G = GERADO, R = REMETIDO AO BANCO, A =
      * REGISTRADO, J = REJEITADO, P = PAGO (REMESSA E RETORNO CNAB
      * NO SGB167)
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
           03 W-MESFAT     PIC 9(02).
       77 W-DTREF       PIC 9(08) VALUE ZEROS.
      *
      * BOLETO DA FATURA (VIDE GERA-BOLETO): MULTA E JUROS DOS
      * PARAMETROS 08 E 09, VENCIMENTO N DIAS APOS A EMISSAO
      * (PARAMETRO 39)
       77 ST-BOL        PIC X(02) VALUE "00".
       77 W-PERCMULTA   PIC 9(02)V99 VALUE 02,00.
       77 W-PERCJUROS   PIC 9(02)V99 VALUE 00,10.
       77 W-PRAZOBOL    PIC 9(03) VALUE 10.
       77 W-DIASAV      PIC 9(03) VALUE ZEROS.
       77 W-ULTDIAMES   PIC 9(02) VALUE ZEROS.
       77 W-ANORESTO    PIC 9(04) VALUE ZEROS.
       77 W-DATAHOJE    PIC 9(08) VALUE ZEROS.
       77 W-ORIGBOL     PIC X(01) VALUE SPACES.
       77 W-CHAVEBOL    PIC X(20) VALUE SPACES.
       77 W-CNPJBOL     PIC 9(14) VALUE ZEROS.
       77 W-VALBOL      PIC 9(08)V99 VALUE ZEROS.
       77 W-FATORIG     PIC X(21) VALUE SPACES.
       77 W-ED-VALBOL   PIC ZZ.ZZZ.ZZ9,99.
       77 W-ED-PCMULTA  PIC Z9,99.
       77 W-ED-PCJUROS  PIC Z9,99.
       01 W-DTCAL.
           03 W-ANOCAL         PIC 9(04).
           03 W-MESCAL         PIC 9(02).
           03 W-DIACAL         PIC 9(02).
       01 W-TABDIASMES.
           03 FILLER PIC X(24) VALUE "312831303130313130313031".
       01 W-TABDIASMES-R REDEFINES W-TABDIASMES.
           03 W-DIASMES    PIC 9(02) OCCURS 12 TIMES.
       01 W-DTFICHA.
           03 W-DIAFICHA       PIC 9(02).
           03 FILLER           PIC X(01) VALUE "/".
           03 W-MESFICHA       PIC 9(02).
           03 FILLER           PIC X(01) VALUE "/".
           03 W-ANOFICHA       PIC 9(04).
      *
      *--------------------------------------------------------------
      *
       PROCEDURE DIVISION.
                   CLOSE CADLEASE CADLEASEBK CADFATLEASE CADEMP
                       CADBIKE
                   GO TO ROT-FIM.
           OPEN I-O CADBOLETO
           IF ST-BOL NOT = "00"
               IF ST-BOL = "30" OR "35"
                   OPEN OUTPUT CADBOLETO
                   CLOSE CADBOLETO
                   OPEN I-O CADBOLETO
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQUIVO CADBOLETO.DAT *"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADLEASE CADLEASEBK CADFATLEASE CADEMP
                       CADBIKE CADCONTROLE
                   GO TO ROT-FIM.
           PERFORM LE-PARAMETROS THRU LE-PARAMETROS-FIM.
      *
       ACC-MODO.
           DISPLAY (01, 01) ERASE
           EXIT.
      *
      *--------------------------------------------------------------
      * BOLETO REGISTRADO DA FATURA (W-ORIGBOL/W-CHAVEBOL): BOLETO
      * VIVO DA FATURA AINDA NAO REMETIDO TEM O VALOR ATUALIZADO; O
      * JA NO BANCO SO E REIMPRESSO; SEM BOLETO, OU SO COM REJEITADO,
      * GERA UM NOVO COM NOSSO NUMERO DA SERIE "BOLETO" DO
      * CADCONTROLE. A FICHA SAI JUNTO COM A FATURA
      *--------------------------------------------------------------
      *
       GERA-BOLETO.
           MOVE W-ORIGBOL TO ORIGEM-BOL
           MOVE W-CHAVEBOL TO CHAVEFAT-BOL
           MOVE FATORIG-BOL TO W-FATORIG
           START CADBOLETO KEY IS = FATORIG-BOL
           IF ST-BOL NOT = "00"
               GO TO GERA-BOLETO-NOVO.
       GERA-BOLETO-PROX.
           READ CADBOLETO NEXT RECORD
           IF ST-BOL NOT = "00" OR FATORIG-BOL NOT = W-FATORIG
               GO TO GERA-BOLETO-NOVO.
           IF SIT-BOL = "J"
               GO TO GERA-BOLETO-PROX.
           IF SIT-BOL = "G"
               MOVE W-VALBOL TO VALOR-BOL
               REWRITE REGBOLETO.
           GO TO GERA-BOLETO-FICHA.
       GERA-BOLETO-NOVO.
           PERFORM GERA-NOSSONUM THRU GERA-NOSSONUM-FIM
           MOVE W-ORIGBOL TO ORIGEM-BOL
           MOVE W-CHAVEBOL TO CHAVEFAT-BOL
           MOVE W-CNPJBOL TO CNPJ-BOL
           MOVE W-VALBOL TO VALOR-BOL
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           MOVE W-DATAHOJE TO DTEMIS-BOL W-DTCAL
           MOVE W-PRAZOBOL TO W-DIASAV.
       GERA-BOLETO-VENC.
           IF W-DIASAV NOT = ZEROS
               PERFORM AVANCA-DIA THRU AVANCA-DIA-FIM
               SUBTRACT 1 FROM W-DIASAV
               GO TO GERA-BOLETO-VENC.
           MOVE W-DTCAL TO DTVENC-BOL
           MOVE W-PERCMULTA TO PCMULTA-BOL
           MOVE W-PERCJUROS TO PCJUROS-BOL
           MOVE "G" TO SIT-BOL
           MOVE "GERADO    " TO DSCSIT-BOL
           MOVE ZEROS TO DTOCORR-BOL VALPAGO-BOL TARIFA-BOL
           MOVE SPACES TO MOTREJ-BOL
           WRITE REGBOLETO
           IF ST-BOL NOT = "00"
               DISPLAY "* ERRO AO GRAVAR O BOLETO DA FATURA *"
               GO TO GERA-BOLETO-FIM.
       GERA-BOLETO-FICHA.
           MOVE DTVENC-BOL TO W-DTCAL
           MOVE W-DIACAL TO W-DIAFICHA
           MOVE W-MESCAL TO W-MESFICHA
           MOVE W-ANOCAL TO W-ANOFICHA
           MOVE VALOR-BOL TO W-ED-VALBOL
           MOVE PCMULTA-BOL TO W-ED-PCMULTA
           MOVE PCJUROS-BOL TO W-ED-PCJUROS
           DISPLAY " ".
           DISPLAY "---- BOLETO DE COBRANCA REGISTRADA ----".
           DISPLAY "BENEFICIARIO: LOCADORA DE BICICLETAS".
           DISPLAY "PAGADOR.....: " RAZAO-EMP.
           DISPLAY "CNPJ........: " CNPJ-BOL.
           DISPLAY "NOSSO NUMERO: " NOSSONUM-BOL "   SITUACAO: "
               DSCSIT-BOL.
           DISPLAY "VENCIMENTO..: " W-DTFICHA.
           DISPLAY "VALOR.......: " W-ED-VALBOL.
           DISPLAY "APOS O VENCIMENTO: MULTA DE " W-ED-PCMULTA
               "% E JUROS DE " W-ED-PCJUROS "% AO DIA".
       GERA-BOLETO-FIM.
           EXIT.
      *
       GERA-NOSSONUM.
           MOVE "BOLETO  " TO TIPOCTRL
           READ CADCONTROLE
           IF ST-ERRO NOT = "00"
               MOVE "BOLETO  " TO TIPOCTRL
               MOVE 1 TO PROXNUM
               WRITE REGCTRL.
           MOVE PROXNUM TO NOSSONUM-BOL
           ADD 1 TO PROXNUM
           REWRITE REGCTRL.
       GERA-NOSSONUM-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * AVANCO DE UM DIA EM W-DTCAL (MESMA CONTA DO SGB055)
      *--------------------------------------------------------------
      *
       AVANCA-DIA.
           MOVE W-DIASMES (W-MESCAL) TO W-ULTDIAMES
           IF W-MESCAL = 02
               DIVIDE W-ANOCAL BY 4 GIVING W-ANORESTO
               COMPUTE W-ANORESTO = W-ANOCAL - (W-ANORESTO * 4)
               IF W-ANORESTO = ZEROS
                   MOVE 29 TO W-ULTDIAMES.
           IF W-DIACAL < W-ULTDIAMES
               ADD 1 TO W-DIACAL
               GO TO AVANCA-DIA-FIM.
           MOVE 01 TO W-DIACAL
           IF W-MESCAL < 12
               ADD 1 TO W-MESCAL
           ELSE
               MOVE 01 TO W-MESCAL
               ADD 1 TO W-ANOCAL.
       AVANCA-DIA-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * PARAMETROS DO BOLETO NO CADPARAM (SGB036): 08 = MULTA %, 09 =
      * JUROS % AO DIA, 39 = DIAS ATE O VENCIMENTO. AUSENTE OU
      * ZERADO MANTEM O PADRAO
      *--------------------------------------------------------------
      *
       LE-PARAMETROS.
           OPEN INPUT CADPARAM
           IF ST-ERRO NOT = "00"
               GO TO LE-PARAMETROS-FIM.
           MOVE 8 TO COD-PARAM
           READ CADPARAM
           IF ST-ERRO = "00" AND VAL-PARAM NOT = ZEROS
               MOVE VAL-PARAM TO W-PERCMULTA.
           MOVE 9 TO COD-PARAM
           READ CADPARAM
           IF ST-ERRO = "00" AND VAL-PARAM NOT = ZEROS
               MOVE VAL-PARAM TO W-PERCJUROS.
           MOVE 39 TO COD-PARAM
           READ CADPARAM
           IF ST-ERRO = "00" AND VAL-PARAM NOT = ZEROS
                   AND VAL-PARAM NOT > 180
               MOVE VAL-PARAM TO W-PRAZOBOL.
           CLOSE CADPARAM.
       LE-PARAMETROS-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * FATURAMENTO MENSAL: UMA FATURA POR CONTRATO ATIVO E VIGENTE
      * NO MES (RERODAVEL SEM DUPLICAR, COMO O SGB052)
      *--------------------------------------------------------------
           ADD VALMES-LEASE TO W-VALTOTAL
           DISPLAY "CONTRATO " NUMLEASE "  CNPJ " CNPJ-LEASE
               "  VALOR " VALMES-LEASE
           MOVE CNPJ-LEASE TO CNPJ-EMP
           READ CADEMP
           IF ST-ERRO NOT = "00"
               MOVE "*** EMPRESA SEM CADASTRO ***  " TO RAZAO-EMP.
           MOVE "L" TO W-ORIGBOL
           MOVE KEYFATLEASE TO W-CHAVEBOL
           MOVE CNPJ-FL TO W-CNPJBOL
           MOVE VALFAT-FL TO W-VALBOL
           PERFORM GERA-BOLETO THRU GERA-BOLETO-FIM
           DISPLAY " "
           GO TO LEASE-FATURA-PROX.
       LEASE-FATURA-FIM.
           DISPLAY " ".
      *
       ENCERRA.
           CLOSE CADLEASE CADLEASEBK CADFATLEASE CADEMP CADBIKE
               CADCONTROLE CADBOLETO
           GO TO ROT-FIM.
      *
      *--------------------------------------------------------------
