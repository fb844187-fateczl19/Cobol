      * FATURAMENTO MENSAL DAS ASSINATURAS -- VARRE O CADASSIN, PARA
      * CADA ASSINATURA ATIVA E VIGENTE NO MES GRAVA A MENSALIDADE
      * EM CADFATASS.DAT (UMA POR CLIENTE/MES, RERODAVEL SEM
      * DUPLICAR) E IMPRIME A RELACAO DE COBRANCA. NA RERODADA, A
      * MENSALIDADE QUE JA SAIU PARA COBRANCA NO CARTAO (SGB166)
      * NAO E REGRAVADA
      *--------------------------------------------------------------
      *
       ENVIRONMENT DIVISION.
           03 CODPLANO-FATASS   PIC 9(02).
           03 VALFATASS         PIC 9(06)V99.
           03 SITFATASS         PIC X(01).
           03 QTDTENT-FATASS    PIC 9(01).
           03 DTULTTENT-FATASS  PIC 9(08).
           03 DTPROXTENT-FATASS PIC 9(08).
           03 DTPAGTO-FATASS    PIC 9(08).
           03 CODRET-FATASS     PIC X(02).
           03 AUTORIZ-FATASS    PIC X(12).
      *
      *--------------------------------------------------------------
      *
           MOVE CODPLANO-ASSIN TO CODPLANO-FATASS
           MOVE VALMENSAL TO VALFATASS
           MOVE "A" TO SITFATASS
           MOVE ZEROS TO QTDTENT-FATASS DTULTTENT-FATASS
               DTPROXTENT-FATASS DTPAGTO-FATASS
           MOVE SPACES TO CODRET-FATASS AUTORIZ-FATASS
           WRITE REGFATASS
           IF ST-ERRO = "22"
               READ CADFATASS
               IF SITFATASS NOT = "A"
                   DISPLAY CPF-ASSIN " " DSCPLANO "  JA EM COBRANCA"
                   GO TO FATURA-ASSIN-FIM
               ELSE
                   MOVE CODPLANO-ASSIN TO CODPLANO-FATASS
                   MOVE VALMENSAL TO VALFATASS
                   REWRITE REGFATASS.
           ADD 1 TO W-TOTFAT
           ADD VALMENSAL TO W-VALTOTAL
           DISPLAY CPF-ASSIN " " DSCPLANO "  " VALMENSAL.
