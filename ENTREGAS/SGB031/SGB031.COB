      * REGISTRO DE VENDA DEFINITIVA DE BICICLETA (CADVENDA.DAT) --
      * BAIXA A BIKE DO POOL DE LOCACAO (SITUAC = 'B') E GRAVA O
      * COMPRADOR/VALOR DA VENDA
      * CADA VENDA GRAVADA EMITE A NOTA FISCAL DE PRODUTO (CADNFE.DAT)
      * NA SERIE "NFEnn" DA FILIAL DA BIKE (CADCONTROLE), COM O
      * COMPRADOR, O NUMERO DE SERIE DO QUADRO (CADCHASSI), NCM E
      * CFOP DE VENDA DE BEM DO ATIVO E O ICMS DA ALIQUOTA DO
      * PARAMETRO 17. DANFE, ARQUIVO PARA O AUTORIZADOR E LIVRO DE
      * SAIDAS NO SGB131. COM O TREINAMENTO (SGB117) ATIVO NAO HA
      * VENDA: O CADVENDA E O CADNFE SAO SEMPRE OS VIVOS
      *--------------------------------------------------------------
      *
       ENVIRONMENT DIVISION.
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS KEYDEPREC
           FILE STATUS  IS ST-ERRO.
       SELECT CADNFE
           ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS KEYNFE
           FILE STATUS  IS ST-ERRO.
       SELECT CADCHASSI
           ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS SERIAL-CHASSI
           FILE STATUS  IS ST-ERRO
           ALTERNATE RECORD KEY IS NUMBIKE-CH.
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
       SELECT TREINOFLG
           ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS ST-FLG.
      *
      *--------------------------------------------------------------
      *
           03 VALMANUT        PIC 9(08)V99.
           03 VALACRESC       PIC 9(08)V99.
           03 VALACRANT       PIC 9(08)V99.
           03 VALVAREJO       PIC 9(08)V99.
           03 VALOFICINA      PIC 9(08)V99.
      *
      *--------------------------------------------------------------
      * DEPRECIACAO POR BIKE/MES (SGB067) -- NA VENDA, O VALOR
           03 VALCONTABIL     PIC 9(08)V99.
      *
      *--------------------------------------------------------------
      * NOTA FISCAL DE PRODUTO (NF-E) DA VENDA -- SITNFE: N = EMITIDA,
      * AINDA NAO EXPORTADA; T = EXPORTADA AO AUTORIZADOR (SGB131)
      *--------------------------------------------------------------
      *
       FD CADNFE
           VALUE OF FILE-ID IS "CADNFE.DAT".
       01 REGNFE.
           03 KEYNFE.
               05 FILNFE          PIC 9(02).
               05 NUMNFE          PIC 9(08).
           03 KEYVENDA-NFE       PIC X(16).
           03 CPFNFE             PIC 9(11).
           03 NOMENFE            PIC X(30).
           03 CEPNFE             PIC 9(08).
           03 NUMBIKE-NFE        PIC 9(04).
           03 SERIAL-NFE         PIC X(20).
           03 DESCR-NFE          PIC X(40).
           03 NCM-NFE            PIC 9(08).
           03 CFOP-NFE           PIC 9(04).
           03 DTEMIS-NFE         PIC 9(08).
           03 VALPROD-NFE        PIC 9(06)V99.
           03 BASEICMS-NFE       PIC 9(06)V99.
           03 ALIQICMS-NFE       PIC 9(02)V99.
           03 VALICMS-NFE        PIC 9(06)V99.
           03 SITNFE             PIC X(01).
           03 LOTE-NFE           PIC 9(06).
      *
       FD CADCHASSI
           VALUE OF FILE-ID IS "CADCHASSI.DAT".
       01 REGCHASSI.
           03 SERIAL-CHASSI   PIC X(20).
           03 NUMBIKE-CH      PIC 9(04).
           03 DTREG-CH        PIC 9(08).
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
       FD TREINOFLG
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "TREINOFLG.DAT".
       01 REGFLG           PIC X(01).
      *
      *--------------------------------------------------------------
      *
       WORKING-STORAGE SECTION.
      *
       77 W-VALCONTAB  PIC 9(08)V99 VALUE ZEROS.
       77 W-ACHOUDEP   PIC X(01) VALUE "N".
      *
      * APOIO A NOTA FISCAL DE PRODUTO (CADNFE/SGB131): ICMS DO
      * PARAMETRO 17; NCM 8712.00.10 (BICICLETA) E CFOP 5551 (VENDA
      * DE BEM DO ATIVO IMOBILIZADO -- A BIKE E FROTA, NAO ESTOQUE)
       77 ST-FLG       PIC X(02) VALUE "00".
       77 W-FLAGATUAL  PIC X(01) VALUE "N".
       77 W-ALIQICMS   PIC 9(02)V99 VALUE 18,00.
       77 W-NCMBIKE    PIC 9(08) VALUE 87120010.
       77 W-CFOPVENDA  PIC 9(04) VALUE 5551.
       01 W-TIPONFE.
           03 FILLER       PIC X(03) VALUE "NFE".
           03 W-NFEFIL     PIC 9(02).
           03 FILLER       PIC X(03) VALUE SPACES.
      *
      * SITUACAO E DATA DO DIA DE MOVIMENTO (CADDIA/SGB037)
       77 W-SITDIA     PIC X(01) VALUE "F".
       01 W-DTMOV      PIC 9(08) VALUE ZEROS.
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADBIKE CADCLI CADVENDA
               GO TO ROT-FIM.
       LE-FLAG.
           MOVE "N" TO W-FLAGATUAL
           OPEN INPUT TREINOFLG
           IF ST-FLG = "00"
               READ TREINOFLG
                   AT END
                       MOVE "N" TO W-FLAGATUAL
                   NOT AT END
                       MOVE REGFLG TO W-FLAGATUAL
               END-READ
               CLOSE TREINOFLG.
           IF W-FLAGATUAL = "S"
               MOVE "* TREINAMENTO ATIVO - VENDA NAO PERMITIDA *"
                   TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADBIKE CADCLI CADVENDA
               GO TO ROT-FIM.
       LE-PARAM.
           OPEN INPUT CADPARAM
           IF ST-ERRO = "00"
               MOVE 17 TO COD-PARAM
               READ CADPARAM
               IF ST-ERRO = "00" AND VAL-PARAM NOT = ZEROS
                   MOVE VAL-PARAM TO W-ALIQICMS
               END-IF
               CLOSE CADPARAM.
       INC-001.
           MOVE ZEROS TO WNUMERO WCPF-CLI
           DISPLAY (01, 01) ERASE
           MOVE TABSITUAC(6) TO SITUACDESC
           REWRITE REGBIKE
           IF ST-ERRO = "00"
               PERFORM GERA-NFE THRU GERA-NFE-FIM
               MOVE "* VENDA REGISTRADA E BIKE BAIXADA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO INC-001.
           GO TO BUSCA-CONTABIL-PROX.
       BUSCA-CONTABIL-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * NOTA FISCAL DE PRODUTO DA VENDA (CADNFE): NUMERO DA SERIE
      * "NFEnn" DA FILIAL DA BIKE, MESMA TECNICA DA NOTA DE SERVICO
      * DO SGB004 (GERA-NOTAFISCAL). O DANFE SAI NO SGB131
      *--------------------------------------------------------------
      *
       GERA-NFE.
           OPEN I-O CADNFE
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                   OPEN OUTPUT CADNFE
                   CLOSE CADNFE
                   OPEN I-O CADNFE
               ELSE
                   MOVE "* ERRO AO ABRIR O CADNFE - NF-E NAO EMITIDA *"
                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO GERA-NFE-FIM.
           OPEN I-O CADCONTROLE
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                   OPEN OUTPUT CADCONTROLE
                   CLOSE CADCONTROLE
                   OPEN I-O CADCONTROLE
               ELSE
                   MOVE "* ERRO NO CADCONTROLE - NF-E NAO EMITIDA *"
                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADNFE
                   GO TO GERA-NFE-FIM.
           MOVE CODFILIAL TO W-NFEFIL
           MOVE W-TIPONFE TO TIPOCTRL
           READ CADCONTROLE
           IF ST-ERRO NOT = "00"
               MOVE W-TIPONFE TO TIPOCTRL
               MOVE 1 TO PROXNUM
               WRITE REGCTRL.
           MOVE CODFILIAL TO FILNFE
           MOVE PROXNUM TO NUMNFE
           ADD 1 TO PROXNUM
           REWRITE REGCTRL
           CLOSE CADCONTROLE
           MOVE KEYVENDA TO KEYVENDA-NFE
           MOVE CPF-CLI TO CPFNFE
           MOVE NOME-CLI TO NOMENFE
           MOVE FKCEP TO CEPNFE
           MOVE NUMERO TO NUMBIKE-NFE
           MOVE SPACES TO DESCR-NFE
           STRING "BICICLETA " MARCA " " MODELO
               DELIMITED BY "  " INTO DESCR-NFE
           MOVE SPACES TO SERIAL-NFE
           OPEN INPUT CADCHASSI
           IF ST-ERRO = "00"
               MOVE NUMERO TO NUMBIKE-CH
               READ CADCHASSI KEY IS NUMBIKE-CH
               IF ST-ERRO = "00"
                   MOVE SERIAL-CHASSI TO SERIAL-NFE
               END-IF
               CLOSE CADCHASSI.
           MOVE W-NCMBIKE TO NCM-NFE
           MOVE W-CFOPVENDA TO CFOP-NFE
           MOVE DTVENDA TO DTEMIS-NFE
           MOVE VALVENDA TO VALPROD-NFE BASEICMS-NFE
           MOVE W-ALIQICMS TO ALIQICMS-NFE
           COMPUTE VALICMS-NFE ROUNDED =
               VALVENDA * W-ALIQICMS / 100
           MOVE "N" TO SITNFE
           MOVE ZEROS TO LOTE-NFE
           WRITE REGNFE
           IF ST-ERRO = "22"
               REWRITE REGNFE.
           CLOSE CADNFE
           DISPLAY (22, 12) "NF-E EMITIDA: " FILNFE "/" NUMNFE
               " - DANFE NO SGB131".
       GERA-NFE-FIM.
           EXIT.
      *
       ROT-FIM.
           DISPLAY (01, 01) ERASE
