       AUTHOR. VINICIUS ESCAME DOS SANTOS.
      *--------------------------------------------------------------
      * RELATORIO DE MARCAS/MODELOS MAIS LOCADOS (CADLOC x CADBIKE)
      * -- AS SAIDAS DE USO INTERNO (CADUSOINT/SGB158) SAEM NUMA
      * COLUNA A PARTE E NAO ENTRAM NA ORDEM DO RANKING
      *--------------------------------------------------------------
      *
       ENVIRONMENT DIVISION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMERO
                    FILE STATUS  IS ST-ERRO.
            SELECT CADUSOINT
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMUSO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NUMBIKE-USO
                                            WITH DUPLICATES.
      *
      *--------------------------------------------------------------
      *
           03 VALDIA        PIC 9(06)V99.
           03 VALSEMANA     PIC 9(06)V99.
           03 FOTOPATH      PIC X(60).
      *
       FD CADUSOINT
           VALUE OF FILE-ID IS "CADUSOINT.DAT".
       01 REGUSOINT.
           03 NUMUSO           PIC 9(06).
           03 NUMBIKE-USO      PIC 9(04).
           03 FILLER           PIC X(118).
      *
      *--------------------------------------------------------------
      *
           03 W-HMSSPOOL    PIC 9(06).
           03 FILLER        PIC 9(02).
       77 W-TOTLOC      PIC 9(06) VALUE ZEROS.
       77 W-TOTUSOINT   PIC 9(06) VALUE ZEROS.
      *
      *--------------------------------------------------------------
      * TABELA DE RANKING POR MARCA/MODELO -- ATE 50 COMBINACOES
               05 TAB-MODELO    PIC X(20).
               05 TAB-QTD       PIC 9(06).
               05 TAB-VALOR     PIC 9(08)V99.
               05 TAB-QTDINT    PIC 9(06).
      *
      * AREA DE TROCA, USADA PELA ORDENACAO DO RANKING
       01 TROCA-ITEM.
           03 TROCA-MODELO    PIC X(20).
           03 TROCA-QTD       PIC 9(06).
           03 TROCA-VALOR     PIC 9(08)V99.
           03 TROCA-QTDINT    PIC 9(06).
      *
      *--------------------------------------------------------------
      *
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADLOC
               GO TO ROT-FIM.
           OPEN INPUT CADUSOINT
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                   OPEN OUTPUT CADUSOINT
                   CLOSE CADUSOINT
                   OPEN INPUT CADUSOINT.
      *
      *--------------------------------------------------------------
      * LEITURA SEQUENCIAL DE TODO O CADLOC
       LER-PROX.
           READ CADLOC NEXT RECORD
               AT END
                   GO TO LER-USOINT
               NOT AT END
                   PERFORM PROCESSA-LOCACAO
           END-READ
               PERFORM ACUMULA-ITEM.
      *
      *--------------------------------------------------------------
      * SAIDAS DE USO INTERNO (TESTE, FUNCIONARIO, IMPRENSA,
      * CORTESIA), CONTADAS NA COLUNA PROPRIA DA MARCA/MODELO
      *--------------------------------------------------------------
      *
       LER-USOINT.
           READ CADUSOINT NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO REL-FIM.
           ADD 1 TO W-TOTUSOINT
           MOVE NUMBIKE-USO TO NUMERO
           READ CADBIKE
           IF ST-ERRO NOT = "00"
               MOVE "(BIKE EXCLUIDA)     " TO MARCA
               MOVE "(BIKE EXCLUIDA)     " TO MODELO.
           PERFORM ACUMULA-USOINT THRU ACUMULA-USOINT-FIM
           GO TO LER-USOINT.
      *
      *--------------------------------------------------------------
      * PROCURA A COMBINACAO MARCA/MODELO NA TABELA DE RANKING; SE
      * JA EXISTE, SOMA NA LINHA; SE NAO EXISTE, CRIA UMA NOVA LINHA
      *--------------------------------------------------------------
           MOVE MARCA         TO TAB-MARCA(W-NTAB)
           MOVE MODELO        TO TAB-MODELO(W-NTAB)
           MOVE 1             TO TAB-QTD(W-NTAB)
           MOVE VALCOBRADO    TO TAB-VALOR(W-NTAB)
           MOVE ZEROS         TO TAB-QTDINT(W-NTAB).
       ACUMULA-ITEM-FIM.
           EXIT.
      *
       ACUMULA-USOINT.
           MOVE 1 TO W-IDX.
       ACHA-USOINT-LOOP.
           IF W-IDX > W-NTAB
               GO TO ACHA-USOINT-NOVO.
           IF TAB-MARCA(W-IDX) = MARCA AND TAB-MODELO(W-IDX) = MODELO
               ADD 1 TO TAB-QTDINT(W-IDX)
               GO TO ACUMULA-USOINT-FIM.
           ADD 1 TO W-IDX
           GO TO ACHA-USOINT-LOOP.
       ACHA-USOINT-NOVO.
           IF W-NTAB >= 50
               ADD 1 TO W-DESCARTADAS
               GO TO ACUMULA-USOINT-FIM.
           ADD 1 TO W-NTAB
           MOVE MARCA         TO TAB-MARCA(W-NTAB)
           MOVE MODELO        TO TAB-MODELO(W-NTAB)
           MOVE ZEROS         TO TAB-QTD(W-NTAB)
           MOVE ZEROS         TO TAB-VALOR(W-NTAB)
           MOVE 1             TO TAB-QTDINT(W-NTAB).
       ACUMULA-USOINT-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * RODAPE DO RELATORIO -- ORDENA A TABELA POR QTD DECRESCENTE E
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "MARCA                MODELO               ",
                   "QTD LOC   VALCOBRADO TOTAL  USO INT"
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           MOVE 1 TO W-IDX.
           IF W-IDX > W-NTAB
               GO TO IMPRIME-RANK-FIM.
           STRING TAB-MARCA(W-IDX) " " TAB-MODELO(W-IDX) " "
                   TAB-QTD(W-IDX) "   " TAB-VALOR(W-IDX) "   "
                   TAB-QTDINT(W-IDX)
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           ADD 1 TO W-IDX
           STRING "TOTAL DE LOCACOES LIDAS ..........: " W-TOTLOC
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "SAIDAS DE USO INTERNO (SEM RECEITA): " W-TOTUSOINT
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           STRING "MARCAS/MODELOS DISTINTOS NO RANKING: " W-NTAB
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
                       W-DESCARTADAS
                   DELIMITED BY SIZE INTO W-LINSPOOL
               PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           CLOSE CADLOC CADBIKE CADUSOINT
           PERFORM FECHA-SPOOL THRU FECHA-SPOOL-FIM
           GO TO ROT-FIM.
      *
           MOVE TAB-MODELO(W-I) TO TROCA-MODELO
           MOVE TAB-QTD(W-I)    TO TROCA-QTD
           MOVE TAB-VALOR(W-I)  TO TROCA-VALOR
           MOVE TAB-QTDINT(W-I) TO TROCA-QTDINT
           MOVE TAB-MARCA(W-J)  TO TAB-MARCA(W-I)
           MOVE TAB-MODELO(W-J) TO TAB-MODELO(W-I)
           MOVE TAB-QTD(W-J)    TO TAB-QTD(W-I)
           MOVE TAB-VALOR(W-J)  TO TAB-VALOR(W-I)
           MOVE TAB-QTDINT(W-J) TO TAB-QTDINT(W-I)
           MOVE TROCA-MARCA     TO TAB-MARCA(W-J)
           MOVE TROCA-MODELO    TO TAB-MODELO(W-J)
           MOVE TROCA-QTD       TO TAB-QTD(W-J)
           MOVE TROCA-VALOR     TO TAB-VALOR(W-J)
           MOVE TROCA-QTDINT    TO TAB-QTDINT(W-J).
       TROCA-LINHAS-FIM.
           EXIT.
      *
