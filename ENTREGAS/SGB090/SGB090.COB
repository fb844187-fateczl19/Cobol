      * FILIAL E NO GERAL. O RELATORIO VAI PARA O SPOOL (SGB038)
      * PARA O CONTADOR -- NA ULTIMA FISCALIZACAO NAO HAVIA NADA
      * NUMERADO PARA MOSTRAR
      * CADA NOTA TRAZ A SITUACAO NA PREFEITURA (CADRPS.DAT, SGB130):
      * PENDENTE (NAO TRANSMITIDA), ENVIADA, AUTORIZADA, REJEITADA,
      * CANC PEDID OU CANCELADA. NOTA CANCELADA NAO ENTRA NOS TOTAIS;
      * NO FIM, A CONTAGEM DAS PENDENTES E REJEITADAS DO MES.
      * O LIVRO DAS NOTAS DE PRODUTO (VENDA DE BIKE) E O DO SGB131
      *--------------------------------------------------------------
      *
       ENVIRONMENT DIVISION.
                    RECORD KEY   IS KEYNFS
                    FILE STATUS  IS ST-ERRO.

            SELECT CADRPS
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYNFS-RPS
                    FILE STATUS  IS ST-RPS.

            SELECT CADSPOOL
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
           03 VALSERV-NFS     PIC 9(06)V99.
           03 ALIQISS-NFS     PIC 9(02)V99.
           03 VALISS-NFS      PIC 9(06)V99.
      *
       FD CADRPS
           VALUE OF FILE-ID IS "CADRPS.DAT".
       01 REGRPS.
           03 KEYNFS-RPS.
               05 FIL-RPS      PIC 9(02).
               05 NUM-RPS      PIC 9(08).
           03 LOTE-RPS        PIC 9(06).
           03 DTLOTE-RPS      PIC 9(08).
           03 SITRPS          PIC X(01).
           03 DSCSITRPS       PIC X(10).
           03 NUMNFSE-RPS     PIC X(15).
           03 CODVERIF-RPS    PIC X(09).
           03 MOTREJ-RPS      PIC X(40).
           03 DTRET-RPS       PIC 9(08).
           03 MOTCANC-RPS     PIC X(30).
           03 DTCANC-RPS      PIC 9(08).
           03 SUPCANC-RPS     PIC 9(04).
      *
       FD CADSPOOL
           VALUE OF FILE-ID IS "CADSPOOL.DAT".
       77 W-TOTISS      PIC 9(10)V99 VALUE ZEROS.
       77 W-TOTNOTAS    PIC 9(06) VALUE ZEROS.
      *
      * SITUACAO NA PREFEITURA (SGB130)
       77 ST-RPS        PIC X(02) VALUE "00".
       77 W-RPSOK       PIC X(01) VALUE "N".
       77 W-TOTPEND     PIC 9(06) VALUE ZEROS.
       77 W-TOTREJ      PIC 9(06) VALUE ZEROS.
       77 W-TOTCANC     PIC 9(06) VALUE ZEROS.
      *
      * APOIO AO SPOOL DE RELATORIOS (MESMA ROTINA DO SGB030)
       77 ST-SPOOL      PIC X(02) VALUE "00".
       77 ST-SPL        PIC X(02) VALUE "00".
               MOVE "* NENHUMA NOTA FISCAL EMITIDA AINDA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           MOVE "N" TO W-RPSOK
           OPEN INPUT CADRPS
           IF ST-RPS = "00"
               MOVE "S" TO W-RPSOK.
           PERFORM ABRE-SPOOL THRU ABRE-SPOOL-FIM
           STRING "---- LIVRO FISCAL DE SERVICOS " W-ANOMES " ----"
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM
           STRING "FIL NOTA      DATA      CPF          VALOR"
               "      ALIQ   ISS       SITUACAO"
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
      *
           IF FILNFS NOT = W-FILATUAL
               PERFORM QUEBRA-FILIAL THRU QUEBRA-FILIAL-FIM
               MOVE FILNFS TO W-FILATUAL.
           PERFORM LE-SITUACAO THRU LE-SITUACAO-FIM
           STRING FILNFS "  " NUMNFS "  " DTEMIS-NFS "  " CPFNFS
               "  " VALSERV-NFS "  " ALIQISS-NFS "  " VALISS-NFS
               "  " DSCSITRPS
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM
           IF SITRPS = "A" OR "P" OR "C"
               STRING "    NFS-E " NUMNFSE-RPS "  VERIF. " CODVERIF-RPS
                   DELIMITED BY SIZE INTO W-LINSPOOL
               PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           IF SITRPS = "R"
               ADD 1 TO W-TOTREJ
               STRING "    MOTIVO: " MOTREJ-RPS
                   DELIMITED BY SIZE INTO W-LINSPOOL
               PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           IF SITRPS = SPACE
               ADD 1 TO W-TOTPEND.
           IF SITRPS = "C"
               ADD 1 TO W-TOTCANC
               GO TO LISTA-NOTA-FIM.
           ADD 1 TO W-FILNOTAS W-TOTNOTAS
           ADD VALSERV-NFS TO W-FILSERV W-TOTSERV
           ADD VALISS-NFS TO W-FILISS W-TOTISS.
       LISTA-NOTA-FIM.
           EXIT.
      *
      * SEM REGISTRO NO CADRPS A NOTA AINDA NAO FOI TRANSMITIDA
       LE-SITUACAO.
           IF W-RPSOK = "S"
               MOVE KEYNFS TO KEYNFS-RPS
               READ CADRPS
               IF ST-RPS = "00"
                   GO TO LE-SITUACAO-FIM.
           MOVE SPACES TO REGRPS
           MOVE "PENDENTE  " TO DSCSITRPS.
       LE-SITUACAO-FIM.
           EXIT.
      *
       QUEBRA-FILIAL.
           IF W-FILNOTAS = ZEROS
               "  SERVICO " W-TOTSERV "  ISS " W-TOTISS
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM
           STRING "CANCELADAS (FORA DO TOTAL): " W-TOTCANC
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM
           STRING "NAO TRANSMITIDAS A PREFEITURA: " W-TOTPEND
               "  REJEITADAS: " W-TOTREJ
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM
           IF W-TOTPEND > ZEROS OR W-TOTREJ > ZEROS
               STRING "* TRANSMITIR PELO SGB130 ANTES DE FECHAR O MES *"
                   DELIMITED BY SIZE INTO W-LINSPOOL
               PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM.
           CLOSE CADNFS
           IF W-RPSOK = "S"
               CLOSE CADRPS.
           PERFORM FECHA-SPOOL THRU FECHA-SPOOL-FIM
           GO TO ROT-FIM.
      *
