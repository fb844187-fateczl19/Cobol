      * SGB007 (RECONCILIACAO), SGB005 (ATRASOS), SGB006 (CAIXA),
      * SGB009 (MANUT. PREVENTIVA), SGB024 (RAIO GPS), SGB083
      * (MARCACAO DE DEVEDORES), SGB084 (SCORE), SGB099 (SUSPEITA
      * DE FURTO PELO GPS), SGB108 (ORDENS DOS PLANOS DE MANUT.
      * PREVENTIVA), SGB033 (CONTAGEM E CAPACIDADE DOS ARQUIVOS --
      * RESPONDER MODO C, ARQUIVO 00), SGB138 (APLICACAO DOS
      * PRECOS PROGRAMADOS QUE VENCEM ATE A DATA), SGB149
      * (INFRACOES DE ZONA PROIBIDA PELOS PINGS DO DIA), SGB156
      * (CHAMADO NO SAC PARA AVALIACAO BAIXA), SGB164 (RASTREADOR
      * SEM PING E LINHA ATIVA FORA DE BIKE), SGB165 (SUSPEITA DE
      * FRAUDE CADASTRAL) E SGB146 (NO-SHOW DA AGENDA -- O SCORE
      * DESCONTA NA NOITE SEGUINTE), REGISTRANDO
      * INICIO/FIM/RESULTADO DE CADA PASSO EM CADRUNCTL.DAT. NA
      * REEXECUCAO DO MESMO DIA, PASSOS JA CONCLUIDOS SAO PULADOS,
      * ENTAO UMA QUEDA NO MEIO DA CADEIA NAO OBRIGA A REFAZER (NEM
           03 TPASSO7 PIC X(06) VALUE "SGB084".
           03 TPASSO8 PIC X(06) VALUE "SGB099".
           03 TPASSO9 PIC X(06) VALUE "SGB108".
           03 TPASSO10 PIC X(06) VALUE "SGB033".
           03 TPASSO11 PIC X(06) VALUE "SGB138".
           03 TPASSO12 PIC X(06) VALUE "SGB149".
           03 TPASSO13 PIC X(06) VALUE "SGB156".
           03 TPASSO14 PIC X(06) VALUE "SGB164".
           03 TPASSO15 PIC X(06) VALUE "SGB165".
           03 TPASSO16 PIC X(06) VALUE "SGB146".
       01 TTABPASSOS REDEFINES TTPASSOS.
           03 TABPASSOS PIC X(06) OCCURS 16 TIMES.
      *
      *--------------------------------------------------------------
      *
           MOVE ZEROS TO W-PASSO.
       EXEC-PROX.
           ADD 1 TO W-PASSO
           IF W-PASSO > 16
               GO TO REL-FIM.
           MOVE W-DTPROC TO DTRUN
           MOVE W-PASSO TO SEQ-PASSO
               CALL "SGB099".
           IF W-PASSO = 9
               CALL "SGB108".
           IF W-PASSO = 10
               CALL "SGB033".
           IF W-PASSO = 11
               CALL "SGB138".
           IF W-PASSO = 12
               CALL "SGB149".
           IF W-PASSO = 13
               CALL "SGB156".
           IF W-PASSO = 14
               CALL "SGB164".
           IF W-PASSO = 15
               CALL "SGB165".
           IF W-PASSO = 16
               CALL "SGB146".
       EXECUTA-PASSO-ENCERRA.
           MOVE W-DTPROC TO DTRUN
           MOVE W-PASSO TO SEQ-PASSO
