      *       CATEGORIA, DESCRICAO, ATENDENTE ENVOLVIDO E
      *       RESPONSAVEL PELO TRATAMENTO, VALIDADO NO CADFUNC)
      *   T = TRATA/ATUALIZA A SITUACAO (ABERTA / EM TRATAMENTO /
      *       RESOLVIDA, COM A DATA DA RESOLUCAO). NA CATEGORIA V
      *       (AVALIACAO BAIXA, ABERTA PELO SGB156) A RESOLUCAO PEDE
      *       A NOVA NOTA DADA PELO CLIENTE NO RETORNO (CADRETAV)
      *   R = RELATORIO DE RECLAMACOES ABERTAS COM O TEMPO DE CASA
      *       (AGING), PARA O GERENTE VER O QUE ESTA PARADO
      *   V = RETORNOS DAS AVALIACOES BAIXAS: NOTA ORIGINAL X NOVA
      *       NOTA E QUANTOS O RETORNO RECUPEROU (NOVA NOTA ACIMA DA
      *       NOTA MAXIMA QUE ABRIU O CHAMADO)
      *--------------------------------------------------------------
      *
       ENVIRONMENT DIVISION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-FUNC
                    FILE STATUS  IS ST-ERRO.

            SELECT CADRETAV
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYRETAV
                    FILE STATUS  IS ST-RET.
      *
      *--------------------------------------------------------------
      *
                03 DTVALSENHA      PIC 9(08).
      *
      *--------------------------------------------------------------
      * RETORNO AO CLIENTE DA AVALIACAO BAIXA (SGB156) -- SITRET
      * A = AGUARDANDO RETORNO, N = NOVA NOTA DADA NA RESOLUCAO,
      * F = RESOLVIDO SEM NOVA NOTA
      *--------------------------------------------------------------
      *
       FD CADRETAV
           VALUE OF FILE-ID IS "CADRETAV.DAT".
       01 REGRETAV.
           03 KEYRETAV.
               05 CPF-RET         PIC 9(11).
               05 NUMBIKE-RET     PIC 9(04).
               05 DTLOC-RET       PIC 9(08).
               05 HRLOC-RET       PIC 9(04).
           03 SEQSAC-RET       PIC 9(04).
           03 NOTA-RET         PIC 9(01).
           03 LIMITE-RET       PIC 9(01).
           03 DTAVAL-RET       PIC 9(08).
           03 OPER-RET         PIC 9(04).
           03 FILIAL-RET       PIC 9(02).
           03 RESP-RET         PIC 9(04).
           03 DTABERT-RET      PIC 9(08).
           03 DTPRAZO-RET      PIC 9(08).
           03 NOVANOTA-RET     PIC 9(01).
           03 DTNOVA-RET       PIC 9(08).
           03 SITRET           PIC X(01).
           03 DSCSITRET        PIC X(10).
      *
      *--------------------------------------------------------------
      *
       WORKING-STORAGE SECTION.
      *
       77 W-CPFSAC      PIC 9(11) VALUE ZEROS.
       77 W-SEQSAC      PIC 9(04) VALUE ZEROS.
       77 W-TOTABERTAS  PIC 9(04) VALUE ZEROS.
       77 ST-RET        PIC X(02) VALUE "00".
       77 W-RETABERTO   PIC X(01) VALUE "N".
       77 W-NOVANOTA    PIC 9(01) VALUE ZEROS.
      *
      * RECUPERACAO DOS RETORNOS DE AVALIACAO BAIXA (MODO V)
       77 W-TOTRET      PIC 9(04) VALUE ZEROS.
       77 W-TOTAGUARD   PIC 9(04) VALUE ZEROS.
       77 W-TOTATRAS    PIC 9(04) VALUE ZEROS.
       77 W-TOTSEMNOTA  PIC 9(04) VALUE ZEROS.
       77 W-TOTREAVAL   PIC 9(04) VALUE ZEROS.
       77 W-TOTRECUP    PIC 9(04) VALUE ZEROS.
       77 W-SOMANOTA    PIC 9(06) VALUE ZEROS.
       77 W-SOMANOVA    PIC 9(06) VALUE ZEROS.
       77 W-MEDIA       PIC 9(01)V99 VALUE ZEROS.
       77 W-ED-MEDIA    PIC 9,99.
       77 W-PERC        PIC 9(03)V9 VALUE ZEROS.
       77 W-ED-PERC     PIC ZZ9,9.
       77 W-FLAGATR     PIC X(08) VALUE SPACES.
      *
      * AGING (30/360) DAS RECLAMACOES ABERTAS
       01 WS-DATAHOJE   PIC 9(08) VALUE ZEROS.
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADSAC CADCLI
               GO TO ROT-FIM.
           OPEN I-O CADRETAV
           IF ST-RET = "00"
               MOVE "S" TO W-RETABERTO.
           ACCEPT WS-DATAHOJE FROM DATE YYYYMMDD
           COMPUTE WS-ORDHOJE = (WS-ANOHOJE * 360) +
               (WS-MESHOJE * 30) + WS-DIAHOJE.
           DISPLAY (01, 01) "  * SAC - RECLAMACOES DE CLIENTES *"
           MOVE SPACES TO W-OPCAO
           DISPLAY (03, 01)
               "   I=INCLUIR T=TRATAR R=ABERTAS V=RETORNOS S=SAIR : ".
           ACCEPT (03, 53) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR 01
               GO TO ENCERRA.
           IF W-OPCAO = "i" MOVE "I" TO W-OPCAO.
           IF W-OPCAO = "t" MOVE "T" TO W-OPCAO.
           IF W-OPCAO = "r" MOVE "R" TO W-OPCAO.
           IF W-OPCAO = "v" MOVE "V" TO W-OPCAO.
           IF W-OPCAO = "s" OR "S"
               GO TO ENCERRA.
           IF W-OPCAO = "I"
               GO TO SAC-TRATA.
           IF W-OPCAO = "R"
               GO TO SAC-ABERTAS.
           IF W-OPCAO = "V"
               GO TO SAC-RETORNOS.
           MOVE "* DIGITE I, T, R, V OU S *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ACC-MODO.
      *
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO SAC-TRATA-SIT.
           REWRITE REGSAC
           IF CATEGSAC = "V" AND W-RETABERTO = "S"
               GO TO SAC-REAVALIA.
           MOVE "* RECLAMACAO ATUALIZADA *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ACC-MODO.
      *
      * RECLAMACAO DE AVALIACAO BAIXA: AO RESOLVER, O CLIENTE E
      * CONVIDADO A DAR NOVA NOTA; REABERTA, VOLTA A AGUARDAR RETORNO
       SAC-REAVALIA.
           MOVE KEYLOCACAO-SAC TO KEYRETAV
           READ CADRETAV
           IF ST-RET NOT = "00"
               MOVE "* RECLAMACAO ATUALIZADA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-MODO.
           IF SITSAC NOT = "R"
               MOVE ZEROS TO NOVANOTA-RET DTNOVA-RET
               MOVE "A" TO SITRET
               MOVE "AGUARDANDO" TO DSCSITRET
               REWRITE REGRETAV
               MOVE "* RECLAMACAO ATUALIZADA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-MODO.
           DISPLAY (12, 01) "   NOTA ORIGINAL DA AVALIACAO: " NOTA-RET.
       SAC-REAVALIA-NOTA.
           MOVE ZEROS TO W-NOVANOTA
           DISPLAY (13, 01)
               "   NOVA NOTA DO CLIENTE (1 A 5, 0=NAO QUIS DAR): ".
           ACCEPT (13, 51) W-NOVANOTA WITH UPDATE
           IF W-NOVANOTA > 5
               MOVE "* NOTA DE 1 A 5, OU 0 *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO SAC-REAVALIA-NOTA.
           MOVE W-NOVANOTA TO NOVANOTA-RET
           IF W-NOVANOTA = ZEROS
               MOVE ZEROS TO DTNOVA-RET
               MOVE "F" TO SITRET
               MOVE "SEM NOTA  " TO DSCSITRET
           ELSE
               MOVE WS-DATAHOJE TO DTNOVA-RET
               MOVE "N" TO SITRET
               MOVE "REAVALIADA" TO DSCSITRET.
           REWRITE REGRETAV
           MOVE "* RECLAMACAO ATUALIZADA *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ACC-MODO.
           DISPLAY " ".
           DISPLAY "RECLAMACOES EM ABERTO: " W-TOTABERTAS.
           GO TO ACC-MODO.
      *
      *--------------------------------------------------------------
      * RETORNOS DAS AVALIACOES BAIXAS (CADRETAV): NOTA ORIGINAL X
      * NOVA NOTA; RECUPERADO = NOVA NOTA ACIMA DA NOTA MAXIMA QUE
      * ABRIU O CHAMADO. AGUARDANDO COM O PRAZO VENCIDO = ATRASADO
      *--------------------------------------------------------------
      *
       SAC-RETORNOS.
           MOVE ZEROS TO W-TOTRET W-TOTAGUARD W-TOTATRAS W-TOTSEMNOTA
               W-TOTREAVAL W-TOTRECUP W-SOMANOTA W-SOMANOVA
           IF W-RETABERTO NOT = "S"
               MOVE "* NENHUM RETORNO DE AVALIACAO BAIXA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-MODO.
           MOVE ZEROS TO KEYRETAV
           START CADRETAV KEY IS >= KEYRETAV
           IF ST-RET NOT = "00"
               MOVE "* NENHUM RETORNO DE AVALIACAO BAIXA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-MODO.
           DISPLAY " ".
           DISPLAY "---- RETORNOS DAS AVALIACOES BAIXAS ----".
           DISPLAY "CPF CLIENTE  SEQ  NOTA NOVA SITUACAO   PRAZO"
               "     RESP".
       SAC-RETORNOS-PROX.
           READ CADRETAV NEXT RECORD
           IF ST-RET NOT = "00"
               GO TO SAC-RETORNOS-FIM.
           ADD 1 TO W-TOTRET
           MOVE SPACES TO W-FLAGATR
           IF SITRET = "A"
               ADD 1 TO W-TOTAGUARD
               IF DTPRAZO-RET < WS-DATAHOJE
                   ADD 1 TO W-TOTATRAS
                   MOVE "ATRASADO" TO W-FLAGATR.
           IF SITRET = "F"
               ADD 1 TO W-TOTSEMNOTA.
           IF SITRET = "N"
               ADD 1 TO W-TOTREAVAL
               ADD NOTA-RET TO W-SOMANOTA
               ADD NOVANOTA-RET TO W-SOMANOVA
               IF NOVANOTA-RET > LIMITE-RET
                   ADD 1 TO W-TOTRECUP.
           DISPLAY CPF-RET "  " SEQSAC-RET "    " NOTA-RET "    "
               NOVANOTA-RET " " DSCSITRET " " DTPRAZO-RET " "
               RESP-RET " " W-FLAGATR
           GO TO SAC-RETORNOS-PROX.
       SAC-RETORNOS-FIM.
           DISPLAY " ".
           DISPLAY "RETORNOS ABERTOS PELO SGB156....: " W-TOTRET.
           DISPLAY "AGUARDANDO RETORNO..............: " W-TOTAGUARD
               "  (ATRASADOS: " W-TOTATRAS ")".
           DISPLAY "RESOLVIDOS SEM NOVA NOTA........: " W-TOTSEMNOTA.
           DISPLAY "REAVALIADOS PELO CLIENTE........: " W-TOTREAVAL.
           DISPLAY "RECUPERADOS.....................: " W-TOTRECUP.
           IF W-TOTREAVAL = ZEROS
               GO TO ACC-MODO.
           COMPUTE W-PERC ROUNDED = (W-TOTRECUP * 100) / W-TOTREAVAL
           MOVE W-PERC TO W-ED-PERC
           DISPLAY "% DE RECUPERACAO DOS REAVALIADOS: " W-ED-PERC.
           COMPUTE W-MEDIA ROUNDED = W-SOMANOTA / W-TOTREAVAL
           MOVE W-MEDIA TO W-ED-MEDIA
           DISPLAY "NOTA MEDIA ORIGINAL.............: " W-ED-MEDIA.
           COMPUTE W-MEDIA ROUNDED = W-SOMANOVA / W-TOTREAVAL
           MOVE W-MEDIA TO W-ED-MEDIA
           DISPLAY "NOTA MEDIA APOS O RETORNO.......: " W-ED-MEDIA.
           GO TO ACC-MODO.
      *
       ENCERRA.
           CLOSE CADSAC CADCLI CADFUNC
           IF W-RETABERTO = "S"
               CLOSE CADRETAV.
           GO TO ROT-FIM.
      *
      *--------------------------------------------------------------
