      * -- O SUPERVISOR ABRE O EXPEDIENTE DE MANHA E FECHA A NOITE.
      * COM O DIA FECHADO, SGB004 E SGB031 RECUSAM MOVIMENTOS NOVOS;
      * COM O DIA ABERTO, A DATA DO MOVIMENTO E CARIMBADA A PARTIR
      * DESTE REGISTRO E O SGB006 FECHA O CAIXA CONTRA A MESMA DATA.
      * CADA ABERTURA E FECHAMENTO VAI PARA O CADAUDIT COM A IMAGEM
      * DO REGDIA, QUE E O UNICO HISTORICO DE QUEM ABRIU E FECHOU
      * CADA DIA (VIDE SGB161)
      *--------------------------------------------------------------
      *
       ENVIRONMENT DIVISION.
                    RECORD KEY   IS COD-DIA
                    FILE STATUS  IS ST-ERRO.

            SELECT CADAUDIT
                    ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-AUD.

            SELECT CADTRAVA
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
           03 OPERFECH     PIC 9(04).
      *
      *--------------------------------------------------------------
      * TRILHA DE AUDITORIA -- MESMO LAYOUT DO SGB000/SGB002. AQUI
      * OPERAUDIT A = ABERTURA, F = FECHAMENTO, CHAVE = DATA DO DIA
      *--------------------------------------------------------------
      *
       FD CADAUDIT
           VALUE OF FILE-ID IS "CADAUDIT.DAT".
       01 REGAUDIT.
           03 DTAUDIT.
               05 ANO-AUD   PIC 9(04).
               05 MES-AUD   PIC 9(02).
               05 DIA-AUD   PIC 9(02).
           03 HRAUDIT.
               05 HR-AUD    PIC 9(02).
               05 MIN-AUD   PIC 9(02).
               05 SEG-AUD   PIC 9(02).
               05 CENT-AUD  PIC 9(02).
           03 PROGAUDIT      PIC X(06).
           03 OPERAUDIT      PIC X(01).
           03 CHAVEAUDIT     PIC X(30).
           03 REGAUDIT-ANTES  PIC X(219).
           03 REGAUDIT-DEPOIS PIC X(219).
      *
      *--------------------------------------------------------------
      * TABELA DE TRAVAS DE REGISTRO (SGB002/003/004) -- A ABERTURA
      * DO DIA LIMPA AS TRAVAS QUE SOBRARAM DE QUEDAS DE TERMINAL
      *--------------------------------------------------------------
       77 ST-ERRO       PIC X(02) VALUE "00".
       77 ST-TRV        PIC X(02) VALUE "00".
       77 ST-RES        PIC X(02) VALUE "00".
       77 ST-AUD        PIC X(02) VALUE "00".
      *
      * DATA E HORA DO REGISTRO DE AUDITORIA (VIDE GRAVA-AUDITORIA)
       01 W-DATAUDIT   PIC 9(08) VALUE ZEROS.
       01 W-DATAUDIT-R REDEFINES W-DATAUDIT.
           03 W-ANOAUD  PIC 9(04).
           03 W-MESAUD  PIC 9(02).
           03 W-DIAAUD  PIC 9(02).
       01 W-HORAUDIT   PIC 9(08) VALUE ZEROS.
       01 W-HORAUDIT-R REDEFINES W-HORAUDIT.
           03 W-HRAUD   PIC 9(02).
           03 W-MINAUD  PIC 9(02).
           03 W-SEGAUD  PIC 9(02).
           03 W-CENTAUD PIC 9(02).
      *
      * ACUMULADORES DO RESUMO DO DIA POR FILIAL (VIDE GERA-RESUMO)
       01 TAB-RES.
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADDIA CADFUNC
               GO TO ROT-FIM.
           PERFORM GRAVA-AUDITORIA THRU GRAVA-AUDITORIA-FIM
      * LIMPA AS TRAVAS DE REGISTRO QUE SOBRARAM DO DIA ANTERIOR
      * (TERMINAL QUE CAIU NO MEIO DE UMA EDICAO)
           OPEN OUTPUT CADTRAVA
               CLOSE CADTRAVA.
           MOVE "* DIA DE MOVIMENTO ABERTO *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
      * TRANSACOES QUE FICARAM ABERTAS NO DIARIO DO DIA ANTERIOR
           CALL "SGB162"
           GO TO MOSTRA-DIA.
      *
       FECHA-DIA.
           MOVE W-OPERADOR TO OPERFECH
           REWRITE REGDIA
           IF ST-ERRO = "00"
               PERFORM GRAVA-AUDITORIA THRU GRAVA-AUDITORIA-FIM
               PERFORM GERA-RESUMO THRU GERA-RESUMO-FIM.
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO AO GRAVAR O CONTROLE DE DIA *" TO MENS
           GO TO MOSTRA-DIA.
      *
      *--------------------------------------------------------------
      * ABERTURA/FECHAMENTO NO CADAUDIT COM A IMAGEM DO REGDIA (DATA,
      * QUEM ABRIU E QUEM FECHOU). O ARQUIVO SO FICA ABERTO DURANTE A
      * GRAVACAO; SEM ELE O DIA SEGUE SEM O REGISTRO
      *--------------------------------------------------------------
      *
       GRAVA-AUDITORIA.
           OPEN EXTEND CADAUDIT
           IF ST-AUD NOT = "00"
               OPEN OUTPUT CADAUDIT
               CLOSE CADAUDIT
               OPEN EXTEND CADAUDIT.
           IF ST-AUD NOT = "00"
               GO TO GRAVA-AUDITORIA-FIM.
           ACCEPT W-DATAUDIT FROM DATE YYYYMMDD
           ACCEPT W-HORAUDIT FROM TIME
           MOVE W-ANOAUD  TO ANO-AUD
           MOVE W-MESAUD  TO MES-AUD
           MOVE W-DIAAUD  TO DIA-AUD
           MOVE W-HRAUD   TO HR-AUD
           MOVE W-MINAUD  TO MIN-AUD
           MOVE W-SEGAUD  TO SEG-AUD
           MOVE W-CENTAUD TO CENT-AUD
           MOVE "SGB037" TO PROGAUDIT
           MOVE W-OPCAO TO OPERAUDIT
           MOVE DTMOVIMENTO TO CHAVEAUDIT
           MOVE SPACES TO REGAUDIT-ANTES
           MOVE REGDIA TO REGAUDIT-DEPOIS
           WRITE REGAUDIT
           CLOSE CADAUDIT.
       GRAVA-AUDITORIA-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * RESUMO DO DIA FECHADO (CADRESUMO/SGB113): OS AGREGADOS DO
      * MOVIMENTO DO DIA POR FILIAL SAO APURADOS AQUI, UMA UNICA
      * VEZ, E REGRAVADOS POR CIMA SE O DIA FOR REFECHADO
