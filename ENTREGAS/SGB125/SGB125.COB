       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGB125.
       AUTHOR. VINICIUS ESCAME DOS SANTOS.
      *--------------------------------------------------------------
      * GATEWAY DE NOTIFICACOES (E-MAIL/SMS) -- O CADNOTIF RECEBE AS
      * CONFIRMACOES E AVISOS DE RESERVA DO SGB004 E AS CAMPANHAS DO
      * SGB120, MAS NINGUEM AS ENVIAVA: ERAM COPIADAS A MAO NO SITE
      * DE SMS.
      *   E = EXPORTA PARA O NOTIFGW.TXT (LEIAUTE FIXO, CABECALHO
      *       "CAB" COM O LOTE DA SERIE "NOTIFGW" DO CADCONTROLE E
      *       TRAILER "FIM" COM O TOTAL, COMO O TABDIST DO SGB115) AS
      *       MENSAGENS AINDA NAO ENVIADAS A PARTIR DE UMA DATA;
      *       CADA UMA GANHA UM NUMERO DA SERIE "NOTIFMSG", FICA
      *       MARCADA COMO ENVIADA NO CADNOTIFST E TEM DTENVIO/HRENVIO
      *       CARIMBADOS NO CADNOTIF
      *   R = IMPORTA O RETORNO DO PROVEDOR (NOTIFRET.TXT,
      *       NUMERO;SITUACAO;DATA;HORA) E MARCA CADA MENSAGEM COMO
      *       ENTREGUE (D), DEVOLVIDA (B) OU NUMERO/ENDERECO INVALIDO
      *       (I)
      *   L = LISTA OS CLIENTES CUJO E-MAIL OU TELEFONE ATUAL FALHOU
      *       N VEZES OU MAIS SEM ENTREGA DEPOIS, PARA O BALCAO
      *       CORRIGIR NA PROXIMA VISITA
      * MENSAGEM DO CADNOTIF SEM REGISTRO NO CADNOTIFST E MENSAGEM
      * AINDA NAO ENVIADA
      *--------------------------------------------------------------
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT NOTIFGW
                    ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-GW.

            SELECT NOTIFRET
                    ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-RET.

            SELECT CADNOTIF
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYNOTIF
                    FILE STATUS  IS ST-ERRO.

            SELECT CADNOTIFST
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYNOTIF-NST
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS IDMSG-NST.

            SELECT CADCLI
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF-CLI
                    FILE STATUS  IS ST-ERRO.

            SELECT CADCONTROLE
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TIPOCTRL
                    FILE STATUS  IS ST-ERRO.
      *
      *--------------------------------------------------------------
      *
       DATA DIVISION.
       FILE SECTION.
      *
      * ARQUIVO PARA O GATEWAY: "CAB" + LOTE + DATA, UM "MSG" POR
      * MENSAGEM (VIDE W-DETGW) E "FIM" + TOTAL
       FD NOTIFGW
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "NOTIFGW.TXT".
       01 REGGW.
           03 TIPOREG-GW    PIC X(03).
           03 DADOS-GW      PIC X(79).
      *
      * RETORNO DO PROVEDOR, UMA LINHA POR MENSAGEM
       FD NOTIFRET
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "NOTIFRET.TXT".
       01 REGRET.
           03 RT-IDMSG      PIC 9(08).
           03 RT-DELIM1     PIC X(01).
           03 RT-SITUAC     PIC X(01).
           03 RT-DELIM2     PIC X(01).
           03 RT-DATA       PIC 9(08).
           03 RT-DELIM3     PIC X(01).
           03 RT-HORA       PIC 9(06).
      *
       FD CADNOTIF
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADNOTIF.DAT".
       01 REGNOTIF.
           03 KEYNOTIF.
               05 FKCPF-CLI-NOTIF    PIC 9(11).
               05 FKNUM-BIKE-NOTIF   PIC 9(04).
               05 DTLOCACAO-NOTIF.
                   07 DIA-LOCA-NOTIF     PIC 9(02).
                   07 MES-LOCA-NOTIF     PIC 9(02).
                   07 ANO-LOCA-NOTIF     PIC 9(04).
               05 HRLOCACAO-NOTIF   PIC 9(02).
               05 MINLOCACAO-NOTIF  PIC 9(02).
           03 TIPONOTIF        PIC X(01).
           03 DESTINONOTIF     PIC X(20).
           03 DTENVIO          PIC 9(08).
           03 HRENVIO          PIC 9(06).
           03 MENSNOTIF        PIC X(50).
      *
      *--------------------------------------------------------------
      * SITUACAO DE ENTREGA DE CADA MENSAGEM DO CADNOTIF (MESMA
      * CHAVE): E=ENVIADA AO GATEWAY D=ENTREGUE B=DEVOLVIDA
      * I=NUMERO/ENDERECO INVALIDO. GUARDA O CANAL E O DESTINO USADOS
      * NO ENVIO, PARA A LISTA DE CONTATOS COM FALHA
      *--------------------------------------------------------------
      *
       FD CADNOTIFST
           VALUE OF FILE-ID IS "CADNOTIFST.DAT".
       01 REGNOTIFST.
           03 KEYNOTIF-NST.
               05 CPF-NST      PIC 9(11).
               05 RESTO-NST    PIC X(16).
           03 IDMSG-NST       PIC 9(08).
           03 SITNOTIF-NST    PIC X(01).
           03 DSCSIT-NST      PIC X(10).
           03 TIPO-NST        PIC X(01).
           03 DESTINO-NST     PIC X(20).
           03 LOTE-NST        PIC 9(06).
           03 DTEXP-NST       PIC 9(08).
           03 HREXP-NST       PIC 9(06).
           03 DTRET-NST       PIC 9(08).
           03 HRRET-NST       PIC 9(06).
      *
       FD CADCLI
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCLI.DAT".
       01 REGCLI.
           03 CPF-CLI           PIC 9(11).
           03 RG-CLI            PIC X(09).
           03 NOME-CLI          PIC X(30).
           03 EMAIL-CLI         PIC X(20).
           03 NUM-CLI           PIC 9(04).
           03 TEL-CLI           PIC 9(11).
           03 SITUAC-CLI        PIC X(01).
           03 DSCSITUAC-CLI     PIC X(08).
           03 COMPLEM-CLI       PIC X(13).
           03 FKCEP             PIC 9(08).
           03 DATNASC.
               05 DIANASC-CLI    PIC 9(02).
               05 MESNASC-CLI    PIC 9(02).
               05 ANONASC-CLI    PIC 9(04).
           03 CODFILIAL-CLI     PIC 9(02).
           03 DSCFILIAL-CLI     PIC X(15).
           03 VALLIMCRED        PIC 9(06)V99.
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
       77 ST-GW         PIC X(02) VALUE "00".
       77 ST-RET        PIC X(02) VALUE "00".
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 W-LOTE        PIC 9(06) VALUE ZEROS.
       77 W-DTCORTE     PIC 9(08) VALUE ZEROS.
       77 W-TOTEXP      PIC 9(06) VALUE ZEROS.
       77 W-TOTANTIGA   PIC 9(06) VALUE ZEROS.
       77 W-TOTSEMDEST  PIC 9(06) VALUE ZEROS.
       77 W-TOTRET      PIC 9(06) VALUE ZEROS.
       77 W-TOTENTREG   PIC 9(06) VALUE ZEROS.
       77 W-TOTDEVOL    PIC 9(06) VALUE ZEROS.
       77 W-TOTINVAL    PIC 9(06) VALUE ZEROS.
       77 W-TOTREJ      PIC 9(06) VALUE ZEROS.
       77 W-LIMFALHA    PIC 9(02) VALUE 2.
       77 W-TOTLISTA    PIC 9(06) VALUE ZEROS.
       77 WS-DATAHOJE   PIC 9(08) VALUE ZEROS.
       77 W-HORAGORA    PIC 9(08) VALUE ZEROS.
      *
      * DATA DA MENSAGEM, QUE NA CHAVE DO CADNOTIF ESTA EM DDMMAAAA
       01 W-DTMSG        PIC 9(08) VALUE ZEROS.
       01 W-DTMSG-R REDEFINES W-DTMSG.
           03 W-ANOMSG    PIC 9(04).
           03 W-MESMSG    PIC 9(02).
           03 W-DIAMSG    PIC 9(02).
      *
      * CABECALHO, DETALHE E TRAILER DO NOTIFGW.TXT
       01 W-CABGW.
           03 FILLER        PIC X(03) VALUE "CAB".
           03 W-CBLOTE      PIC 9(06).
           03 W-CBDATA      PIC 9(08).
           03 W-CBHORA      PIC 9(06).
       01 W-DETGW.
           03 FILLER        PIC X(03) VALUE "MSG".
           03 W-DTIDMSG     PIC 9(08).
           03 W-DTTIPO      PIC X(01).
           03 W-DTDESTINO   PIC X(20).
           03 W-DTMENS      PIC X(50).
       01 W-TRLGW.
           03 FILLER        PIC X(03) VALUE "FIM".
           03 W-TRLOTE      PIC 9(06).
           03 W-TRTOTAL     PIC 9(06).
      *
      * QUEBRA POR CLIENTE DA LISTA DE CONTATOS COM FALHA
       77 W-CPFATU      PIC 9(11) VALUE ZEROS.
       77 W-NOMEATU     PIC X(30) VALUE SPACES.
       77 W-EMAILATU    PIC X(20) VALUE SPACES.
       77 W-TELATU      PIC X(20) VALUE SPACES.
       77 W-FALHAE      PIC 9(04) VALUE ZEROS.
       77 W-FALHAS      PIC 9(04) VALUE ZEROS.
       77 W-ULTFALHAE   PIC 9(08) VALUE ZEROS.
       77 W-ULTFALHAS   PIC 9(08) VALUE ZEROS.
       77 W-ULTOKE      PIC 9(08) VALUE ZEROS.
       77 W-ULTOKS      PIC 9(08) VALUE ZEROS.
      *
      *--------------------------------------------------------------
      *
       PROCEDURE DIVISION.
       INICIO.
       ACC-MODO.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 01)
               "  * GATEWAY DE NOTIFICACOES (E-MAIL/SMS) *"
           MOVE SPACES TO W-OPCAO
           DISPLAY (03, 01)
               "   E=EXPORTAR  R=RETORNO  L=CONTATOS COM FALHA"
               "  S=SAIR : ".
           ACCEPT (03, 59) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR 01
               GO TO ROT-FIM.
           IF W-OPCAO = "e" MOVE "E" TO W-OPCAO.
           IF W-OPCAO = "r" MOVE "R" TO W-OPCAO.
           IF W-OPCAO = "l" MOVE "L" TO W-OPCAO.
           IF W-OPCAO = "s" OR "S"
               GO TO ROT-FIM.
           IF W-OPCAO = "E"
               GO TO EXP-INICIO.
           IF W-OPCAO = "R"
               GO TO RET-INICIO.
           IF W-OPCAO = "L"
               GO TO LST-INICIO.
           MOVE "* DIGITE E, R, L OU S *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ACC-MODO.
      *
      *--------------------------------------------------------------
      * EXPORTACAO DAS MENSAGENS NAO ENVIADAS. A DATA DE CORTE EVITA
      * MANDAR AO CLIENTE CONFIRMACOES VELHAS QUE JA ESTAVAM NO
      * CADNOTIF ANTES DO GATEWAY
      *--------------------------------------------------------------
      *
       EXP-INICIO.
           MOVE ZEROS TO W-TOTEXP W-TOTANTIGA W-TOTSEMDEST
           ACCEPT WS-DATAHOJE FROM DATE YYYYMMDD
           ACCEPT W-HORAGORA FROM TIME
           MOVE WS-DATAHOJE TO W-DTCORTE
           DISPLAY (05, 01)
               "   ENVIAR MENSAGENS A PARTIR DE (AAAAMMDD): ".
           ACCEPT (05, 46) W-DTCORTE WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-MODO.
           IF W-DTCORTE = ZEROS
               MOVE "* INFORME A DATA DE CORTE *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO EXP-INICIO.
           OPEN I-O CADNOTIF
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO AO ABRIR O ARQ CADNOTIF.DAT *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-MODO.
           OPEN I-O CADNOTIFST
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                   OPEN OUTPUT CADNOTIFST
                   CLOSE CADNOTIFST
                   OPEN I-O CADNOTIFST
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQ CADNOTIFST.DAT *"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADNOTIF
                   GO TO ACC-MODO.
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
                   CLOSE CADNOTIF CADNOTIFST
                   GO TO ACC-MODO.
           OPEN OUTPUT NOTIFGW
           IF ST-GW NOT = "00"
               MOVE "* ERRO AO CRIAR O ARQ NOTIFGW.TXT *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADNOTIF CADNOTIFST CADCONTROLE
               GO TO ACC-MODO.
           MOVE "NOTIFGW " TO TIPOCTRL
           READ CADCONTROLE
           IF ST-ERRO NOT = "00"
               MOVE "NOTIFGW " TO TIPOCTRL
               MOVE 1 TO PROXNUM
               WRITE REGCTRL.
           MOVE PROXNUM TO W-LOTE
           ADD 1 TO PROXNUM
           REWRITE REGCTRL
           MOVE W-LOTE TO W-CBLOTE
           MOVE WS-DATAHOJE TO W-CBDATA
           MOVE W-HORAGORA (1:6) TO W-CBHORA
           MOVE SPACES TO REGGW
           MOVE W-CABGW TO REGGW
           WRITE REGGW
           MOVE LOW-VALUES TO KEYNOTIF
           START CADNOTIF KEY IS >= KEYNOTIF
           IF ST-ERRO NOT = "00"
               GO TO EXP-FIM.
       EXP-PROX.
           READ CADNOTIF NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO EXP-FIM.
           MOVE KEYNOTIF TO KEYNOTIF-NST
           READ CADNOTIFST
           IF ST-ERRO = "00"
               GO TO EXP-PROX.
           MOVE ANO-LOCA-NOTIF TO W-ANOMSG
           MOVE MES-LOCA-NOTIF TO W-MESMSG
           MOVE DIA-LOCA-NOTIF TO W-DIAMSG
           IF W-DTMSG < W-DTCORTE
               ADD 1 TO W-TOTANTIGA
               GO TO EXP-PROX.
           IF DESTINONOTIF = SPACES OR DESTINONOTIF = ZEROS
               ADD 1 TO W-TOTSEMDEST
               GO TO EXP-PROX.
           PERFORM EXP-GRAVA THRU EXP-GRAVA-FIM
           GO TO EXP-PROX.
       EXP-FIM.
           MOVE W-LOTE TO W-TRLOTE
           MOVE W-TOTEXP TO W-TRTOTAL
           MOVE SPACES TO REGGW
           MOVE W-TRLGW TO REGGW
           WRITE REGGW
           CLOSE NOTIFGW CADNOTIF CADNOTIFST CADCONTROLE
           DISPLAY " ".
           DISPLAY "---- NOTIFGW.TXT GERADO ----".
           DISPLAY "LOTE.....................: " W-LOTE.
           DISPLAY "MENSAGENS EXPORTADAS.....: " W-TOTEXP.
           DISPLAY "ANTERIORES A DATA DE CORTE " W-TOTANTIGA.
           DISPLAY "SEM DESTINO (NAO ENVIADAS) " W-TOTSEMDEST.
           GO TO ACC-MODO.
      *
      * NUMERA A MENSAGEM, GRAVA O DETALHE NO ARQUIVO, A SITUACAO
      * "ENVIADA" NO CADNOTIFST E CARIMBA O ENVIO NO CADNOTIF
       EXP-GRAVA.
           MOVE "NOTIFMSG" TO TIPOCTRL
           READ CADCONTROLE
           IF ST-ERRO NOT = "00"
               MOVE "NOTIFMSG" TO TIPOCTRL
               MOVE 1 TO PROXNUM
               WRITE REGCTRL.
           MOVE PROXNUM TO IDMSG-NST
           ADD 1 TO PROXNUM
           REWRITE REGCTRL
           MOVE KEYNOTIF TO KEYNOTIF-NST
           MOVE "E" TO SITNOTIF-NST
           MOVE "ENVIADA   " TO DSCSIT-NST
           MOVE TIPONOTIF TO TIPO-NST
           MOVE DESTINONOTIF TO DESTINO-NST
           MOVE W-LOTE TO LOTE-NST
           MOVE WS-DATAHOJE TO DTEXP-NST
           MOVE W-HORAGORA (1:6) TO HREXP-NST
           MOVE ZEROS TO DTRET-NST HRRET-NST
           WRITE REGNOTIFST
           IF ST-ERRO NOT = "00"
               DISPLAY "CHAVE JA ENVIADA NO CADNOTIFST: " KEYNOTIF
               GO TO EXP-GRAVA-FIM.
           MOVE IDMSG-NST TO W-DTIDMSG
           MOVE TIPONOTIF TO W-DTTIPO
           MOVE DESTINONOTIF TO W-DTDESTINO
           MOVE MENSNOTIF TO W-DTMENS
           MOVE SPACES TO REGGW
           MOVE W-DETGW TO REGGW
           WRITE REGGW
           MOVE WS-DATAHOJE TO DTENVIO
           MOVE W-HORAGORA (1:6) TO HRENVIO
           REWRITE REGNOTIF
           ADD 1 TO W-TOTEXP.
       EXP-GRAVA-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * RETORNO DO PROVEDOR: D=ENTREGUE B=DEVOLVIDA I=INVALIDO
      *--------------------------------------------------------------
      *
       RET-INICIO.
           MOVE ZEROS TO W-TOTRET W-TOTENTREG W-TOTDEVOL W-TOTINVAL
               W-TOTREJ
           OPEN INPUT NOTIFRET
           IF ST-RET NOT = "00"
               MOVE "* ARQUIVO NOTIFRET.TXT NAO ENCONTRADO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-MODO.
           OPEN I-O CADNOTIFST
           IF ST-ERRO NOT = "00"
               MOVE "* NENHUMA MENSAGEM FOI EXPORTADA AINDA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE NOTIFRET
               GO TO ACC-MODO.
           DISPLAY " ".
           DISPLAY "---- RETORNO DO GATEWAY ----".
       RET-PROX.
           READ NOTIFRET
               AT END
                   GO TO RET-FIM
           END-READ
           ADD 1 TO W-TOTRET
           IF RT-SITUAC = "d" MOVE "D" TO RT-SITUAC.
           IF RT-SITUAC = "b" MOVE "B" TO RT-SITUAC.
           IF RT-SITUAC = "i" MOVE "I" TO RT-SITUAC.
           IF RT-SITUAC NOT = "D" AND RT-SITUAC NOT = "B" AND
                   RT-SITUAC NOT = "I"
               ADD 1 TO W-TOTREJ
               DISPLAY "SITUACAO INVALIDA, MENSAGEM " RT-IDMSG
                   ": " RT-SITUAC
               GO TO RET-PROX.
           MOVE RT-IDMSG TO IDMSG-NST
           READ CADNOTIFST KEY IS IDMSG-NST
           IF ST-ERRO NOT = "00"
               ADD 1 TO W-TOTREJ
               DISPLAY "MENSAGEM NAO ENCONTRADA: " RT-IDMSG
               GO TO RET-PROX.
           MOVE RT-SITUAC TO SITNOTIF-NST
           IF RT-SITUAC = "D"
               MOVE "ENTREGUE  " TO DSCSIT-NST
               ADD 1 TO W-TOTENTREG.
           IF RT-SITUAC = "B"
               MOVE "DEVOLVIDA " TO DSCSIT-NST
               ADD 1 TO W-TOTDEVOL.
           IF RT-SITUAC = "I"
               MOVE "INVALIDO  " TO DSCSIT-NST
               ADD 1 TO W-TOTINVAL.
           MOVE RT-DATA TO DTRET-NST
           MOVE RT-HORA TO HRRET-NST
           REWRITE REGNOTIFST
           GO TO RET-PROX.
       RET-FIM.
           CLOSE NOTIFRET CADNOTIFST
           DISPLAY " ".
           DISPLAY "LINHAS LIDAS.....: " W-TOTRET.
           DISPLAY "ENTREGUES........: " W-TOTENTREG.
           DISPLAY "DEVOLVIDAS.......: " W-TOTDEVOL.
           DISPLAY "DESTINO INVALIDO.: " W-TOTINVAL.
           DISPLAY "REJEITADAS.......: " W-TOTREJ.
           GO TO ACC-MODO.
      *
      *--------------------------------------------------------------
      * CONTATOS COM FALHA: O CADNOTIFST ESTA EM ORDEM DE CPF, ENTAO
      * A VARREDURA QUEBRA POR CLIENTE. SO CONTA FALHA PARA O E-MAIL
      * OU TELEFONE QUE AINDA ESTA NO CADCLI (SE O BALCAO JA CORRIGIU,
      * O CLIENTE SAI DA LISTA) E SO LISTA SE A ULTIMA FALHA FOR
      * POSTERIOR A ULTIMA ENTREGA NAQUELE MESMO DESTINO
      *--------------------------------------------------------------
      *
       LST-INICIO.
           MOVE ZEROS TO W-TOTLISTA
           MOVE 2 TO W-LIMFALHA
           DISPLAY (05, 01) "   FALHAS PARA LISTAR O CLIENTE: ".
           ACCEPT (05, 35) W-LIMFALHA WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-MODO.
           IF W-LIMFALHA = ZEROS
               MOVE 1 TO W-LIMFALHA.
           OPEN INPUT CADNOTIFST
           IF ST-ERRO NOT = "00"
               MOVE "* NENHUMA MENSAGEM FOI EXPORTADA AINDA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-MODO.
           OPEN INPUT CADCLI
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO AO ABRIR O ARQUIVO CADCLI.DAT *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADNOTIFST
               GO TO ACC-MODO.
           DISPLAY " ".
           DISPLAY "---- CONTATOS COM FALHA DE ENTREGA ----".
           MOVE ZEROS TO W-CPFATU
           PERFORM LST-ZERA THRU LST-ZERA-FIM
           MOVE LOW-VALUES TO KEYNOTIF-NST
           START CADNOTIFST KEY IS >= KEYNOTIF-NST
           IF ST-ERRO NOT = "00"
               GO TO LST-FIM.
       LST-PROX.
           READ CADNOTIFST NEXT RECORD
           IF ST-ERRO NOT = "00"
               PERFORM LST-QUEBRA THRU LST-QUEBRA-FIM
               GO TO LST-FIM.
           IF CPF-NST NOT = W-CPFATU
               PERFORM LST-QUEBRA THRU LST-QUEBRA-FIM
               PERFORM LST-NOVOCLI THRU LST-NOVOCLI-FIM.
           IF SITNOTIF-NST = "D"
               IF TIPO-NST = "E" AND DESTINO-NST = W-EMAILATU
                       AND DTRET-NST > W-ULTOKE
                   MOVE DTRET-NST TO W-ULTOKE
               END-IF
               IF TIPO-NST = "S" AND DESTINO-NST = W-TELATU
                       AND DTRET-NST > W-ULTOKS
                   MOVE DTRET-NST TO W-ULTOKS
               END-IF
               GO TO LST-PROX.
           IF SITNOTIF-NST NOT = "B" AND SITNOTIF-NST NOT = "I"
               GO TO LST-PROX.
           IF TIPO-NST = "E" AND DESTINO-NST = W-EMAILATU
               ADD 1 TO W-FALHAE
               IF DTRET-NST > W-ULTFALHAE
                   MOVE DTRET-NST TO W-ULTFALHAE.
           IF TIPO-NST = "S" AND DESTINO-NST = W-TELATU
               ADD 1 TO W-FALHAS
               IF DTRET-NST > W-ULTFALHAS
                   MOVE DTRET-NST TO W-ULTFALHAS.
           GO TO LST-PROX.
       LST-FIM.
           CLOSE CADNOTIFST CADCLI
           DISPLAY " ".
           DISPLAY "CONTATOS A CORRIGIR NO BALCAO: " W-TOTLISTA.
           GO TO ACC-MODO.
      *
       LST-NOVOCLI.
           MOVE CPF-NST TO W-CPFATU
           PERFORM LST-ZERA THRU LST-ZERA-FIM
           MOVE CPF-NST TO CPF-CLI
           READ CADCLI
           IF ST-ERRO NOT = "00"
               MOVE "** CLIENTE NAO CADASTRADO **" TO W-NOMEATU
               GO TO LST-NOVOCLI-FIM.
           MOVE NOME-CLI TO W-NOMEATU
           MOVE EMAIL-CLI TO W-EMAILATU
           MOVE TEL-CLI TO W-TELATU.
       LST-NOVOCLI-FIM.
           EXIT.
      *
       LST-ZERA.
           MOVE SPACES TO W-NOMEATU W-EMAILATU W-TELATU
           MOVE ZEROS TO W-FALHAE W-FALHAS W-ULTFALHAE W-ULTFALHAS
               W-ULTOKE W-ULTOKS.
       LST-ZERA-FIM.
           EXIT.
      *
       LST-QUEBRA.
           IF W-CPFATU = ZEROS
               GO TO LST-QUEBRA-FIM.
           IF W-FALHAE >= W-LIMFALHA AND W-ULTFALHAE > W-ULTOKE
               ADD 1 TO W-TOTLISTA
               DISPLAY W-CPFATU " " W-NOMEATU
               DISPLAY "    E-MAIL " W-EMAILATU " FALHAS: " W-FALHAE.
           IF W-FALHAS >= W-LIMFALHA AND W-ULTFALHAS > W-ULTOKS
               ADD 1 TO W-TOTLISTA
               DISPLAY W-CPFATU " " W-NOMEATU
               DISPLAY "    TELEF. " W-TELATU " FALHAS: " W-FALHAS.
       LST-QUEBRA-FIM.
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
