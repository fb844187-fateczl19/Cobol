       AUTHOR. VINICIUS ESCAME DOS SANTOS.
      *--------------------------------------------------------------
      * MENU PRINCIPAL DA LOCADORA DE BICICLETAS
      * O LOGIN TAMBEM BATE A ENTRADA DO ATENDENTE NO PONTO (SGB133)
      * E A SAIDA DO MENU OFERECE BATER A SAIDA
      *--------------------------------------------------------------
      *
       ENVIRONMENT DIVISION.
                    ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-FLG.

            SELECT CADPONTO
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPONTO
                    FILE STATUS  IS ST-PTO.
      *
      *--------------------------------------------------------------
      *
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "TREINOFLG.DAT".
       01 REGFLG           PIC X(01).
      *
      *--------------------------------------------------------------
      * PONTO DOS ATENDENTES (MESMO LAYOUT DO SGB133) -- UM PAR
      * ENTRADA/SAIDA POR REGISTRO, SAIDA ZERADA = ENTRADA ABERTA
      *--------------------------------------------------------------
      *
       FD CADPONTO
           VALUE OF FILE-ID IS "CADPONTO.DAT".
       01 REGPONTO.
           03 KEYPONTO.
               05 OPER-PTO        PIC 9(04).
               05 DATA-PTO        PIC 9(08).
               05 SEQ-PTO         PIC 9(02).
           03 HRENT-PTO          PIC 9(04).
           03 HRSAI-PTO          PIC 9(04).
           03 ORIGENT-PTO        PIC X(01).
           03 ORIGSAI-PTO        PIC X(01).
           03 SUPAJ-PTO          PIC 9(04).
      *
       WORKING-STORAGE SECTION.
      *
           03 W-SEGAUD  PIC 9(02).
           03 W-CENTAUD PIC 9(02).
      *
      * BATIDA DO PONTO NO LOGIN E NA SAIDA (VIDE PONTO-LOGIN)
       77 ST-PTO       PIC X(02) VALUE "00".
       77 W-PTOSEQ     PIC 9(02) VALUE ZEROS.
       77 W-PTOABERTO  PIC X(01) VALUE "N".
       77 W-PTOCONF    PIC X(01) VALUE SPACES.
      *
      *--------------------------------------------------------------
      *
       SCREEN SECTION.
               VALUE  "8 - CALENDARIO DE FERIADOS".
           05  LINE 11  COLUMN 05
               VALUE  "9 - PLANO DE RENOVACAO DA FROTA".
           05  LINE 12  COLUMN 05
               VALUE  "A - CADASTRO DE FILIAIS".
           05  LINE 13  COLUMN 05
               VALUE  "B - GATEWAY DE NOTIFICACOES (E-MAIL/SMS)".
           05  LINE 14  COLUMN 05
               VALUE  "C - TERMOS DE LOCACAO (VERSOES)".
           05  LINE 15  COLUMN 05
               VALUE  "D - RELATORIO MENSAL DE INDICACOES".
           05  LINE 16  COLUMN 05
               VALUE  "E - PASSEIOS GUIADOS E EVENTOS".
           05  LINE 17  COLUMN 05
               VALUE  "F - CHARGEBACKS E DISPUTAS DE CARTAO".
           05  LINE 18  COLUMN 05
               VALUE  "G - TRANSMISSAO DE NFS-E (LOTE DE RPS)".
           05  LINE 19  COLUMN 05
               VALUE  "H - NOTAS FISCAIS DE VENDA DE BIKE (NF-E)".
           05  LINE 03  COLUMN 48
               VALUE  "I - VAREJO DE BALCAO (ACESSORIOS)".
           05  LINE 04  COLUMN 48
               VALUE  "J - PONTO DOS ATENDENTES".
           05  LINE 05  COLUMN 48
               VALUE  "K - LOCACOES EM ABERTO (INDICE)".
           05  LINE 06  COLUMN 48
               VALUE  "L - COORTES E VALOR DO CLIENTE".
           05  LINE 07  COLUMN 48
               VALUE  "M - SUGESTAO DE TARIFAS (OCUPACAO)".
           05  LINE 08  COLUMN 48
               VALUE  "N - PRECOS PROGRAMADOS".
           05  LINE 09  COLUMN 48
               VALUE  "O - TEXTOS POR IDIOMA".
           05  LINE 10  COLUMN 48
               VALUE  "P - COMPONENTES DAS BIKES".
           05  LINE 11  COLUMN 48
               VALUE  "Q - RECALL DO FABRICANTE".
           05  LINE 12  COLUMN 48
               VALUE  "R - ROL DE CICLISTAS DA EMPRESA".
           05  LINE 13  COLUMN 48
               VALUE  "S - CAMBIO / MOEDA ESTRANGEIRA".
           05  LINE 14  COLUMN 48
               VALUE  "T - REGISTRO DE BIKES ROUBADAS".
           05  LINE 15  COLUMN 48
               VALUE  "U - FECHAMENTO EMERGENCIAL".
           05  LINE 16  COLUMN 48
               VALUE  "V - PROVAS DOS TREINAMENTOS".
           05  LINE 17  COLUMN 48
               VALUE  "W - CERTIFICADOS DE TREINAMENTO".
           05  LINE 18  COLUMN 48
               VALUE  "X - COBERTURA DE CERTIFICADOS".
           05  LINE 19  COLUMN 48
               VALUE  "Y - ZONAS PROIBIDAS E INFRACOES".
           05  LINE 20  COLUMN 48
               VALUE  "Z - EXPORTACAO DE MOBILIDADE".
           05  LINE 21  COLUMN 05
               VALUE  "* - MAIS ROTINAS (PAGINA 6)".
           05  LINE 20  COLUMN 05
               VALUE  "0 - VOLTAR A PAGINA 4".
           05  LINE 22  COLUMN 05
               LINE 22  COLUMN 13  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
      *
       01  TELAMENU6.
           05  LINE 01  COLUMN 01
               VALUE  "     * LOCADORA DE BICICLETAS - MENU PAG 6 *".
           05  LINE 03  COLUMN 05
               VALUE  "1 - REPARO EM OFICINA EXTERNA".
           05  LINE 04  COLUMN 05
               VALUE  "2 - OFICINA PARA BIKE DE CLIENTE".
           05  LINE 05  COLUMN 05
               VALUE  "3 - DESPACHO DE ENTREGAS E RECOLHAS".
           05  LINE 06  COLUMN 05
               VALUE  "4 - DOSSIE LGPD DO TITULAR".
           05  LINE 07  COLUMN 05
               VALUE  "5 - PAINEL MENSAL DOS ATENDENTES".
           05  LINE 08  COLUMN 05
               VALUE  "6 - ACIDENTES E DANOS A TERCEIROS".
           05  LINE 09  COLUMN 05
               VALUE  "7 - USO INTERNO, TESTE E CORTESIA".
           05  LINE 10  COLUMN 05
               VALUE  "8 - GUARDA DE BIKE DE CLIENTE".
           05  LINE 11  COLUMN 05
               VALUE  "9 - AUDITORIA DE RECEITA".
           05  LINE 03  COLUMN 48
               VALUE  "A - SEGREGACAO DE FUNCOES".
           05  LINE 04  COLUMN 48
               VALUE  "B - RECUPERACAO DE TRANSACOES".
           05  LINE 05  COLUMN 48
               VALUE  "C - RASTREADORES GPS".
           05  LINE 06  COLUMN 48
               VALUE  "D - RASTREADOR SEM PING".
           05  LINE 07  COLUMN 48
               VALUE  "E - SUSPEITA DE FRAUDE CADASTRO".
           05  LINE 08  COLUMN 48
               VALUE  "F - COBRANCA DA ASSINATURA".
           05  LINE 09  COLUMN 48
               VALUE  "G - BOLETOS REMESSA/RETORNO".
           05  LINE 10  COLUMN 48
               VALUE  "H - CONTAS BANCARIAS/TESOURARIA".
           05  LINE 11  COLUMN 48
               VALUE  "I - APURACAO DO SIMPLES (DAS)".
           05  LINE 20  COLUMN 05
               VALUE  "0 - VOLTAR A PAGINA 5".
           05  LINE 22  COLUMN 05
               VALUE  "OPCAO: ".
           05  TOPCAO6
               LINE 22  COLUMN 13  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
      *
      *--------------------------------------------------------------
      *
               MOVE "O" TO W-PERFIL.
           MOVE "LOGIN " TO CHAVEAUDIT
           PERFORM GRAVA-ACESSO THRU GRAVA-ACESSO-FIM
           PERFORM PONTO-LOGIN THRU PONTO-LOGIN-FIM
      * TRANSACAO QUE FICOU ABERTA NO DIARIO (TERMINAL QUE CAIU NO
      * MEIO DA GRAVACAO) E MOSTRADA JA NA ENTRADA
           CALL "SGB162"
           GO TO MENU-001.
      *
      * TROCA DE SENHA COM NOVA VALIDADE DE UM ANO A FRENTE
           WRITE REGAUDIT.
       GRAVA-ACESSO-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * PONTO: SEM ENTRADA ABERTA HOJE, O LOGIN ABRE UMA (ORIGEM L);
      * NA SAIDA DO MENU PERGUNTA SE FECHA A ENTRADA ABERTA. O
      * ARQUIVO SO FICA ABERTO DURANTE A BATIDA, PORQUE O SGB133
      * TAMBEM O ATUALIZA
      *--------------------------------------------------------------
      *
       PONTO-LOGIN.
           PERFORM PONTO-ABRE THRU PONTO-ABRE-FIM
           IF ST-PTO NOT = "00"
               GO TO PONTO-LOGIN-FIM.
           PERFORM PONTO-ULTIMA THRU PONTO-ULTIMA-FIM
           IF W-PTOABERTO = "S"
               CLOSE CADPONTO
               GO TO PONTO-LOGIN-FIM.
           ACCEPT W-HORAUDIT FROM TIME
           MOVE W-MATRICULA TO OPER-PTO
           MOVE W-DTHOJE TO DATA-PTO
           COMPUTE SEQ-PTO = W-PTOSEQ + 1
           COMPUTE HRENT-PTO = (W-HRAUD * 100) + W-MINAUD
           MOVE ZEROS TO HRSAI-PTO SUPAJ-PTO
           MOVE "L" TO ORIGENT-PTO
           MOVE SPACES TO ORIGSAI-PTO
           WRITE REGPONTO
           CLOSE CADPONTO
           IF ST-PTO = "00"
               MOVE "* ENTRADA REGISTRADA NO PONTO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM.
       PONTO-LOGIN-FIM.
           EXIT.
      *
       PONTO-SAIDA.
           PERFORM PONTO-ABRE THRU PONTO-ABRE-FIM
           IF ST-PTO NOT = "00"
               GO TO PONTO-SAIDA-FIM.
           PERFORM PONTO-ULTIMA THRU PONTO-ULTIMA-FIM
           IF W-PTOABERTO NOT = "S"
               CLOSE CADPONTO
               GO TO PONTO-SAIDA-FIM.
           MOVE SPACES TO W-PTOCONF
           DISPLAY (23, 05) "REGISTRAR SAIDA NO PONTO (S/N)? ".
           ACCEPT (23, 38) W-PTOCONF WITH UPDATE
           IF W-PTOCONF NOT = "S" AND "s"
               CLOSE CADPONTO
               GO TO PONTO-SAIDA-FIM.
           MOVE W-MATRICULA TO OPER-PTO
           MOVE W-DTHOJE TO DATA-PTO
           MOVE W-PTOSEQ TO SEQ-PTO
           READ CADPONTO
           IF ST-PTO = "00"
               ACCEPT W-HORAUDIT FROM TIME
               COMPUTE HRSAI-PTO = (W-HRAUD * 100) + W-MINAUD
               MOVE "L" TO ORIGSAI-PTO
               REWRITE REGPONTO.
           CLOSE CADPONTO.
       PONTO-SAIDA-FIM.
           EXIT.
      *
       PONTO-ABRE.
           OPEN I-O CADPONTO
           IF ST-PTO = "30" OR "35"
               OPEN OUTPUT CADPONTO
               CLOSE CADPONTO
               OPEN I-O CADPONTO.
       PONTO-ABRE-FIM.
           EXIT.
      *
      * ULTIMA BATIDA DE HOJE DA MATRICULA LOGADA (W-PTOSEQ ZERO =
      * NENHUMA; W-PTOABERTO = 'S' SE AINDA SEM SAIDA)
       PONTO-ULTIMA.
           MOVE ZEROS TO W-PTOSEQ
           MOVE "N" TO W-PTOABERTO
           MOVE W-MATRICULA TO OPER-PTO
           MOVE W-DTHOJE TO DATA-PTO
           MOVE ZEROS TO SEQ-PTO
           START CADPONTO KEY IS >= KEYPONTO
           IF ST-PTO NOT = "00"
               GO TO PONTO-ULTIMA-FIM.
       PONTO-ULTIMA-PROX.
           READ CADPONTO NEXT RECORD
           IF ST-PTO NOT = "00"
               GO TO PONTO-ULTIMA-FIM.
           IF OPER-PTO NOT = W-MATRICULA OR DATA-PTO NOT = W-DTHOJE
               GO TO PONTO-ULTIMA-FIM.
           MOVE SEQ-PTO TO W-PTOSEQ
           IF HRSAI-PTO = ZEROS
               MOVE "S" TO W-PTOABERTO
           ELSE
               MOVE "N" TO W-PTOABERTO.
           GO TO PONTO-ULTIMA-PROX.
       PONTO-ULTIMA-FIM.
           EXIT.
      *
       MENU-001.
           MOVE SPACES TO W-OPCAO
           ACCEPT TOPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR 01
               PERFORM PONTO-SAIDA THRU PONTO-SAIDA-FIM
               CLOSE CADFUNC CADAUDIT
               GO TO ROT-FIM.
           IF W-OPCAO = "1"
           IF W-OPCAO = "X" OR "x"
               GO TO MENU-002.
           IF W-OPCAO = "0"
               PERFORM PONTO-SAIDA THRU PONTO-SAIDA-FIM
               CLOSE CADFUNC CADAUDIT
               GO TO ROT-FIM.
           MOVE "* OPCAO INVALIDA *" TO MENS
           IF W-OPCAO = "9"
               CALL "SGB123"
               GO TO MENU-005.
           IF W-OPCAO = "A" OR "a"
               IF W-PERFIL NOT = "S"
                   MOVE "NEGADO" TO CHAVEAUDIT
                   PERFORM GRAVA-ACESSO THRU GRAVA-ACESSO-FIM
                   MOVE "* OPCAO RESTRITA A SUPERVISOR *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO MENU-005
               ELSE
                   CALL "SGB124"
                   GO TO MENU-005.
           IF W-OPCAO = "B" OR "b"
               CALL "SGB125"
               GO TO MENU-005.
           IF W-OPCAO = "C" OR "c"
               IF W-PERFIL NOT = "S"
                   MOVE "NEGADO" TO CHAVEAUDIT
                   PERFORM GRAVA-ACESSO THRU GRAVA-ACESSO-FIM
                   MOVE "* OPCAO RESTRITA A SUPERVISOR *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO MENU-005
               ELSE
                   CALL "SGB126"
                   GO TO MENU-005.
           IF W-OPCAO = "D" OR "d"
               CALL "SGB127"
               GO TO MENU-005.
           IF W-OPCAO = "E" OR "e"
               CALL "SGB128"
               GO TO MENU-005.
           IF W-OPCAO = "F" OR "f"
               IF W-PERFIL NOT = "S"
                   MOVE "NEGADO" TO CHAVEAUDIT
                   PERFORM GRAVA-ACESSO THRU GRAVA-ACESSO-FIM
                   MOVE "* OPCAO RESTRITA A SUPERVISOR *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO MENU-005
               ELSE
                   CALL "SGB129"
                   GO TO MENU-005.
           IF W-OPCAO = "G" OR "g"
               CALL "SGB130"
               GO TO MENU-005.
           IF W-OPCAO = "H" OR "h"
               CALL "SGB131"
               GO TO MENU-005.
           IF W-OPCAO = "I" OR "i"
               CALL "SGB132"
               GO TO MENU-005.
           IF W-OPCAO = "J" OR "j"
               CALL "SGB133"
               GO TO MENU-005.
           IF W-OPCAO = "K" OR "k"
               CALL "SGB134"
               GO TO MENU-005.
           IF W-OPCAO = "L" OR "l"
               CALL "SGB135"
               GO TO MENU-005.
           IF W-OPCAO = "M" OR "m"
               CALL "SGB136"
               GO TO MENU-005.
           IF W-OPCAO = "N" OR "n"
               CALL "SGB137"
               GO TO MENU-005.
           IF W-OPCAO = "O" OR "o"
               CALL "SGB139"
               GO TO MENU-005.
           IF W-OPCAO = "P" OR "p"
               CALL "SGB140"
               GO TO MENU-005.
           IF W-OPCAO = "Q" OR "q"
               CALL "SGB141"
               GO TO MENU-005.
           IF W-OPCAO = "R" OR "r"
               CALL "SGB142"
               GO TO MENU-005.
           IF W-OPCAO = "S" OR "s"
               CALL "SGB143"
               GO TO MENU-005.
           IF W-OPCAO = "T" OR "t"
               CALL "SGB144"
               GO TO MENU-005.
           IF W-OPCAO = "U" OR "u"
               CALL "SGB145"
               GO TO MENU-005.
           IF W-OPCAO = "V" OR "v"
               CALL "PROG010"
               GO TO MENU-005.
           IF W-OPCAO = "W" OR "w"
               CALL "PROG011"
               GO TO MENU-005.
           IF W-OPCAO = "X" OR "x"
               CALL "SGB147"
               GO TO MENU-005.
           IF W-OPCAO = "Y" OR "y"
               CALL "SGB148"
               GO TO MENU-005.
           IF W-OPCAO = "Z" OR "z"
               CALL "SGB150"
               GO TO MENU-005.
           IF W-OPCAO = "*"
               GO TO MENU-006.
           IF W-OPCAO = "0"
               GO TO MENU-004.
           MOVE "* OPCAO INVALIDA *" TO MENS
           GO TO MENU-005.
      *
      *--------------------------------------------------------------
      * PAGINA 6 DO MENU: OFICINA E ROTINAS NOVAS
      *--------------------------------------------------------------
      *
       MENU-006.
           MOVE SPACES TO W-OPCAO
           DISPLAY TELAMENU6
           IF W-TREINO = "S"
               DISPLAY (01, 60) "** TREINAMENTO **".
           ACCEPT TOPCAO6
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR 01
               GO TO MENU-005.
           IF W-OPCAO = "1"
               CALL "SGB151"
               GO TO MENU-006.
           IF W-OPCAO = "2"
               CALL "SGB152"
               GO TO MENU-006.
           IF W-OPCAO = "3"
               CALL "SGB153"
               GO TO MENU-006.
           IF W-OPCAO = "4"
               CALL "SGB154"
               GO TO MENU-006.
           IF W-OPCAO = "5"
               CALL "SGB155"
               GO TO MENU-006.
           IF W-OPCAO = "6"
               CALL "SGB157"
               GO TO MENU-006.
           IF W-OPCAO = "7"
               CALL "SGB158"
               GO TO MENU-006.
           IF W-OPCAO = "8"
               CALL "SGB159"
               GO TO MENU-006.
           IF W-OPCAO = "9"
               IF W-PERFIL NOT = "S"
                   MOVE "NEGADO" TO CHAVEAUDIT
                   PERFORM GRAVA-ACESSO THRU GRAVA-ACESSO-FIM
                   MOVE "* OPCAO RESTRITA A SUPERVISOR *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO MENU-006
               ELSE
                   CALL "SGB160"
                   GO TO MENU-006.
           IF W-OPCAO = "A" OR "a"
               IF W-PERFIL NOT = "S"
                   MOVE "NEGADO" TO CHAVEAUDIT
                   PERFORM GRAVA-ACESSO THRU GRAVA-ACESSO-FIM
                   MOVE "* OPCAO RESTRITA A SUPERVISOR *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO MENU-006
               ELSE
                   CALL "SGB161"
                   GO TO MENU-006.
           IF W-OPCAO = "B" OR "b"
               IF W-PERFIL NOT = "S"
                   MOVE "NEGADO" TO CHAVEAUDIT
                   PERFORM GRAVA-ACESSO THRU GRAVA-ACESSO-FIM
                   MOVE "* OPCAO RESTRITA A SUPERVISOR *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO MENU-006
               ELSE
                   CALL "SGB162"
                   GO TO MENU-006.
           IF W-OPCAO = "C" OR "c"
               CALL "SGB163"
               GO TO MENU-006.
           IF W-OPCAO = "D" OR "d"
               CALL "SGB164"
               GO TO MENU-006.
           IF W-OPCAO = "E" OR "e"
               CALL "SGB165"
               GO TO MENU-006.
           IF W-OPCAO = "F" OR "f"
               CALL "SGB166"
               GO TO MENU-006.
           IF W-OPCAO = "G" OR "g"
               CALL "SGB167"
               GO TO MENU-006.
           IF W-OPCAO = "H" OR "h"
               CALL "SGB168"
               GO TO MENU-006.
           IF W-OPCAO = "I" OR "i"
               CALL "SGB169"
               GO TO MENU-006.
           IF W-OPCAO = "0"
               GO TO MENU-005.
           MOVE "* OPCAO INVALIDA *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-006.
      *
      *--------------------------------------------------------------
      * RELEITURA DO MARCADOR DE TREINAMENTO DEPOIS DO SGB117
      *--------------------------------------------------------------
      *
