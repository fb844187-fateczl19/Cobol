                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CPFCRED
                                            WITH DUPLICATES.

            SELECT CADDOCCLI
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF-DOC
                    FILE STATUS  IS ST-DOC
                    ALTERNATE RECORD KEY IS KEYPASSAP.

            SELECT CADDETPRECO
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYDETPRECO
                    FILE STATUS  IS ST-DP.
      *
      *--------------------------------------------------------------
      *
           03 CPFVISTO     PIC 9(11).
      *
      *--------------------------------------------------------------
      * DOCUMENTO DO CLIENTE ESTRANGEIRO (SGB003) -- EXTRATO DE
      * TURISTA SEM CPF E PEDIDO PELO PASSAPORTE E PAIS EMISSOR, QUE
      * DEVOLVEM A CHAVE INTERNA GRAVADA NO LUGAR DO CPF-CLI
      *--------------------------------------------------------------
      *
       FD CADDOCCLI
           VALUE OF FILE-ID IS "CADDOCCLI.DAT".
       01 REGDOCCLI.
           03 CPF-DOC         PIC 9(11).
           03 TIPODOC         PIC X(01).
           03 DSCTIPODOC      PIC X(11).
           03 KEYPASSAP.
               05 PAISDOC     PIC X(03).
               05 NUMPASSAP   PIC X(15).
           03 DTCAD-DOC       PIC 9(08).
           03 OPERDOC         PIC 9(04).
      *
      *--------------------------------------------------------------
      * COMPOSICAO DO VALOR COBRADO DA LOCACAO (VIDE SGB004), UMA
      * LINHA POR PARCELA DO CALCULO, SOMANDO O VALOR COBRADO
      *--------------------------------------------------------------
      *
       FD CADDETPRECO
           VALUE OF FILE-ID IS "CADDETPRECO.DAT".
       01 REGDETPRECO.
           03 KEYDETPRECO.
               05 KEYLOCACAO-DP    PIC X(27).
               05 SEQ-DP           PIC 9(02).
           03 TIPO-DP          PIC X(01).
           03 DSC-DP           PIC X(20).
           03 VAL-DP           PIC S9(06)V99.
           03 DTGRAV-DP        PIC 9(08).
           03 PROG-DP          PIC X(06).
      *
      *--------------------------------------------------------------
      *
       WORKING-STORAGE SECTION.
      *
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 W-CPFEXT      PIC 9(11) VALUE ZEROS.
      * CLIENTE ESTRANGEIRO PELO PASSAPORTE (CADDOCCLI)
       77 ST-DOC        PIC X(02) VALUE "00".
       77 W-PASSAP      PIC X(15) VALUE SPACES.
       77 W-PAISDOC     PIC X(03) VALUE SPACES.
      * COMPOSICAO DO VALOR COBRADO (CADDETPRECO)
       77 ST-DP         PIC X(02) VALUE "00".
       77 W-VALDP       PIC -ZZZ.ZZ9,99.
       77 W-DTINI       PIC 9(08) VALUE ZEROS.
       77 W-DTFIM       PIC 9(08) VALUE ZEROS.
       01 W-DTLOCNUM    PIC 9(08) VALUE ZEROS.
           DISPLAY (23, 01) "   MATRICULA DO OPERADOR: "
           ACCEPT (23, 28) W-OPERLGPD WITH UPDATE
           DISPLAY (23, 01) LIMPA.
           OPEN INPUT CADDOCCLI.
           OPEN INPUT CADDETPRECO
           IF ST-DP = "30" OR "35"
               OPEN OUTPUT CADDETPRECO
               CLOSE CADDETPRECO
               OPEN INPUT CADDETPRECO.
      *
       ACC-CPF.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 01) "  * EXTRATO CONSOLIDADO DO CLIENTE *"
           MOVE ZEROS TO W-CPFEXT W-DTINI W-DTFIM
           MOVE SPACES TO W-PASSAP W-PAISDOC
           MOVE ZEROS TO W-TOTLOC W-TOTCOBRADO W-TOTCAUCAO
           MOVE ZEROS TO W-TOTCAUCDEV W-TOTPAGO W-TOTTAXCANC
           MOVE ZEROS TO W-TOTCREDAPL W-TOTCREDSAL
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR 01
               CLOSE CADLOC CADCLI CADPAG CADCANCEL CADCREDNOTA
               CADLGPD CADDOCCLI CADDETPRECO
               GO TO ROT-FIM.
      * CPF EM BRANCO = CLIENTE ESTRANGEIRO, PELO PASSAPORTE
           IF W-CPFEXT = ZEROS
               PERFORM ACC-PASSAP THRU ACC-PASSAP-FIM
               IF W-CPFEXT = ZEROS
                   MOVE "* CPF INVALIDO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACC-CPF.
           DISPLAY (03, 21) W-CPFEXT.
           MOVE W-CPFEXT TO CPF-CLI
           READ CADCLI
           IF ST-ERRO NOT = "00"
           DISPLAY "==============================================".
           DISPLAY "CLIENTE: " NOME-CLI.
           DISPLAY "CPF....: " W-CPFEXT.
           IF W-PASSAP NOT = SPACES
               DISPLAY "PASSAP.: " W-PASSAP " " W-PAISDOC.
           DISPLAY "PERIODO: " W-DTINI " A " W-DTFIM.
           DISPLAY "----------------------------------------------".
      *
           DISPLAY "  VALOR " VALLOCACAO "  COBRADO " VALCOBRADO
               "  STATUS " DSCSTATUS-BIKE.
           DISPLAY "  CAUCAO " VALCAUCAO "  DEVOLVIDA " VALCAUCAODEV.
           PERFORM LISTA-DETPRECO THRU LISTA-DETPRECO-FIM
           PERFORM LISTA-PAGAMENTOS THRU LISTA-PAGAMENTOS-FIM
           GO TO LOC-PROX.
      *
      * COMPOSICAO DO VALOR COBRADO DA LOCACAO CORRENTE (GRAVADA NA
      * DEVOLUCAO PELO SGB004)
       LISTA-DETPRECO.
           MOVE KEYLOCACAO TO KEYLOCACAO-DP
           MOVE ZEROS TO SEQ-DP
           START CADDETPRECO KEY IS >= KEYDETPRECO
           IF ST-DP NOT = "00"
               GO TO LISTA-DETPRECO-FIM.
       LISTA-DETPRECO-PROX.
           READ CADDETPRECO NEXT RECORD
           IF ST-DP NOT = "00"
               GO TO LISTA-DETPRECO-FIM.
           IF KEYLOCACAO-DP NOT = KEYLOCACAO
               GO TO LISTA-DETPRECO-FIM.
           MOVE VAL-DP TO W-VALDP
           DISPLAY "    " DSC-DP " " W-VALDP
           GO TO LISTA-DETPRECO-PROX.
       LISTA-DETPRECO-FIM.
           EXIT.
      *
      * PARCELAS DA LOCACAO CORRENTE, PELA CHAVE ALTERNATIVA DO
      * CADPAG
       LISTA-PAGAMENTOS.
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-OUTRO.
           CLOSE CADLOC CADCLI CADPAG CADCANCEL CADCREDNOTA
               CADLGPD CADDOCCLI CADDETPRECO
           GO TO ROT-FIM.
      *
      *--------------------------------------------------------------
      * CLIENTE ESTRANGEIRO: PASSAPORTE + PAIS NO CADDOCCLI DEVOLVEM
      * A CHAVE INTERNA DO CLIENTE EM W-CPFEXT (ZERO = NAO ACHOU)
      *--------------------------------------------------------------
      *
       ACC-PASSAP.
           DISPLAY (04, 01) "   PASSAPORTE:                 PAIS: ".
           ACCEPT (04, 16) W-PASSAP WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR W-PASSAP = SPACES
               DISPLAY (04, 01) LIMPA
               GO TO ACC-PASSAP-FIM.
           ACCEPT (04, 38) W-PAISDOC WITH UPDATE
           DISPLAY (04, 01) LIMPA
           MOVE W-PAISDOC TO PAISDOC
           MOVE W-PASSAP TO NUMPASSAP
           READ CADDOCCLI KEY IS KEYPASSAP
           IF ST-DOC = "00"
               MOVE CPF-DOC TO W-CPFEXT.
       ACC-PASSAP-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * LOG DE LEITURA LGPD: UMA LINHA POR EXIBICAO DOS DADOS
      * PESSOAIS DO CLIENTE (CONSULTA NO SGB110)
      *--------------------------------------------------------------
