       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGB130.
       AUTHOR. VINICIUS ESCAME DOS SANTOS.
      *--------------------------------------------------------------
      * TRANSMISSAO DAS NOTAS DE SERVICO A PREFEITURA (NFS-E) -- AS
      * NOTAS NUMERADAS PELO SGB004 NO CADNFS SAO OS RPS; A SITUACAO
      * DE CADA UM JUNTO A PREFEITURA FICA NO CADRPS.DAT (MESMA
      * CHAVE DO CADNFS):
      *   G = GERA O LOTE DE RPS (RPSLOTE.TXT) DE UMA FILIAL E
      *       PERIODO DE EMISSAO, COM AS NOTAS AINDA NAO TRANSMITIDAS
      *       E AS REJEITADAS (REENVIO). NUMERACAO DO LOTE PELA SERIE
      *       "LOTERPS " DO CADCONTROLE
      *   R = IMPORTA O RETORNO DA PREFEITURA (NFSERET.TXT): NUMERO
      *       OFICIAL DA NFS-E E CODIGO DE VERIFICACAO, OU O MOTIVO
      *       DA REJEICAO; TAMBEM O RESULTADO DOS PEDIDOS DE
      *       CANCELAMENTO
      *   X = PEDIDO DE CANCELAMENTO DE NOTA EMITIDA POR ENGANO
      *       (SO NOTA AUTORIZADA, COM LIBERACAO DE SUPERVISOR),
      *       GRAVADO EM NFSECANC.TXT PARA ENVIO
      *   C = CONSULTA A SITUACAO DE UMA NOTA
      * O SGB090 MOSTRA NO LIVRO AS NOTAS NAO TRANSMITIDAS, AS
      * REJEITADAS E AS CANCELADAS. NAO RODA COM O TREINAMENTO
      * (SGB117) ATIVO: A NOTA DE PRATICA NAO PODE IR A PREFEITURA
      *--------------------------------------------------------------
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT CADNFS
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYNFS
                    FILE STATUS  IS ST-ERRO.

            SELECT CADRPS
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYNFS-RPS
                    FILE STATUS  IS ST-ERRO.

            SELECT CADCLI
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF-CLI
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS RG-CLI
                                            WITH DUPLICATES.

            SELECT CADFUNC
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-FUNC
                    FILE STATUS  IS ST-ERRO.

            SELECT CADCONTROLE
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TIPOCTRL
                    FILE STATUS  IS ST-ERRO.

            SELECT RPSLOTE
                    ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ARQ.

            SELECT NFSERET
                    ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ARQ.

            SELECT NFSECANC
                    ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ARQ.

            SELECT TREINOFLG
                    ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-FLG.
      *
      *--------------------------------------------------------------
      *
       DATA DIVISION.
       FILE SECTION.
       FD CADNFS
           VALUE OF FILE-ID IS "CADNFS.DAT".
       01 REGNFS.
           03 KEYNFS.
               05 FILNFS       PIC 9(02).
               05 NUMNFS       PIC 9(08).
           03 KEYLOCACAO-NFS  PIC X(27).
           03 CPFNFS          PIC 9(11).
           03 DTEMIS-NFS      PIC 9(08).
           03 VALSERV-NFS     PIC 9(06)V99.
           03 ALIQISS-NFS     PIC 9(02)V99.
           03 VALISS-NFS      PIC 9(06)V99.
      *
      *--------------------------------------------------------------
      * SITUACAO DO RPS NA PREFEITURA. SEM REGISTRO = NAO TRANSMITIDO.
      * SITRPS: E=ENVIADO (AGUARDA RETORNO) A=AUTORIZADO R=REJEITADO
      *         P=CANCELAMENTO PEDIDO C=CANCELADO
      *--------------------------------------------------------------
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
       FD CADFUNC
               VALUE OF FILE-ID IS "CADFUNC.DAT".
       01 REGFUNC.
                03 COD-FUNC        PIC 9(04).
                03 NOME-FUNC       PIC X(30).
                03 SITUAC-FUNC     PIC X(01).
                03 DSCSITUAC-FUNC  PIC X(08).
                03 SENHA-FUNC      PIC X(08).
                03 PERFIL-FUNC     PIC X(01).
                03 DTVALSENHA      PIC 9(08).
      *
       FD CADCONTROLE
           VALUE OF FILE-ID IS "CADCONTROLE.DAT".
       01 REGCTRL.
           03 TIPOCTRL     PIC X(08).
           03 PROXNUM      PIC 9(08).
      *
      * LOTE PARA A PREFEITURA: "CAB" + LOTE + FILIAL + PERIODO, UM
      * "RPS" POR NOTA (VIDE W-DETRPS) E "FIM" + QUANTIDADE E TOTAIS
       FD RPSLOTE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "RPSLOTE.TXT".
       01 REGLOTE           PIC X(100).
      *
      * RETORNO DA PREFEITURA, UMA LINHA POR RPS:
      * FILIAL;NOTA;TIPO;NUMERO NFS-E;COD. VERIFICACAO;MOTIVO;DATA
      * TIPO: A=AUTORIZADA R=REJEITADA C=CANCELAMENTO ACEITO
      *       N=CANCELAMENTO NEGADO
       FD NFSERET
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "NFSERET.TXT".
       01 REGRET.
           03 RT-FIL        PIC 9(02).
           03 RT-DELIM1     PIC X(01).
           03 RT-NUM        PIC 9(08).
           03 RT-DELIM2     PIC X(01).
           03 RT-TIPO       PIC X(01).
           03 RT-DELIM3     PIC X(01).
           03 RT-NUMNFSE    PIC X(15).
           03 RT-DELIM4     PIC X(01).
           03 RT-CODVERIF   PIC X(09).
           03 RT-DELIM5     PIC X(01).
           03 RT-MOTIVO     PIC X(40).
           03 RT-DELIM6     PIC X(01).
           03 RT-DATA       PIC 9(08).
      *
      * PEDIDO DE CANCELAMENTO: UMA LINHA "CAN" (VIDE W-CANRPS)
       FD NFSECANC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "NFSECANC.TXT".
       01 REGCANC           PIC X(100).
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
       77 ST-ERRO       PIC X(02) VALUE "00".
       77 ST-ARQ        PIC X(02) VALUE "00".
       77 ST-FLG        PIC X(02) VALUE "00".
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 W-CONF        PIC X(01) VALUE SPACES.
       77 W-FLAGATUAL   PIC X(01) VALUE "N".
       77 W-LOTE        PIC 9(06) VALUE ZEROS.
       77 W-FIL         PIC 9(02) VALUE ZEROS.
       77 W-NUM         PIC 9(08) VALUE ZEROS.
       77 W-DTINI       PIC 9(08) VALUE ZEROS.
       77 W-DTFIM       PIC 9(08) VALUE ZEROS.
       77 W-SUPERV      PIC 9(04) VALUE ZEROS.
       77 W-MOTCANC     PIC X(30) VALUE SPACES.
       77 W-TEMRPS      PIC X(01) VALUE "N".
       77 W-TOTEXP      PIC 9(06) VALUE ZEROS.
       77 W-TOTREENV    PIC 9(06) VALUE ZEROS.
       77 W-TOTSERV     PIC 9(10)V99 VALUE ZEROS.
       77 W-TOTISS      PIC 9(10)V99 VALUE ZEROS.
       77 W-TOTRET      PIC 9(06) VALUE ZEROS.
       77 W-TOTAUT      PIC 9(06) VALUE ZEROS.
       77 W-TOTREJ      PIC 9(06) VALUE ZEROS.
       77 W-TOTCANC     PIC 9(06) VALUE ZEROS.
       77 W-TOTNEG      PIC 9(06) VALUE ZEROS.
       77 W-TOTINV      PIC 9(06) VALUE ZEROS.
       77 W-VALED       PIC ZZZZZ9,99.
       77 WS-DATAHOJE   PIC 9(08) VALUE ZEROS.
       77 W-HORAGORA    PIC 9(08) VALUE ZEROS.
      *
      * CABECALHO, DETALHE E TRAILER DO RPSLOTE.TXT
       01 W-CABRPS.
           03 FILLER        PIC X(03) VALUE "CAB".
           03 W-CBLOTE      PIC 9(06).
           03 W-CBFIL       PIC 9(02).
           03 W-CBDTINI     PIC 9(08).
           03 W-CBDTFIM     PIC 9(08).
           03 W-CBDATA      PIC 9(08).
           03 W-CBHORA      PIC 9(06).
       01 W-DETRPS.
           03 FILLER        PIC X(03) VALUE "RPS".
           03 W-DTFIL       PIC 9(02).
           03 W-DTNUM       PIC 9(08).
           03 W-DTEMIS      PIC 9(08).
           03 W-DTCPF       PIC 9(11).
           03 W-DTNOME      PIC X(30).
           03 W-DTVALSERV   PIC 9(06)V99.
           03 W-DTALIQ      PIC 9(02)V99.
           03 W-DTVALISS    PIC 9(06)V99.
       01 W-TRLRPS.
           03 FILLER        PIC X(03) VALUE "FIM".
           03 W-TRLOTE      PIC 9(06).
           03 W-TRTOTAL     PIC 9(06).
           03 W-TRSERV      PIC 9(10)V99.
           03 W-TRISS       PIC 9(10)V99.
       01 W-CANRPS.
           03 FILLER        PIC X(03) VALUE "CAN".
           03 W-CNFIL       PIC 9(02).
           03 W-CNNUM       PIC 9(08).
           03 W-CNNUMNFSE   PIC X(15).
           03 W-CNCODVERIF  PIC X(09).
           03 W-CNMOTIVO    PIC X(30).
           03 W-CNDATA      PIC 9(08).
      *
      *--------------------------------------------------------------
      *
       PROCEDURE DIVISION.
       INICIO.
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
               MOVE "* TREINAMENTO ATIVO - NAO TRANSMITE NOTAS *"
                                                          TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
      *
       ACC-MODO.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 01)
               "  * TRANSMISSAO DE NOTAS DE SERVICO (NFS-E) *"
           MOVE SPACES TO W-OPCAO
           DISPLAY (03, 01)
               "   G=GERAR LOTE  R=RETORNO  X=CANCELAR NOTA"
               "  C=CONSULTAR  S=SAIR : ".
           ACCEPT (03, 68) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR 01
               GO TO ROT-FIM.
           IF W-OPCAO = "g" MOVE "G" TO W-OPCAO.
           IF W-OPCAO = "r" MOVE "R" TO W-OPCAO.
           IF W-OPCAO = "x" MOVE "X" TO W-OPCAO.
           IF W-OPCAO = "c" MOVE "C" TO W-OPCAO.
           IF W-OPCAO = "s" OR "S"
               GO TO ROT-FIM.
           IF W-OPCAO = "G"
               GO TO LOT-INICIO.
           IF W-OPCAO = "R"
               GO TO RET-INICIO.
           IF W-OPCAO = "X"
               GO TO CAN-INICIO.
           IF W-OPCAO = "C"
               GO TO CON-INICIO.
           MOVE "* DIGITE G, R, X, C OU S *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ACC-MODO.
      *
      *--------------------------------------------------------------
      * GERACAO DO LOTE DE RPS DE UMA FILIAL E PERIODO: ENTRAM AS
      * NOTAS SEM REGISTRO NO CADRPS (NUNCA TRANSMITIDAS) E AS
      * REJEITADAS, QUE VOLTAM A 'E' NO NOVO LOTE
      *--------------------------------------------------------------
      *
       LOT-INICIO.
           MOVE ZEROS TO W-TOTEXP W-TOTREENV W-TOTSERV W-TOTISS
           ACCEPT WS-DATAHOJE FROM DATE YYYYMMDD
           ACCEPT W-HORAGORA FROM TIME
           MOVE ZEROS TO W-FIL
           DISPLAY (05, 01) "   FILIAL..................: ".
           ACCEPT (05, 30) W-FIL WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-MODO.
           MOVE WS-DATAHOJE TO W-DTINI W-DTFIM
           DISPLAY (06, 01) "   EMITIDAS DE (AAAAMMDD)..: ".
           ACCEPT (06, 30) W-DTINI WITH UPDATE
           DISPLAY (07, 01) "   ATE (AAAAMMDD)..........: ".
           ACCEPT (07, 30) W-DTFIM WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO LOT-INICIO.
           IF W-DTINI = ZEROS OR W-DTFIM < W-DTINI
               MOVE "* PERIODO INVALIDO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO LOT-INICIO.
           OPEN INPUT CADNFS
           IF ST-ERRO NOT = "00"
               MOVE "* NENHUMA NOTA FISCAL EMITIDA AINDA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-MODO.
           OPEN I-O CADRPS
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                   OPEN OUTPUT CADRPS
                   CLOSE CADRPS
                   OPEN I-O CADRPS
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQUIVO CADRPS.DAT *"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADNFS
                   GO TO ACC-MODO.
           OPEN INPUT CADCLI
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO AO ABRIR O ARQUIVO CADCLI.DAT *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADNFS CADRPS
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
                   CLOSE CADNFS CADRPS CADCLI
                   GO TO ACC-MODO.
           OPEN OUTPUT RPSLOTE
           IF ST-ARQ NOT = "00"
               MOVE "* ERRO AO CRIAR O ARQ RPSLOTE.TXT *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADNFS CADRPS CADCLI CADCONTROLE
               GO TO ACC-MODO.
           MOVE "LOTERPS " TO TIPOCTRL
           READ CADCONTROLE
           IF ST-ERRO NOT = "00"
               MOVE "LOTERPS " TO TIPOCTRL
               MOVE 1 TO PROXNUM
               WRITE REGCTRL.
           MOVE PROXNUM TO W-LOTE
           ADD 1 TO PROXNUM
           REWRITE REGCTRL
           MOVE W-LOTE TO W-CBLOTE
           MOVE W-FIL TO W-CBFIL
           MOVE W-DTINI TO W-CBDTINI
           MOVE W-DTFIM TO W-CBDTFIM
           MOVE WS-DATAHOJE TO W-CBDATA
           MOVE W-HORAGORA (1:6) TO W-CBHORA
           MOVE SPACES TO REGLOTE
           MOVE W-CABRPS TO REGLOTE
           WRITE REGLOTE
           MOVE W-FIL TO FILNFS
           MOVE ZEROS TO NUMNFS
           START CADNFS KEY IS >= KEYNFS
           IF ST-ERRO NOT = "00"
               GO TO LOT-FIM.
       LOT-PROX.
           READ CADNFS NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO LOT-FIM.
           IF FILNFS NOT = W-FIL
               GO TO LOT-FIM.
           IF DTEMIS-NFS < W-DTINI OR DTEMIS-NFS > W-DTFIM
               GO TO LOT-PROX.
           MOVE KEYNFS TO KEYNFS-RPS
           READ CADRPS
           IF ST-ERRO = "00"
               IF SITRPS NOT = "R"
                   GO TO LOT-PROX
               ELSE
                   MOVE "S" TO W-TEMRPS
                   ADD 1 TO W-TOTREENV
           ELSE
               MOVE "N" TO W-TEMRPS.
           PERFORM LOT-GRAVA THRU LOT-GRAVA-FIM
           GO TO LOT-PROX.
       LOT-FIM.
           MOVE W-LOTE TO W-TRLOTE
           MOVE W-TOTEXP TO W-TRTOTAL
           MOVE W-TOTSERV TO W-TRSERV
           MOVE W-TOTISS TO W-TRISS
           MOVE SPACES TO REGLOTE
           MOVE W-TRLRPS TO REGLOTE
           WRITE REGLOTE
           CLOSE RPSLOTE CADNFS CADRPS CADCLI CADCONTROLE
           DISPLAY " ".
           DISPLAY "---- RPSLOTE.TXT GERADO ----".
           DISPLAY "LOTE.....................: " W-LOTE.
           DISPLAY "FILIAL...................: " W-FIL.
           DISPLAY "RPS NO LOTE..............: " W-TOTEXP.
           DISPLAY "  REENVIO DE REJEITADOS..: " W-TOTREENV.
           DISPLAY "VALOR DOS SERVICOS.......: " W-TOTSERV.
           DISPLAY "ISS......................: " W-TOTISS.
           MOVE SPACES TO W-CONF
           DISPLAY "TECLE ENTER PARA CONTINUAR".
           ACCEPT W-CONF
           GO TO ACC-MODO.
      *
      * GRAVA O DETALHE NO LOTE E A SITUACAO "ENVIADO" NO CADRPS
       LOT-GRAVA.
           MOVE CPFNFS TO CPF-CLI
           READ CADCLI
           IF ST-ERRO NOT = "00"
               MOVE SPACES TO NOME-CLI.
           MOVE FILNFS TO W-DTFIL
           MOVE NUMNFS TO W-DTNUM
           MOVE DTEMIS-NFS TO W-DTEMIS
           MOVE CPFNFS TO W-DTCPF
           MOVE NOME-CLI TO W-DTNOME
           MOVE VALSERV-NFS TO W-DTVALSERV
           MOVE ALIQISS-NFS TO W-DTALIQ
           MOVE VALISS-NFS TO W-DTVALISS
           MOVE SPACES TO REGLOTE
           MOVE W-DETRPS TO REGLOTE
           WRITE REGLOTE
           MOVE KEYNFS TO KEYNFS-RPS
           MOVE W-LOTE TO LOTE-RPS
           MOVE WS-DATAHOJE TO DTLOTE-RPS
           MOVE "E" TO SITRPS
           MOVE "ENVIADA   " TO DSCSITRPS
           MOVE SPACES TO NUMNFSE-RPS CODVERIF-RPS MOTREJ-RPS
               MOTCANC-RPS
           MOVE ZEROS TO DTRET-RPS DTCANC-RPS SUPCANC-RPS
           IF W-TEMRPS = "S"
               REWRITE REGRPS
           ELSE
               WRITE REGRPS.
           ADD 1 TO W-TOTEXP
           ADD VALSERV-NFS TO W-TOTSERV
           ADD VALISS-NFS TO W-TOTISS.
       LOT-GRAVA-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * RETORNO DA PREFEITURA
      *--------------------------------------------------------------
      *
       RET-INICIO.
           MOVE ZEROS TO W-TOTRET W-TOTAUT W-TOTREJ W-TOTCANC
               W-TOTNEG W-TOTINV
           OPEN INPUT NFSERET
           IF ST-ARQ NOT = "00"
               MOVE "* ARQUIVO NFSERET.TXT NAO ENCONTRADO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-MODO.
           OPEN I-O CADRPS
           IF ST-ERRO NOT = "00"
               MOVE "* NENHUM LOTE FOI GERADO AINDA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE NFSERET
               GO TO ACC-MODO.
           DISPLAY (01, 01) ERASE
           DISPLAY "---- RETORNO DA PREFEITURA (NFS-E) ----".
       RET-PROX.
           READ NFSERET
               AT END
                   GO TO RET-FIM
           END-READ
           ADD 1 TO W-TOTRET
           IF RT-TIPO = "a" MOVE "A" TO RT-TIPO.
           IF RT-TIPO = "r" MOVE "R" TO RT-TIPO.
           IF RT-TIPO = "c" MOVE "C" TO RT-TIPO.
           IF RT-TIPO = "n" MOVE "N" TO RT-TIPO.
           MOVE RT-FIL TO FIL-RPS
           MOVE RT-NUM TO NUM-RPS
           READ CADRPS
           IF ST-ERRO NOT = "00"
               ADD 1 TO W-TOTINV
               DISPLAY "RPS NAO TRANSMITIDO: " RT-FIL "/" RT-NUM
               GO TO RET-PROX.
           IF RT-TIPO = "A" OR "R"
               IF SITRPS NOT = "E"
                   ADD 1 TO W-TOTINV
                   DISPLAY "RPS NAO AGUARDAVA RETORNO: " RT-FIL "/"
                       RT-NUM " " DSCSITRPS
                   GO TO RET-PROX.
           IF RT-TIPO = "C" OR "N"
               IF SITRPS NOT = "P"
                   ADD 1 TO W-TOTINV
                   DISPLAY "SEM PEDIDO DE CANCELAMENTO: " RT-FIL "/"
                       RT-NUM " " DSCSITRPS
                   GO TO RET-PROX.
           MOVE RT-DATA TO DTRET-RPS
           IF RT-TIPO = "A"
               MOVE "A" TO SITRPS
               MOVE "AUTORIZADA" TO DSCSITRPS
               MOVE RT-NUMNFSE TO NUMNFSE-RPS
               MOVE RT-CODVERIF TO CODVERIF-RPS
               MOVE SPACES TO MOTREJ-RPS
               ADD 1 TO W-TOTAUT
               GO TO RET-GRAVA.
           IF RT-TIPO = "R"
               MOVE "R" TO SITRPS
               MOVE "REJEITADA " TO DSCSITRPS
               MOVE RT-MOTIVO TO MOTREJ-RPS
               ADD 1 TO W-TOTREJ
               DISPLAY "REJEITADA " RT-FIL "/" RT-NUM ": " RT-MOTIVO
               GO TO RET-GRAVA.
           IF RT-TIPO = "C"
               MOVE "C" TO SITRPS
               MOVE "CANCELADA " TO DSCSITRPS
               MOVE RT-DATA TO DTCANC-RPS
               ADD 1 TO W-TOTCANC
               GO TO RET-GRAVA.
           IF RT-TIPO = "N"
               MOVE "A" TO SITRPS
               MOVE "AUTORIZADA" TO DSCSITRPS
               MOVE RT-MOTIVO TO MOTREJ-RPS
               ADD 1 TO W-TOTNEG
               DISPLAY "CANCELAMENTO NEGADO " RT-FIL "/" RT-NUM ": "
                   RT-MOTIVO
               GO TO RET-GRAVA.
           ADD 1 TO W-TOTINV
           DISPLAY "TIPO INVALIDO, RPS " RT-FIL "/" RT-NUM ": " RT-TIPO
           GO TO RET-PROX.
       RET-GRAVA.
           REWRITE REGRPS
           GO TO RET-PROX.
       RET-FIM.
           CLOSE NFSERET CADRPS
           DISPLAY " ".
           DISPLAY "LINHAS LIDAS............: " W-TOTRET.
           DISPLAY "AUTORIZADAS.............: " W-TOTAUT.
           DISPLAY "REJEITADAS..............: " W-TOTREJ.
           DISPLAY "CANCELAMENTOS ACEITOS...: " W-TOTCANC.
           DISPLAY "CANCELAMENTOS NEGADOS...: " W-TOTNEG.
           DISPLAY "LINHAS RECUSADAS........: " W-TOTINV.
           MOVE SPACES TO W-CONF
           DISPLAY "TECLE ENTER PARA CONTINUAR".
           ACCEPT W-CONF
           GO TO ACC-MODO.
      *
      *--------------------------------------------------------------
      * PEDIDO DE CANCELAMENTO DE NOTA EMITIDA POR ENGANO
      *--------------------------------------------------------------
      *
       CAN-INICIO.
           PERFORM LE-NOTA THRU LE-NOTA-FIM
           IF W-OPCAO = "X"
               GO TO ACC-MODO.
           IF W-TEMRPS = "N" OR SITRPS NOT = "A"
               MOVE "* SO NOTA AUTORIZADA PODE SER CANCELADA *"
                                                          TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADNFS CADRPS
               GO TO CAN-INICIO.
           MOVE SPACES TO W-MOTCANC
           DISPLAY (12, 01) "   MOTIVO DO CANCELAMENTO: ".
           ACCEPT (12, 28) W-MOTCANC WITH UPDATE
           IF W-MOTCANC = SPACES
               MOVE "* INFORME O MOTIVO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADNFS CADRPS
               GO TO ACC-MODO.
           OPEN INPUT CADFUNC
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO AO ABRIR O ARQUIVO CADFUNC.DAT *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADNFS CADRPS
               GO TO ACC-MODO.
           PERFORM PEDE-SUPERV THRU PEDE-SUPERV-FIM
           CLOSE CADFUNC
           IF W-SUPERV = ZEROS
               MOVE "* CANCELAMENTO NAO LIBERADO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADNFS CADRPS
               GO TO ACC-MODO.
           OPEN OUTPUT NFSECANC
           IF ST-ARQ NOT = "00"
               MOVE "* ERRO AO CRIAR O ARQ NFSECANC.TXT *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADNFS CADRPS
               GO TO ACC-MODO.
           ACCEPT WS-DATAHOJE FROM DATE YYYYMMDD
           MOVE FIL-RPS TO W-CNFIL
           MOVE NUM-RPS TO W-CNNUM
           MOVE NUMNFSE-RPS TO W-CNNUMNFSE
           MOVE CODVERIF-RPS TO W-CNCODVERIF
           MOVE W-MOTCANC TO W-CNMOTIVO
           MOVE WS-DATAHOJE TO W-CNDATA
           MOVE SPACES TO REGCANC
           MOVE W-CANRPS TO REGCANC
           WRITE REGCANC
           CLOSE NFSECANC
           MOVE "P" TO SITRPS
           MOVE "CANC PEDID" TO DSCSITRPS
           MOVE W-MOTCANC TO MOTCANC-RPS
           MOVE SPACES TO MOTREJ-RPS
           MOVE WS-DATAHOJE TO DTCANC-RPS
           MOVE W-SUPERV TO SUPCANC-RPS
           REWRITE REGRPS
           CLOSE CADNFS CADRPS
           MOVE "* PEDIDO GRAVADO EM NFSECANC.TXT *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ACC-MODO.
      *
      *--------------------------------------------------------------
      * CONSULTA DA SITUACAO DE UMA NOTA
      *--------------------------------------------------------------
      *
       CON-INICIO.
           PERFORM LE-NOTA THRU LE-NOTA-FIM
           IF W-OPCAO = "X"
               GO TO ACC-MODO.
           IF W-TEMRPS = "S" AND NUMNFSE-RPS NOT = SPACES
               DISPLAY (12, 01) "   NFS-E: " NUMNFSE-RPS
                   "  VERIFICACAO: " CODVERIF-RPS.
           IF W-TEMRPS = "S" AND MOTREJ-RPS NOT = SPACES
               DISPLAY (13, 01) "   MOTIVO: " MOTREJ-RPS.
           IF W-TEMRPS = "S" AND MOTCANC-RPS NOT = SPACES
               DISPLAY (14, 01) "   CANCELAMENTO: " MOTCANC-RPS
                   " EM " DTCANC-RPS.
           CLOSE CADNFS CADRPS
           MOVE SPACES TO W-CONF
           DISPLAY (16, 01) "   TECLE ENTER PARA CONTINUAR".
           ACCEPT (16, 31) W-CONF
           GO TO ACC-MODO.
      *
      * ABRE CADNFS/CADRPS E LE A NOTA INFORMADA (FICAM ABERTOS PARA
      * O CHAMADOR). W-OPCAO = "X" QUANDO O OPERADOR DESISTE
       LE-NOTA.
           MOVE SPACES TO W-OPCAO
           MOVE ZEROS TO W-FIL W-NUM
           DISPLAY (05, 01) "   FILIAL E NUMERO DA NOTA: ".
           ACCEPT (05, 29) W-FIL WITH UPDATE
           ACCEPT (05, 32) W-NUM WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               MOVE "X" TO W-OPCAO
               GO TO LE-NOTA-FIM.
           OPEN INPUT CADNFS
           IF ST-ERRO NOT = "00"
               MOVE "* NENHUMA NOTA FISCAL EMITIDA AINDA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               MOVE "X" TO W-OPCAO
               GO TO LE-NOTA-FIM.
           OPEN I-O CADRPS
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                   OPEN OUTPUT CADRPS
                   CLOSE CADRPS
                   OPEN I-O CADRPS.
           MOVE W-FIL TO FILNFS
           MOVE W-NUM TO NUMNFS
           READ CADNFS
           IF ST-ERRO NOT = "00"
               MOVE "* NOTA NAO ENCONTRADA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADNFS CADRPS
               GO TO LE-NOTA.
           MOVE VALSERV-NFS TO W-VALED
           DISPLAY (07, 01) "   EMISSAO " DTEMIS-NFS "  CPF " CPFNFS
               "  VALOR " W-VALED.
           MOVE "S" TO W-TEMRPS
           MOVE KEYNFS TO KEYNFS-RPS
           READ CADRPS
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEMRPS
               DISPLAY (09, 01) "   SITUACAO: NAO TRANSMITIDA"
           ELSE
               DISPLAY (09, 01) "   SITUACAO: " DSCSITRPS
                   "  LOTE " LOTE-RPS " DE " DTLOTE-RPS.
       LE-NOTA-FIM.
           EXIT.
      *
      * LIBERACAO DE SUPERVISOR (PERFIL 'S' DO CADFUNC, COMO NO
      * SGB128). DEVOLVE W-SUPERV = ZEROS QUANDO NEGADA
       PEDE-SUPERV.
           MOVE ZEROS TO W-SUPERV
           DISPLAY (14, 01)
               "   LIBERACAO DO SUPERVISOR (MATRICULA, 0=NEGAR): ".
           ACCEPT (14, 51) W-SUPERV WITH UPDATE
           IF W-SUPERV = ZEROS
               GO TO PEDE-SUPERV-FIM.
           MOVE W-SUPERV TO COD-FUNC
           READ CADFUNC
           IF ST-ERRO NOT = "00" OR SITUAC-FUNC NOT = "A"
                   OR PERFIL-FUNC NOT = "S"
               MOVE "* SUPERVISOR INVALIDO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO PEDE-SUPERV.
       PEDE-SUPERV-FIM.
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
