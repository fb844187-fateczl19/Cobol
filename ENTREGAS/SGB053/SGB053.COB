                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMORCAM
                    FILE STATUS  IS ST-ERRO.

            SELECT CADIDIOMA
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF-IDI
                    FILE STATUS  IS ST-IDI.

            SELECT CADTEXTO
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYTEXTO
                    FILE STATUS  IS ST-TX.

            SELECT CADROLEMP
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYROL
                    FILE STATUS  IS ST-ROL.

      *
      *--------------------------------------------------------------
      *
           03 HORAS-ORCAM     PIC 9(04).
           03 VALOR-ORCAM     PIC 9(06)V99.
      *
      *
      *--------------------------------------------------------------
      * IDIOMA DOS DOCUMENTOS DO CLIENTE (SGB003) -- P=PORTUGUES
      * I=INGLES E=ESPANHOL. CLIENTE SEM REGISTRO AQUI = PORTUGUES
      *--------------------------------------------------------------
      *
       FD CADIDIOMA
           VALUE OF FILE-ID IS "CADIDIOMA.DAT".
       01 REGIDIOMA.
           03 CPF-IDI         PIC 9(11).
           03 IDIOMA-IDI      PIC X(01).
           03 DTALT-IDI       PIC 9(08).
           03 OPER-IDI        PIC 9(04).
      *
      *--------------------------------------------------------------
      * TEXTOS DOS DOCUMENTOS POR IDIOMA (SGB139) -- TIPO R=ROTULO
      * (VERSAO ZERO, NUMERO DO ROTULO) OU T=CLAUSULA TRADUZIDA
      * (VERSAO DOS TERMOS, NUMERO DA LINHA; 000 = TITULO)
      *--------------------------------------------------------------
      *
       FD CADTEXTO
           VALUE OF FILE-ID IS "CADTEXTO.DAT".
       01 REGTEXTO.
           03 KEYTEXTO.
               05 IDIOMA-TX   PIC X(01).
               05 TIPO-TX     PIC X(01).
               05 VERSAO-TX   PIC 9(04).
               05 NUM-TX      PIC 9(03).
           03 TEXTO-TX        PIC X(60).
           03 DTALT-TX        PIC 9(08).
      *
      *--------------------------------------------------------------
      * ROL DE CICLISTAS AUTORIZADOS DE CADA CONTA CORPORATIVA
      * (SGB142) -- SO CPF DO ROL, DENTRO DA VIGENCIA (FIM ZERO = EM
      * ABERTO), PODE FATURAR LOCACAO PARA O CNPJ. LIMITE MENSAL
      * OPCIONAL EM HORAS E/OU EM VALOR (ZERO = SEM LIMITE); PASSADO
      * O LIMITE, ACAO "A" SO AVISA E "P" COBRA DO PROPRIO CLIENTE
      *--------------------------------------------------------------
      *
       FD CADROLEMP
           VALUE OF FILE-ID IS "CADROLEMP.DAT".
       01 REGROLEMP.
           03 KEYROL.
               05 CNPJ-ROL     PIC 9(14).
               05 CPF-ROL      PIC 9(11).
           03 DTINI-ROL        PIC 9(08).
           03 DTFIM-ROL        PIC 9(08).
           03 LIMHORAS-ROL     PIC 9(04).
           03 LIMVALOR-ROL     PIC 9(06)V99.
           03 ACAO-ROL         PIC X(01).
           03 DTALT-ROL        PIC 9(08).
      *
      *--------------------------------------------------------------
      *
       WORKING-STORAGE SECTION.
       77 W-CNPJORC       PIC 9(14) VALUE ZEROS.
       77 W-TEMTARCORP    PIC X(01) VALUE "N".
      *
      * ROL DE CICLISTAS DA CONTA CORPORATIVA (VIDE VERIFICA-ROL)
       77 ST-ROL        PIC X(02) VALUE "00".
       77 W-ROLCNPJ     PIC 9(14) VALUE ZEROS.
       77 W-ROLCPF      PIC 9(11) VALUE ZEROS.
       77 W-ROLSIT      PIC X(01) VALUE "N".
       77 W-ROLMIN      PIC 9(07) VALUE ZEROS.
       77 W-ROLVAL      PIC 9(08)V99 VALUE ZEROS.
       01 W-ROLDATA     PIC 9(08) VALUE ZEROS.
       01 W-ROLDATA-R REDEFINES W-ROLDATA.
           03 W-ROLANO  PIC 9(04).
           03 W-ROLMES  PIC 9(02).
           03 W-ROLDIA  PIC 9(02).
      *
      * MESMO APOIO DE FIDELIDADE E TAXA DE ENTREGA DO SGB004
       77 W-VALACUM       PIC 9(08)V99 VALUE ZEROS.
       77 W-PERCDESCONTO  PIC 9(02)V99 VALUE ZEROS.
       77 W-VALENTREGA    PIC 9(04)V99 VALUE ZEROS.
      *
      * APOIO AOS DOCUMENTOS NO IDIOMA DO CLIENTE (CADIDIOMA E
      * CADTEXTO/SGB139, VIDE CARREGA-ROTULOS E MONTA-ROTULO): O
      * ROTULO VAI ATE O PRIMEIRO ESPACO DUPLO E O VALOR SAI NA
      * COLUNA W-COLVAL (OU LOGO DEPOIS DO ROTULO, SE FOR MAIS LONGO)
       77 ST-IDI        PIC X(02) VALUE "00".
       77 ST-TX         PIC X(02) VALUE "00".
       77 W-IDIOMA      PIC X(01) VALUE "P".
       77 W-IDIOMACLI   PIC X(01) VALUE "P".
       77 W-NROT        PIC 9(02) VALUE ZEROS.
       77 W-PONT        PIC 9(03) VALUE ZEROS.
       77 W-COLVAL      PIC 9(03) VALUE 28.
       77 W-LINDOC      PIC X(79) VALUE SPACES.
      * DATA E VALOR NA CONVENCAO DO IDIOMA: INGLES MM/DD/AAAA E
      * 1,234.56; PORTUGUES E ESPANHOL DD/MM/AAAA E 1.234,56
       77 W-FDDIA       PIC 9(02) VALUE ZEROS.
       77 W-FDMES       PIC 9(02) VALUE ZEROS.
       77 W-FDANO       PIC 9(04) VALUE ZEROS.
       77 W-FDATA       PIC X(10) VALUE SPACES.
       01 W-DTORC       PIC 9(08) VALUE ZEROS.
       01 W-DTORC-R REDEFINES W-DTORC.
           03 W-ANOORC  PIC 9(04).
           03 W-MESORC  PIC 9(02).
           03 W-DIAORC  PIC 9(02).
       77 W-FVVAL       PIC 9(06)V99 VALUE ZEROS.
       77 W-FVED        PIC ZZZ.ZZ9,99.
       77 W-FVTXT       PIC X(10) VALUE SPACES.
      *
      * ROTULOS PADRAO EM PORTUGUES (OS MESMOS DO SGB139), USADOS
      * QUANDO O IDIOMA NAO TEM O ROTULO GRAVADO NO CADTEXTO
       01 TTROTPT.
           03 FILLER PIC X(50) VALUE
               "CONTRATO/RECIBO DE LOCACAO DE BIKE".
           03 FILLER PIC X(50) VALUE
               "CONTRATO:".
           03 FILLER PIC X(50) VALUE
               "CLIENTE:".
           03 FILLER PIC X(50) VALUE
               "CPF:".
           03 FILLER PIC X(50) VALUE
               "TELEFONE:".
           03 FILLER PIC X(50) VALUE
               "BIKE:".
           03 FILLER PIC X(50) VALUE
               "CATEGORIA:".
           03 FILLER PIC X(50) VALUE
               "COR:".
           03 FILLER PIC X(50) VALUE
               "LOCACAO:".
           03 FILLER PIC X(50) VALUE
               "HORARIO:".
           03 FILLER PIC X(50) VALUE
               "PREVISAO:".
           03 FILLER PIC X(50) VALUE
               "VALOR DA LOCACAO:".
           03 FILLER PIC X(50) VALUE
               "VALOR COBRADO:".
           03 FILLER PIC X(50) VALUE
               "TETO APLICADO: HORAS LIMITADAS A DIARIA".
           03 FILLER PIC X(50) VALUE
               "TETO APLICADO: DIARIAS LIMITADAS A SEMANA".
           03 FILLER PIC X(50) VALUE
               "KM PERCORRIDOS:".
           03 FILLER PIC X(50) VALUE
               "SITUACAO ATUAL:".
           03 FILLER PIC X(50) VALUE
               "TERMOS: LOCACAO SEM VERSAO DE TERMOS REGISTRADA".
           03 FILLER PIC X(50) VALUE
               "TERMOS DE LOCACAO - VERSAO".
           03 FILLER PIC X(50) VALUE
               "ACEITO PELO CLIENTE EM".
           03 FILLER PIC X(50) VALUE
               "AS".
           03 FILLER PIC X(50) VALUE
               "CLAUSULAS SEM TRADUCAO: VALE O TEXTO EM PORTUGUES".
           03 FILLER PIC X(50) VALUE
               "VIA EM PORTUGUES - VERSAO COM VALOR LEGAL".
           03 FILLER PIC X(50) VALUE
               "ORCAMENTO DE LOCACAO".
           03 FILLER PIC X(50) VALUE
               "ORCAMENTO:".
           03 FILLER PIC X(50) VALUE
               "DATA:".
           03 FILLER PIC X(50) VALUE
               "ARO:".
           03 FILLER PIC X(50) VALUE
               "HORAS PREVISTAS:".
           03 FILLER PIC X(50) VALUE
               "DESCONTO FIDELIDADE (PCT):".
           03 FILLER PIC X(50) VALUE
               "TAXA DE ENTREGA:".
           03 FILLER PIC X(50) VALUE
               "VALOR ESTIMADO:".
           03 FILLER PIC X(50) VALUE
               "VALIDO POR 7 DIAS - APRESENTE ESTE NUMERO".
           03 FILLER PIC X(50) VALUE
               "INFRACAO DE ZONA:".
           03 FILLER PIC X(50) VALUE
               "COMPOSICAO DO VALOR:".
       01 TTABROTPT REDEFINES TTROTPT.
           03 TABROTPT PIC X(50) OCCURS 34 TIMES.
       01 W-TABROT.
           03 TABROT PIC X(50) OCCURS 34 TIMES.
      *
      *--------------------------------------------------------------
      *
       PROCEDURE DIVISION.
                   CLOSE CADBIKE CADCLI CADLOC CADCEP CADREGIAO
                       CADCONTROLE CADORCAM
                   GO TO ROT-FIM.
           OPEN INPUT CADIDIOMA
           IF ST-IDI NOT = "00"
               IF ST-IDI = "30" OR "35"
                   OPEN OUTPUT CADIDIOMA
                   CLOSE CADIDIOMA
                   OPEN INPUT CADIDIOMA
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQ CADIDIOMA.DAT *"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADBIKE CADCLI CADLOC CADCEP CADREGIAO
                       CADCONTROLE CADORCAM CADTARCORP
                   GO TO ROT-FIM.
           OPEN INPUT CADTEXTO
           IF ST-TX NOT = "00"
               IF ST-TX = "30" OR "35"
                   OPEN OUTPUT CADTEXTO
                   CLOSE CADTEXTO
                   OPEN INPUT CADTEXTO
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQ CADTEXTO.DAT *"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADBIKE CADCLI CADLOC CADCEP CADREGIAO
                       CADCONTROLE CADORCAM CADTARCORP CADIDIOMA
                   GO TO ROT-FIM.
           OPEN INPUT CADROLEMP
           IF ST-ROL NOT = "00"
               IF ST-ROL = "30" OR "35"
                   OPEN OUTPUT CADROLEMP
                   CLOSE CADROLEMP
                   OPEN INPUT CADROLEMP
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQ CADROLEMP.DAT *"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADBIKE CADCLI CADLOC CADCEP CADREGIAO
                       CADCONTROLE CADORCAM CADTARCORP CADIDIOMA
                       CADTEXTO
                   GO TO ROT-FIM.
      *
       ACC-CPF.
           DISPLAY (01, 01) ERASE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR 01
               CLOSE CADBIKE CADCLI CADLOC CADCEP CADREGIAO
                   CADCONTROLE CADORCAM CADTARCORP CADIDIOMA CADTEXTO
                   CADROLEMP
               GO TO ROT-FIM.
           MOVE ZEROS TO W-PERCDESCONTO W-VALENTREGA
           MOVE "P" TO W-IDIOMACLI
           IF W-CPFORC = ZEROS
               GO TO ACC-BIKE.
           MOVE W-CPFORC TO CPF-CLI
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-CPF.
           DISPLAY (04, 01) "   NOME: " NOME-CLI
           PERFORM LE-IDIOMA THRU LE-IDIOMA-FIM
           PERFORM CALCULA-FIDELIDADE THRU CALCULA-FIDELIDADE-FIM
           PERFORM CALCULA-ENTREGA THRU CALCULA-ENTREGA-FIM.
      *
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-CPF.
           IF W-CNPJORC = ZEROS
               GO TO ACC-BIKE.
      * SO CICLISTA DO ROL DA EMPRESA (SGB142) TEM ORCAMENTO NO
      * CONVENIO; PASSADO O LIMITE DO MES, AVISA OU ORCA PARTICULAR
           IF W-CPFORC = ZEROS
               MOVE "* CONVENIO EXIGE CPF DO ROL DA EMPRESA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-CNPJORC.
           MOVE W-CNPJORC TO W-ROLCNPJ
           MOVE W-CPFORC TO W-ROLCPF
           ACCEPT W-ROLDATA FROM DATE YYYYMMDD
           PERFORM VERIFICA-ROL THRU VERIFICA-ROL-FIM
           IF W-ROLSIT = "N"
               MOVE "* CPF FORA DO ROL DA EMPRESA (SGB142) *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-CNPJORC.
           IF W-ROLSIT = "L" AND ACAO-ROL = "P"
               MOVE ZEROS TO W-CNPJORC
               DISPLAY (05, 38) W-CNPJORC
               MOVE "* LIMITE DO MES ATINGIDO - ORCAMENTO PARTICULAR *"
                                                          TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-BIKE.
           IF W-ROLSIT = "L"
               MOVE "* ATENCAO: LIMITE DO MES DO CICLISTA ATINGIDO *"
                                                          TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *
       ACC-BIKE.
           MOVE ZEROS TO W-NUMBIKE
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-HORAS.
      *
      * IDIOMA DO ORCAMENTO IMPRESSO: SUGERE O DO CLIENTE (SGB003),
      * PORTUGUES QUANDO NAO HA CLIENTE CADASTRADO
       ACC-IDIOMA.
           MOVE W-IDIOMACLI TO W-IDIOMA
           DISPLAY (10, 01)
               "   IDIOMA (P=PORT I=INGLES E=ESPANHOL): ".
           ACCEPT (10, 42) W-IDIOMA WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-HORAS.
           INSPECT W-IDIOMA CONVERTING "pie" TO "PIE"
           IF W-IDIOMA NOT = "P" AND "I" AND "E"
               MOVE "* DIGITE P, I OU E *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-IDIOMA.
      *
      *--------------------------------------------------------------
      * MESMO CALCULO EM CAMADAS DO SGB004: SEMANAS CHEIAS, DIARIAS
      * E HORAS RESTANTES, DEPOIS FIDELIDADE E TAXA DE ENTREGA
           IF ST-ERRO = "22"
               REWRITE REGORCAM.
       IMPRIME-ORCAMENTO.
           PERFORM CARREGA-ROTULOS THRU CARREGA-ROTULOS-FIM
           DISPLAY " ".
           DISPLAY "==============================================".
           DISPLAY "            " TABROT (24).
           DISPLAY "==============================================".
           MOVE 25 TO W-NROT
           PERFORM MONTA-ROTULO THRU MONTA-ROTULO-FIM
           MOVE DTORCAM TO W-DTORC
           MOVE W-DIAORC TO W-FDDIA
           MOVE W-MESORC TO W-FDMES
           MOVE W-ANOORC TO W-FDANO
           PERFORM FORMATA-DATA THRU FORMATA-DATA-FIM
           STRING NUMORCAM DELIMITED BY SIZE
               INTO W-LINDOC WITH POINTER W-PONT
           ADD 3 TO W-PONT
           MOVE 26 TO W-NROT
           PERFORM ACRESCENTA-ROTULO THRU ACRESCENTA-ROTULO-FIM
           STRING W-FDATA DELIMITED BY SIZE
               INTO W-LINDOC WITH POINTER W-PONT
           DISPLAY W-LINDOC
           IF W-CPFORC = ZEROS
               GO TO IMPRIME-ORCAMENTO-BIKE.
           MOVE 3 TO W-NROT
           PERFORM MONTA-ROTULO THRU MONTA-ROTULO-FIM
           STRING NOME-CLI DELIMITED BY SIZE
               INTO W-LINDOC WITH POINTER W-PONT
           DISPLAY W-LINDOC
           MOVE 4 TO W-NROT
           PERFORM MONTA-ROTULO THRU MONTA-ROTULO-FIM
           STRING W-CPFORC DELIMITED BY SIZE
               INTO W-LINDOC WITH POINTER W-PONT
           DISPLAY W-LINDOC.
       IMPRIME-ORCAMENTO-BIKE.
           MOVE 6 TO W-NROT
           PERFORM MONTA-ROTULO THRU MONTA-ROTULO-FIM
           STRING NUMERO " " DELIMITED BY SIZE
               MARCA DELIMITED BY "  " " " DELIMITED BY SIZE
               MODELO DELIMITED BY SIZE
               INTO W-LINDOC WITH POINTER W-PONT
           DISPLAY W-LINDOC
           MOVE 7 TO W-NROT
           PERFORM MONTA-ROTULO THRU MONTA-ROTULO-FIM
           STRING CATEGDESC DELIMITED BY "  "
               INTO W-LINDOC WITH POINTER W-PONT
           ADD 3 TO W-PONT
           MOVE 27 TO W-NROT
           PERFORM ACRESCENTA-ROTULO THRU ACRESCENTA-ROTULO-FIM
           STRING ARO DELIMITED BY SIZE
               INTO W-LINDOC WITH POINTER W-PONT
           DISPLAY W-LINDOC
           MOVE 28 TO W-NROT
           PERFORM MONTA-ROTULO THRU MONTA-ROTULO-FIM
           STRING W-HORAS DELIMITED BY SIZE
               INTO W-LINDOC WITH POINTER W-PONT
           DISPLAY W-LINDOC
           MOVE 29 TO W-NROT
           PERFORM MONTA-ROTULO THRU MONTA-ROTULO-FIM
           MOVE W-PERCDESCONTO TO W-FVVAL
           PERFORM FORMATA-VALOR THRU FORMATA-VALOR-FIM
           STRING W-FVTXT DELIMITED BY SIZE
               INTO W-LINDOC WITH POINTER W-PONT
           DISPLAY W-LINDOC
           MOVE 30 TO W-NROT
           PERFORM MONTA-ROTULO THRU MONTA-ROTULO-FIM
           MOVE W-VALENTREGA TO W-FVVAL
           PERFORM FORMATA-VALOR THRU FORMATA-VALOR-FIM
           STRING "R$ " W-FVTXT DELIMITED BY SIZE
               INTO W-LINDOC WITH POINTER W-PONT
           DISPLAY W-LINDOC
           MOVE 31 TO W-NROT
           PERFORM MONTA-ROTULO THRU MONTA-ROTULO-FIM
           MOVE W-VALORC TO W-FVVAL
           PERFORM FORMATA-VALOR THRU FORMATA-VALOR-FIM
           STRING "R$ " W-FVTXT DELIMITED BY SIZE
               INTO W-LINDOC WITH POINTER W-PONT
           DISPLAY W-LINDOC
           DISPLAY TABROT (32).
           DISPLAY "==============================================".
           DISPLAY " ".
      *
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-OUTRO.
           CLOSE CADBIKE CADCLI CADLOC CADCEP CADREGIAO
               CADCONTROLE CADORCAM CADTARCORP CADIDIOMA CADTEXTO
               CADROLEMP
           GO TO ROT-FIM.
      *
      *--------------------------------------------------------------
           EXIT.
      *
      *--------------------------------------------------------------
      * ROL DA CONTA CORPORATIVA (CADROLEMP/SGB142): W-ROLSIT = "N"
      * CPF FORA DO ROL OU FORA DA VIGENCIA NA DATA W-ROLDATA, "S"
      * AUTORIZADO, "L" AUTORIZADO MAS COM O LIMITE DO MES JA
      * ALCANCADO. O USO DO MES (HORAS E VALOR COBRADO DAS LOCACOES
      * DO CPF FATURADAS PARA O CNPJ) VEM DO CADLOC
      *--------------------------------------------------------------
      *
       VERIFICA-ROL.
           MOVE "N" TO W-ROLSIT
           MOVE ZEROS TO W-ROLMIN W-ROLVAL
           MOVE W-ROLCNPJ TO CNPJ-ROL
           MOVE W-ROLCPF TO CPF-ROL
           READ CADROLEMP
           IF ST-ROL NOT = "00"
               GO TO VERIFICA-ROL-FIM.
           IF W-ROLDATA < DTINI-ROL
               GO TO VERIFICA-ROL-FIM.
           IF DTFIM-ROL NOT = ZEROS AND W-ROLDATA > DTFIM-ROL
               GO TO VERIFICA-ROL-FIM.
           MOVE "S" TO W-ROLSIT
           IF LIMHORAS-ROL = ZEROS AND LIMVALOR-ROL = ZEROS
               GO TO VERIFICA-ROL-FIM.
           MOVE W-ROLCPF TO FKCPF-CLI
           START CADLOC KEY IS = FKCPF-CLI
           IF ST-ERRO NOT = "00"
               GO TO VERIFICA-ROL-LIMITE.
       VERIFICA-ROL-PROX.
           READ CADLOC NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO VERIFICA-ROL-LIMITE.
           IF FKCPF-CLI NOT = W-ROLCPF
               GO TO VERIFICA-ROL-LIMITE.
           IF CNPJEMP-LOC NOT = W-ROLCNPJ
               GO TO VERIFICA-ROL-PROX.
           IF ANO-LOCA NOT = W-ROLANO OR MES-LOCA NOT = W-ROLMES
               GO TO VERIFICA-ROL-PROX.
           COMPUTE W-ROLMIN = W-ROLMIN + (HRUSO * 60) + MINUSO
           ADD VALCOBRADO TO W-ROLVAL
           GO TO VERIFICA-ROL-PROX.
       VERIFICA-ROL-LIMITE.
           IF LIMHORAS-ROL NOT = ZEROS
                   AND W-ROLMIN NOT < LIMHORAS-ROL * 60
               MOVE "L" TO W-ROLSIT.
           IF LIMVALOR-ROL NOT = ZEROS AND W-ROLVAL NOT < LIMVALOR-ROL
               MOVE "L" TO W-ROLSIT.
       VERIFICA-ROL-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * IDIOMA DO CLIENTE (CADIDIOMA/SGB003); SEM REGISTRO = PORTUGUES
      *--------------------------------------------------------------
      *
       LE-IDIOMA.
           MOVE "P" TO W-IDIOMACLI
           MOVE CPF-CLI TO CPF-IDI
           READ CADIDIOMA
           IF ST-IDI = "00" AND IDIOMA-IDI NOT = SPACES
               MOVE IDIOMA-IDI TO W-IDIOMACLI.
       LE-IDIOMA-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * ROTULOS DO IDIOMA W-IDIOMA: O QUE ESTIVER GRAVADO NO CADTEXTO
      * (SGB139); ROTULO AUSENTE SAI EM PORTUGUES
      *--------------------------------------------------------------
      *
       CARREGA-ROTULOS.
           MOVE TTROTPT TO W-TABROT
           MOVE 1 TO W-NROT.
       CARREGA-ROTULOS-PROX.
           MOVE W-IDIOMA TO IDIOMA-TX
           MOVE "R" TO TIPO-TX
           MOVE ZEROS TO VERSAO-TX
           MOVE W-NROT TO NUM-TX
           READ CADTEXTO
           IF ST-TX = "00" AND TEXTO-TX NOT = SPACES
               MOVE TEXTO-TX TO TABROT (W-NROT).
           IF W-NROT < 34
               ADD 1 TO W-NROT
               GO TO CARREGA-ROTULOS-PROX.
       CARREGA-ROTULOS-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * MONTAGEM DA LINHA DO DOCUMENTO EM W-LINDOC: MONTA-ROTULO
      * COMECA A LINHA COM O ROTULO W-NROT E POSICIONA W-PONT NA
      * COLUNA DO VALOR; ACRESCENTA-ROTULO POE OUTRO ROTULO NA MESMA
      * LINHA, A PARTIR DE W-PONT
      *--------------------------------------------------------------
      *
       MONTA-ROTULO.
           MOVE SPACES TO W-LINDOC
           MOVE 1 TO W-PONT
           PERFORM ACRESCENTA-ROTULO THRU ACRESCENTA-ROTULO-FIM
           IF W-PONT < W-COLVAL
               MOVE W-COLVAL TO W-PONT.
       MONTA-ROTULO-FIM.
           EXIT.
      *
       ACRESCENTA-ROTULO.
           STRING TABROT (W-NROT) DELIMITED BY "  "
               INTO W-LINDOC WITH POINTER W-PONT
           ADD 1 TO W-PONT.
       ACRESCENTA-ROTULO-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * DATA (W-FDDIA/W-FDMES/W-FDANO) E VALOR (W-FVVAL) NA CONVENCAO
      * DO IDIOMA W-IDIOMA, EM W-FDATA E W-FVTXT
      *--------------------------------------------------------------
      *
       FORMATA-DATA.
           MOVE SPACES TO W-FDATA
           IF W-IDIOMA = "I"
               STRING W-FDMES "/" W-FDDIA "/" W-FDANO
                   DELIMITED BY SIZE INTO W-FDATA
           ELSE
               STRING W-FDDIA "/" W-FDMES "/" W-FDANO
                   DELIMITED BY SIZE INTO W-FDATA.
       FORMATA-DATA-FIM.
           EXIT.
      *
       FORMATA-VALOR.
           MOVE W-FVVAL TO W-FVED
           MOVE W-FVED TO W-FVTXT
           IF W-IDIOMA = "I"
               INSPECT W-FVTXT CONVERTING ".," TO ",.".
       FORMATA-VALOR-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * ROTINA DE FIM
      *--------------------------------------------------------------
      *
