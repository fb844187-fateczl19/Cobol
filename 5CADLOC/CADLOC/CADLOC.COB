                    RECORD KEY   IS KEYAGENDA
                    FILE STATUS  IS ST-ERRO.

            SELECT CADSINAL
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYSINAL
                    FILE STATUS  IS ST-SIN.

            SELECT CADFERIADO
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    RECORD KEY   IS KEYLOCPARC
                    FILE STATUS  IS ST-ERRO.

            SELECT CADLOCAB
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMBIKE-AB
                    FILE STATUS  IS ST-LOCAB
                    ALTERNATE RECORD KEY IS CHPREV-AB
                                            WITH DUPLICATES.

            SELECT CADRECBIKE
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYRECBIKE
                    FILE STATUS  IS ST-RCB
                    ALTERNATE RECORD KEY IS BIKE-RB
                                            WITH DUPLICATES.

            SELECT CADMANUT
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYMANUT
                    FILE STATUS  IS ST-MAN
                    ALTERNATE RECORD KEY IS NUM-BIKE-MANUT
                                            WITH DUPLICATES.

            SELECT CADROLEMP
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYROL
                    FILE STATUS  IS ST-ROL.

            SELECT CADCAMBIO
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCAMBIO
                    FILE STATUS  IS ST-CB.

            SELECT CADMOVME
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYMOVME
                    FILE STATUS  IS ST-MV.

            SELECT CADPRECOLOC
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPRECOLOC
                    FILE STATUS  IS ST-PRL.

            SELECT CADACESS
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    RECORD KEY   IS KEYTRAVA
                    FILE STATUS  IS ST-TRV.

            SELECT CADDOCCLI
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF-DOC
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS KEYPASSAP.

            SELECT CADFILIAL
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-FILIAL
                    FILE STATUS  IS ST-ERRO.

            SELECT CADCONSENT
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF-CONS
                    FILE STATUS  IS ST-ERRO.

            SELECT CADTERMO
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS VERSAO-TERMO
                    FILE STATUS  IS ST-ERRO.

            SELECT CADACEITE
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYLOCACAO-TRM
                    FILE STATUS  IS ST-ERRO.

            SELECT CADINDICA
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF-IND
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CPFINDICADOR-IND
                                            WITH DUPLICATES.

            SELECT CADSALDO
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF-SALDO
                    FILE STATUS  IS ST-ERRO.

            SELECT CADSALDOMOV
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYSMOV
                    FILE STATUS  IS ST-ERRO.

            SELECT CADZONA
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODZONA
                    FILE STATUS  IS ST-ZON.

            SELECT CADINFZONA
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYINFZONA
                    FILE STATUS  IS ST-INF.

            SELECT CADENTREG
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMENT
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CHROTA-ENT
                                            WITH DUPLICATES.

            SELECT CADDETPRECO
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYDETPRECO
                    FILE STATUS  IS ST-ERRO.

            SELECT CADJORNAL
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYJORNAL
                    FILE STATUS  IS ST-JOR.

            SELECT CADFRAUDE
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYFRAUDE
                    FILE STATUS  IS ST-FRD.

      *
      *--------------------------------------------------------------
      *
      *
      *--------------------------------------------------------------
      * CEP DO CLIENTE (LIDO PELO FKCEP DE CADCLI) E TABELA DE REGIOES
      * DE ENTREGA, USADOS PARA A TAXA DE ENTREGA POR REGIAO EM
      * ACC-VALCOBRADO E PARA O ENDERECO DAS TAREFAS DE ENTREGA
      * (AGENDA-ENTREGA) -- NUNCA GRAVADOS POR ESTE PROGRAMA
      *--------------------------------------------------------------
      *
       FD CADCEP
           03 VALMANUT        PIC 9(08)V99.
           03 VALACRESC       PIC 9(08)V99.
           03 VALACRANT       PIC 9(08)V99.
           03 VALVAREJO       PIC 9(08)V99.
           03 VALOFICINA      PIC 9(08)V99.
      *
      *--------------------------------------------------------------
      * CONTAS CORPORATIVAS (SGB046) -- LOCACAO FATURADA PARA UMA
           03 CODPARC-LP      PIC 9(04).
      *
      *--------------------------------------------------------------
      * INDICE DE LOCACOES EM ABERTO (SGB134) -- UMA ENTRADA POR BIKE
      * NA RUA, ACOMPANHANDO CADA GRAVACAO DO REGLOC (ATUALIZA-LOCAB)
      *--------------------------------------------------------------
      *
       FD CADLOCAB
           VALUE OF FILE-ID IS "CADLOCAB.DAT".
       01 REGLOCAB.
           03 NUMBIKE-AB       PIC 9(04).
           03 CHPREV-AB.
               05 DTPREV-AB.
                   07 ANOPREV-AB   PIC 9(04).
                   07 MESPREV-AB   PIC 9(02).
                   07 DIAPREV-AB   PIC 9(02).
               05 HRPREV-AB    PIC 9(02).
               05 MINPREV-AB   PIC 9(02).
           03 KEYLOC-AB        PIC X(27).
           03 CPF-AB           PIC 9(11).
           03 NUMCONTR-AB      PIC 9(08).
           03 FILIAL-AB        PIC 9(02).
           03 GRUPO-AB         PIC 9(06).
      *--------------------------------------------------------------
      * BIKES ATINGIDAS POR CADA RECALL E A ORDEM DE SERVICO ABERTA
      * PARA CADA UMA (CADMANUT); A BIKE ESTA CONCLUIDA QUANDO A
      * ORDEM E FINALIZADA NO SGB008. SEMCHASSI = "S" QUANDO A BIKE
      * NAO TEM CHASSI NO CADCHASSI E ENTROU POR SEGURANCA
      *--------------------------------------------------------------
      *
       FD CADRECBIKE
           VALUE OF FILE-ID IS "CADRECBIKE.DAT".
       01 REGRECBIKE.
           03 KEYRECBIKE.
               05 NUMRECALL-RB PIC 9(06).
               05 NUMBIKE-RB   PIC 9(04).
           03 BIKE-RB          PIC 9(04).
           03 SERIAL-RB        PIC X(20).
           03 SEMCHASSI-RB     PIC X(01).
           03 GRAV-RB          PIC 9(01).
           03 SEQMANUT-RB      PIC 9(04).
           03 DTREG-RB         PIC 9(08).
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
      * COTACAO DIARIA DAS MOEDAS ESTRANGEIRAS (SGB143): TAXA EM
      * REAIS POR UNIDADE DA MOEDA E SPREAD (%) DESCONTADO DA TAXA
      * QUANDO A LOJA RECEBE A MOEDA DO CLIENTE
      *--------------------------------------------------------------
      *
       FD CADCAMBIO
           VALUE OF FILE-ID IS "CADCAMBIO.DAT".
       01 REGCAMBIO.
           03 KEYCAMBIO.
               05 MOEDA-CB     PIC X(03).
               05 DTCAMBIO-CB  PIC 9(08).
           03 DSCMOEDA-CB      PIC X(15).
           03 TAXA-CB          PIC 9(03)V9(06).
           03 SPREAD-CB        PIC 9(02)V99.
           03 OPER-CB          PIC 9(04).
           03 DTALT-CB         PIC 9(08).
      *
      *--------------------------------------------------------------
      * MOVIMENTO DE MOEDA ESTRANGEIRA EM ESPECIE: TIPO "R" = RECEBIDA
      * DE CLIENTE NO PAGAMENTO DA LOCACAO (SGB004), COM O EQUIVALENTE
      * EM REAIS LANCADO NO CADPAG E O TROCO DADO EM REAIS; TIPO "B"
      * = VENDIDA AO BANCO (SGB143), COM O CUSTO CONTABIL BAIXADO, OS
      * REAIS RECEBIDOS E O GANHO (OU PERDA) CAMBIAL
      *--------------------------------------------------------------
      *
       FD CADMOVME
           VALUE OF FILE-ID IS "CADMOVME.DAT".
       01 REGMOVME.
           03 KEYMOVME.
               05 OPER-MV      PIC 9(04).
               05 DT-MV        PIC 9(08).
               05 SEQ-MV       PIC 9(04).
           03 TIPO-MV          PIC X(01).
           03 MOEDA-MV         PIC X(03).
           03 FIL-MV           PIC 9(02).
           03 HR-MV            PIC 9(04).
           03 VALME-MV         PIC 9(07)V99.
           03 TAXA-MV          PIC 9(03)V9(06).
           03 VALREAL-MV       PIC 9(08)V99.
           03 TROCO-MV         PIC 9(06)V99.
           03 VALBANCO-MV      PIC 9(08)V99.
           03 GANHO-MV         PIC S9(08)V99.
           03 KEYLOC-MV        PIC X(27).
      *
      *--------------------------------------------------------------
      * SINAL DA MARCACAO DA AGENDA (SGB055), COM A MESMA CHAVE DO
      * CADAGENDA. O VALOR PAGO FICA NO CADPAG NA CHAVE KEYPAG-SIN
      * (CPF + BIKE + DATA DA MARCACAO DDMMAAAA + HORA INICIAL +
      * MINUTO ZERO + SEQUENCIA), QUE NAO MUDA SE A MARCACAO FOR
      * REMARCADA (SGB145). SITUACAO: A = RETIDO ATE A RETIRADA,
      * U = ABATIDO NA LOCACAO (SGB004), R = DEVOLVIDO EM NOTA DE
      * CREDITO (CANCELOU COM ANTECEDENCIA), M = RETIDO COMO MULTA
      * (CANCELAMENTO EM CIMA DA HORA OU NO-SHOW, SGB146)
      *--------------------------------------------------------------
      *
       FD CADSINAL
           VALUE OF FILE-ID IS "CADSINAL.DAT".
       01 REGSINAL.
           03 KEYSINAL        PIC X(14).
           03 CPF-SIN         PIC 9(11).
           03 VALSINAL        PIC 9(06)V99.
           03 FORMA-SIN       PIC X(01).
           03 KEYPAG-SIN      PIC X(31).
           03 DTPAGTO-SIN     PIC 9(08).
           03 SITSINAL        PIC X(01).
           03 DSCSITSINAL     PIC X(10).
           03 DTBAIXA-SIN     PIC 9(08).
           03 NUMCRED-SIN     PIC 9(06).
      *
       FD CADMANUT LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADMANUT.DAT".
       01 REGMANUT.
           03 KEYMANUT.
               05 NUM-BIKE-MANUT   PIC 9(04).
               05 SEQ-MANUT        PIC 9(04).
           03 DTABERTURA.
               05 DIA-ABERT    PIC 9(02).
               05 MES-ABERT    PIC 9(02).
               05 ANO-ABERT    PIC 9(04).
           03 PROBLEMA         PIC X(40).
           03 PECASUSADAS      PIC X(40).
           03 CUSTOMANUT       PIC 9(06)V99.
           03 DTRETORNO.
               05 DIA-RETO     PIC 9(02).
               05 MES-RETO     PIC 9(02).
               05 ANO-RETO     PIC 9(04).
           03 SITUACMANUT      PIC X(01).
           03 SITUACMANUTDESC  PIC X(10).
      *
      *--------------------------------------------------------------
      * TARIFA DE ABERTURA DA LOCACAO -- GRAVADA PELA APLICACAO DE
      * PRECOS PROGRAMADOS (SGB138) QUANDO A BIKE MUDA DE PRECO COM
      * A LOCACAO EM ABERTO, PARA A LOCACAO SER COBRADA PELO PRECO
      * COM QUE COMECOU
      *--------------------------------------------------------------
      *
       FD CADPRECOLOC
           VALUE OF FILE-ID IS "CADPRECOLOC.DAT".
       01 REGPRECOLOC.
           03 KEYPRECOLOC       PIC X(27).
           03 VALHORA-PL        PIC 9(06)V99.
           03 VALDIA-PL         PIC 9(06)V99.
           03 VALSEMANA-PL      PIC 9(06)V99.
           03 DTGRAV-PL         PIC 9(08).
           03 NUMPRG-PL         PIC 9(06).
      *
      *--------------------------------------------------------------
      * CATALOGO DE ACESSORIOS (SGB059) E ITENS DE ACESSORIO DA
      * LOCACAO -- ANEXADOS NA ABERTURA (ACC-ACESSORIOS), COBRADOS
      * NO VALCOBRADO (SOMA-ACESSORIOS) E CONFERIDOS NA ENTREGA
           03 DEVOLVIDO-ACE   PIC X(01).
      *
      *--------------------------------------------------------------
      * PARCELAS DE PAGAMENTO (SGB010) -- AQUI LIDAS PARA SOMAR O
      * QUE O CLIENTE AINDA DEVE, VIDE VERIFICA-CREDITO, E GRAVADAS SO
      * NO PAGAMENTO EM MOEDA ESTRANGEIRA, VIDE ACC-MOEDAEXT
      *--------------------------------------------------------------
      *
       FD CADPAG LABEL RECORD IS STANDARD
               05 DIASEM-ESC   PIC 9(01).
           03 HRINI-ESC       PIC 9(02).
           03 HRFIM-ESC       PIC 9(02).
           03 FILIAL-ESC      PIC 9(02).
      *
       FD CADAUSENC
           VALUE OF FILE-ID IS "CADAUSENC.DAT".
           03 HRTRAVA         PIC 9(06).
      *
      *--------------------------------------------------------------
      * DOCUMENTO DO CLIENTE ESTRANGEIRO (SGB003) -- TURISTA SEM CPF
      * E LOCALIZADO PELO PASSAPORTE E PAIS EMISSOR, QUE DEVOLVEM A
      * CHAVE INTERNA GRAVADA NO LUGAR DO CPF-CLI, VIDE ACC-PASSAP
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
      * CADASTRO DE FILIAIS (SGB124) -- VALIDA A FILIAL DE DEVOLUCAO
      * E DA AS VAGAS DE RACK DELA (VIDE ACC-FILENTREGA)
      *--------------------------------------------------------------
      *
       FD CADFILIAL
           VALUE OF FILE-ID IS "CADFILIAL.DAT".
       01 REGFILIAL.
           03 COD-FILIAL      PIC 9(02).
           03 NOME-FILIAL     PIC X(15).
           03 FKCEP-FIL       PIC 9(08).
           03 NUM-FIL         PIC 9(05).
           03 COMPLEM-FIL     PIC X(13).
           03 TEL-FIL         PIC 9(11).
           03 HORARIO-FIL OCCURS 7 TIMES.
               05 HRABRE-FIL  PIC 9(04).
               05 HRFECHA-FIL PIC 9(04).
           03 GERENTE-FIL     PIC 9(04).
           03 VAGASRACK-FIL   PIC 9(04).
           03 SITUAC-FIL      PIC X(01).
      *
      *--------------------------------------------------------------
      * CONSENTIMENTO E CANAL PREFERIDO DO CLIENTE (SGB003) -- AS
      * MENSAGENS DE SERVICO SAEM PELO CANAL PREFERIDO (VIDE
      * ESCOLHE-CANAL)
      *--------------------------------------------------------------
      *
       FD CADCONSENT
           VALUE OF FILE-ID IS "CADCONSENT.DAT".
       01 REGCONSENT.
           03 CPF-CONS        PIC 9(11).
           03 CANALPREF-CONS  PIC X(01).
           03 OPTEMAIL-CONS   PIC X(01).
           03 DTEMAIL-CONS    PIC 9(08).
           03 ORIGEMAIL-CONS  PIC X(01).
           03 OPEREMAIL-CONS  PIC 9(04).
           03 OPTSMS-CONS     PIC X(01).
           03 DTSMS-CONS      PIC 9(08).
           03 ORIGSMS-CONS    PIC X(01).
           03 OPERSMS-CONS    PIC 9(04).
      *
      *--------------------------------------------------------------
      * TERMOS DE LOCACAO VERSIONADOS (SGB126) E ACEITE POR LOCACAO:
      * CADA LOCACAO NOVA GRAVA NO CADACEITE A VERSAO EM VIGOR NA
      * DATA DA LOCACAO, QUE O SGB021/SGB035 REIMPRIMEM (VIDE
      * BUSCA-TERMO E ACC-ACEITE)
      *--------------------------------------------------------------
      *
       FD CADTERMO
           VALUE OF FILE-ID IS "CADTERMO.DAT".
       01 REGTERMO.
           03 VERSAO-TERMO    PIC 9(04).
           03 DTVIGOR-TERMO   PIC 9(08).
           03 TITULO-TERMO    PIC X(40).
           03 QTDLIN-TERMO    PIC 9(02).
           03 DTCAD-TERMO     PIC 9(08).
      *
       FD CADACEITE
           VALUE OF FILE-ID IS "CADACEITE.DAT".
       01 REGACEITE.
           03 KEYLOCACAO-TRM  PIC X(27).
           03 NUMCONTRATO-TRM PIC 9(08).
           03 VERSAO-TRM      PIC 9(04).
           03 DTACEITE-TRM    PIC 9(08).
           03 HRACEITE-TRM    PIC 9(06).
           03 OPERADOR-TRM    PIC 9(04).
      *
      *--------------------------------------------------------------
      * PROGRAMA DE INDICACAO (GRAVADO NO CADASTRO DO CLIENTE PELO
      * SGB003): NA PRIMEIRA LOCACAO PAGA DO INDICADO O BONUS DO
      * PARAMETRO 16 ENTRA NA CARTEIRA PRE-PAGA DO INDICADOR
      * (CADSALDO/CADSALDOMOV, MESMOS ARQUIVOS DO SGB042/SGB086),
      * UMA UNICA VEZ -- VIDE CREDITA-INDICACAO
      *--------------------------------------------------------------
      *
       FD CADINDICA
           VALUE OF FILE-ID IS "CADINDICA.DAT".
       01 REGINDICA.
           03 CPF-IND          PIC 9(11).
           03 CPFINDICADOR-IND PIC 9(11).
           03 DTCAD-IND        PIC 9(08).
           03 OPERCAD-IND      PIC 9(04).
           03 DTCONV-IND       PIC 9(08).
           03 VALBONUS-IND     PIC 9(06)V99.
           03 SEQSMOV-IND      PIC 9(04).
      *
       FD CADSALDO
           VALUE OF FILE-ID IS "CADSALDO.DAT".
       01 REGSALDO.
           03 CPF-SALDO       PIC 9(11).
           03 VALSALDO        PIC 9(06)V99.
           03 DTULTMOV        PIC 9(08).
      *
       FD CADSALDOMOV
           VALUE OF FILE-ID IS "CADSALDOMOV.DAT".
       01 REGSMOV.
           03 KEYSMOV.
               05 CPF-SMOV     PIC 9(11).
               05 SEQ-SMOV     PIC 9(04).
           03 TIPOSMOV        PIC X(01).
           03 DSCTIPOSMOV     PIC X(10).
           03 VALSMOV         PIC 9(06)V99.
           03 DTSMOV          PIC 9(08).
           03 OPERSMOV        PIC 9(04).
           03 SALDOAPOS       PIC 9(06)V99.
      *
      *--------------------------------------------------------------
      * ZONAS PROIBIDAS PARA BIKE LOCADA (SGB148) -- PARQUES, TRECHO
      * DE RODOVIA ETC. FORMA R = RETANGULO (VERTICE 1 = CANTO DE
      * MENOR LONGITUDE/LATITUDE, VERTICE 2 = CANTO OPOSTO) OU
      * P = POLIGONO DE 3 A 8 VERTICES, NA ORDEM DO CONTORNO. VALE DE
      * DTINI A DTFIM (ZERO = EM ABERTO), DAS HRINI AS HRFIM HORAS
      *--------------------------------------------------------------
      *
       FD CADZONA
           VALUE OF FILE-ID IS "CADZONA.DAT".
       01 REGZONA.
           03 CODZONA          PIC 9(03).
           03 NOMEZONA         PIC X(30).
           03 TIPOZONA         PIC X(01).
           03 DSCTIPOZONA      PIC X(10).
           03 FORMAZONA        PIC X(01).
           03 QTDVERT-ZON      PIC 9(01).
           03 VERTICES-ZON.
               05 VERTICE-ZON OCCURS 8 TIMES.
                   07 LONG-ZON     PIC S9(03)V9(06).
                   07 LAT-ZON      PIC S9(02)V9(06).
           03 DTINI-ZON        PIC 9(08).
           03 DTFIM-ZON        PIC 9(08).
           03 HRINI-ZON        PIC 9(02).
           03 HRFIM-ZON        PIC 9(02).
           03 VALMULTA-ZON     PIC 9(06)V99.
           03 SITZONA          PIC X(01).
           03 DTALT-ZON        PIC 9(08).
      *
      *--------------------------------------------------------------
      * INFRACOES DE ZONA PROIBIDA (SGB149 E DEVOLUCAO NO SGB004) --
      * UMA POR LOCACAO E ZONA, COM O PRIMEIRO PING DENTRO DA ZONA E
      * A QUANTIDADE DE PINGS; A MULTA E UMA SO POR LOCACAO E ZONA.
      * SITINF P = PENDENTE, C = COBRADA NA DEVOLUCAO, I = ISENTA
      * PELO SUPERVISOR (OVERRIDE TIPO "Z" NO CADOVERRIDE)
      *--------------------------------------------------------------
      *
       FD CADINFZONA
           VALUE OF FILE-ID IS "CADINFZONA.DAT".
       01 REGINFZONA.
           03 KEYINFZONA.
               05 KEYLOCACAO-INF  PIC X(27).
               05 CODZONA-INF     PIC 9(03).
           03 NUMBIKE-INF      PIC 9(04).
           03 NUMCONTR-INF     PIC 9(08).
           03 DTPRIM-INF       PIC 9(08).
           03 HRPRIM-INF       PIC 9(04).
           03 QTDPINGS-INF     PIC 9(05).
           03 VALMULTA-INF     PIC 9(06)V99.
           03 SITINF           PIC X(01).
           03 DSCSITINF        PIC X(10).
           03 SUPERV-INF       PIC 9(04).
           03 DTBAIXA-INF      PIC 9(08).
      *
      *--------------------------------------------------------------
      * TAREFAS DE ENTREGA (E) E RECOLHA (R) NO ENDERECO DO CLIENTE,
      * GERADAS NA ABERTURA DA LOCACAO COM TAXA DE ENTREGA (VIDE
      * AGENDA-ENTREGA) E DESPACHADAS PELO ROMANEIO DO SGB153. A
      * CHAVE DE ROTA (DATA, REGIAO E INICIO DA JANELA) ORDENA O
      * ROMANEIO. SITENT P = PENDENTE, E = EFETUADA, F = FALHOU
      *--------------------------------------------------------------
      *
       FD CADENTREG
           VALUE OF FILE-ID IS "CADENTREG.DAT".
       01 REGENTREG.
           03 NUMENT           PIC 9(06).
           03 CHROTA-ENT.
               05 DTPREV-ENT    PIC 9(08).
               05 REGIAO-ENT    PIC 9(01).
               05 HRINI-ENT     PIC 9(04).
           03 HRFIM-ENT        PIC 9(04).
           03 TIPO-ENT         PIC X(01).
           03 KEYLOC-ENT       PIC X(27).
           03 NUMBIKE-ENT      PIC 9(04).
           03 CPF-ENT          PIC 9(11).
           03 CODFIL-ENT       PIC 9(02).
           03 CEP-ENT          PIC 9(08).
           03 LOGRAD-ENT       PIC X(35).
           03 NUMEND-ENT       PIC 9(04).
           03 COMPL-ENT        PIC X(13).
           03 BAIRRO-ENT       PIC X(20).
           03 CIDADE-ENT       PIC X(12).
           03 MOTOR-ENT        PIC 9(04).
           03 SITENT           PIC X(01).
           03 DSCSITENT        PIC X(10).
           03 DTREAL-ENT       PIC 9(08).
           03 HRREAL-ENT       PIC 9(04).
           03 RECEB-ENT        PIC X(30).
           03 MOTIVO-ENT       PIC X(30).
           03 OPER-ENT         PIC 9(04).
      *
      *--------------------------------------------------------------
      * COMPOSICAO DO VALOR COBRADO: UMA LINHA POR COMPONENTE DA
      * CADEIA DE PRECO (VIDE ACC-VALCOBRADO), COM O QUANTO AQUELE
      * COMPONENTE SOMOU OU TIROU DO VALOR. A SOMA DAS LINHAS DA
      * LOCACAO E O VALCOBRADO; SGB021, SGB035 E SGB060 IMPRIMEM
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
      * DIARIO DE TRANSACOES (LAYOUT COMUM A SGB004, SGB056 E AO
      * SGB162, QUE RECUPERA AS QUE FICARAM ABERTAS). SEQ-JR 000 E O
      * CABECALHO DA TRANSACAO, 001 EM DIANTE OS PASSOS, UM POR
      * REGISTRO GRAVADO, COM A IMAGEM ANTES E DEPOIS
      *   CABECALHO SIT-JR: A = ABERTA     C = CONCLUIDA
      *                     R = COMPLETADA NA RECUPERACAO
      *                     D = DESFEITA NA RECUPERACAO
      *   PASSO     SIT-JR: P = PENDENTE   F = FEITO
      *                     R = REFEITO    D = DESFEITO
      *   ACAO-JR: W = INCLUSAO  R = REGRAVACAO  D = EXCLUSAO
      *   TIPOTRANS-JR: I = ABERTURA DE LOCACAO  A = ALTERACAO/
      *     DEVOLUCAO  S = SINAL ABATIDO  F = NOTA FISCAL (SGB004)
      *     G = ABERTURA DE GRUPO  H = FECHAMENTO DE GRUPO (SGB056)
      *   ROTEIRO-JR: LETRAS DOS PASSOS ESPERADOS (LETRA-JR) -- C =
      *     CADCONTROLE  L = CADLOC  B = CADBIKE  A = CADLOCAB
      *     U = CADCUPOM  N = CADCREDNOTA  X = CADPAG EXCLUIDO
      *     P = CADPAG  S = CADSINAL  F = CADNFS  G = CADGRUPO
      *--------------------------------------------------------------
      *
       FD CADJORNAL
           VALUE OF FILE-ID IS "CADJORNAL.DAT".
       01 REGJORNAL.
           03 KEYJORNAL.
               05 NUMTRANS-JR      PIC 9(08).
               05 SEQ-JR           PIC 9(03).
           03 SIT-JR           PIC X(01).
           03 DT-JR            PIC 9(08).
           03 HR-JR            PIC 9(08).
           03 CORPO-JR         PIC X(460).
           03 CAB-JR REDEFINES CORPO-JR.
               05 PROG-JR          PIC X(06).
               05 OPER-JR          PIC 9(04).
               05 TIPOTRANS-JR     PIC X(01).
               05 KEYLOCACAO-JR    PIC X(27).
               05 ROTEIRO-JR       PIC X(10).
               05 CUPOM-JR         PIC X(08).
               05 NUMCRED-JR       PIC 9(06).
               05 VALCRED-JR       PIC 9(06)V99.
               05 SUPERV-JR        PIC 9(04).
               05 DTREC-JR         PIC 9(08).
               05 FILLER           PIC X(378).
           03 PASSO-JR REDEFINES CORPO-JR.
               05 ARQ-JR           PIC X(12).
               05 ACAO-JR          PIC X(01).
               05 LETRA-JR         PIC X(01).
               05 ANTES-JR         PIC X(219).
               05 DEPOIS-JR        PIC X(219).
               05 FILLER           PIC X(08).
      *
      *--------------------------------------------------------------
      * FILA DE REVISAO DE FRAUDE CADASTRAL, ALIMENTADA A NOITE PELO
      * SGB165 E BAIXADA NO SGB085 -- SUSPEITA PENDENTE DO CLIENTE E
      * AVISADA NA ABERTURA DA LOCACAO (VIDE AVISA-FRAUDE)
      *--------------------------------------------------------------
      *
       FD CADFRAUDE
           VALUE OF FILE-ID IS "CADFRAUDE.DAT".
       01 REGFRAUDE.
           03 KEYFRAUDE.
               05 CPF-FRD          PIC 9(11).
               05 TIPO-FRD         PIC X(01).
           03 DSCTIPO-FRD      PIC X(20).
           03 CPFREL-FRD       PIC 9(11).
           03 DADO-FRD         PIC X(20).
           03 DTDET-FRD        PIC 9(08).
           03 DTULT-FRD        PIC 9(08).
           03 SIT-FRD          PIC X(01).
           03 DSCSIT-FRD       PIC X(10).
           03 OPER-FRD         PIC 9(04).
           03 DTBAIXA-FRD      PIC 9(08).
      *
      *--------------------------------------------------------------
      *
       WORKING-STORAGE SECTION.
      *
       77 W-DIFLAT        PIC S9(02)V9(06) VALUE ZEROS.
       77 W-TEMPING       PIC X(01) VALUE "N".
      *
      * ZONAS PROIBIDAS ATIVAS (CADZONA), CARREGADAS UMA VEZ PARA A
      * APURACAO DOS PINGS DA LOCACAO (VIDE APURA-ZONAS)
       77 ST-ZON          PIC X(02) VALUE "00".
       77 ST-INF          PIC X(02) VALUE "00".
       77 W-QTDZONAS      PIC 9(02) VALUE ZEROS.
       77 W-IZ            PIC 9(02) VALUE ZEROS.
       77 W-IV            PIC 9(01) VALUE ZEROS.
       77 W-JV            PIC 9(01) VALUE ZEROS.
       77 W-DENTRO        PIC X(01) VALUE "N".
       77 W-XCRUZA        PIC S9(04)V9(06) VALUE ZEROS.
       77 W-DTINIZ        PIC 9(08) VALUE ZEROS.
       77 W-DTFIMZ        PIC 9(08) VALUE ZEROS.
       77 W-HMINIZ        PIC 9(04) VALUE ZEROS.
       77 W-HMFIMZ        PIC 9(04) VALUE ZEROS.
       77 W-HMGPS         PIC 9(04) VALUE ZEROS.
       01 TAB-ZONA.
           03 TZ-ITEM OCCURS 30 TIMES.
               05 TZ-COD        PIC 9(03).
               05 TZ-FORMA      PIC X(01).
               05 TZ-QTDV       PIC 9(01).
               05 TZ-VERTICES.
                   07 TZ-VERT OCCURS 8 TIMES.
                       09 TZ-LONG   PIC S9(03)V9(06).
                       09 TZ-LAT    PIC S9(02)V9(06).
               05 TZ-DTINI      PIC 9(08).
               05 TZ-DTFIM      PIC 9(08).
               05 TZ-HRINI      PIC 9(02).
               05 TZ-HRFIM      PIC 9(02).
               05 TZ-VALMULTA   PIC 9(06)V99.
               05 TZ-QTD        PIC 9(05).
               05 TZ-DTPRIM     PIC 9(08).
               05 TZ-HRPRIM     PIC 9(04).
      * INFRACOES DA LOCACAO NA DEVOLUCAO (VIDE APLICA-INFZONA):
      * COBRAR (C) OU ISENTAR (I) FICA DECIDIDO NA TABELA E SO VAI
      * PARA O CADINFZONA DEPOIS DA GRAVACAO (BAIXA-INFZONA)
       77 W-ZONPEND       PIC X(01) VALUE "N".
       77 W-DTHOJEZON     PIC 9(08) VALUE ZEROS.
       77 W-QTDINF        PIC 9(02) VALUE ZEROS.
       77 W-II            PIC 9(02) VALUE ZEROS.
       77 W-VALINFZONA    PIC 9(06)V99 VALUE ZEROS.
       77 W-ED-MULTA      PIC ZZZZZ9,99.
       01 TAB-INF.
           03 TI-ITEM OCCURS 10 TIMES.
               05 TI-COD        PIC 9(03).
               05 TI-VALMULTA   PIC 9(06)V99.
               05 TI-SIT        PIC X(01).
               05 TI-SUPERV     PIC 9(04).
      *
      * COMPOSICAO DO VALOR COBRADO MONTADA EM ACC-VALCOBRADO (VIDE
      * ANOTA-DETPRECO) E GRAVADA NO CADDETPRECO COM A LOCACAO
       77 W-QTDDP         PIC 9(02) VALUE ZEROS.
       77 W-IDP           PIC 9(02) VALUE ZEROS.
       77 W-TIPODP        PIC X(01) VALUE SPACES.
       77 W-DSCDP         PIC X(20) VALUE SPACES.
       77 W-VALANTDP      PIC 9(06)V99 VALUE ZEROS.
       77 W-DIFDP         PIC S9(06)V99 VALUE ZEROS.
       77 W-DTGRAVDP      PIC 9(08) VALUE ZEROS.
      *
      * DIARIO DE TRANSACOES (VIDE JOR-INICIO). W-JORTRANS ZERADO =
      * NENHUMA TRANSACAO ABERTA, OS PASSOS NAO SAO REGISTRADOS
       77 ST-JOR          PIC X(02) VALUE "00".
       77 W-JORTRANS      PIC 9(08) VALUE ZEROS.
       77 W-JORSEQ        PIC 9(03) VALUE ZEROS.
       77 W-JORTIPO       PIC X(01) VALUE SPACES.
       77 W-JORROT        PIC X(10) VALUE SPACES.
       77 W-JORARQ        PIC X(12) VALUE SPACES.
       77 W-JORACAO       PIC X(01) VALUE SPACES.
       77 W-JORLETRA      PIC X(01) VALUE SPACES.
       77 W-JORANTES      PIC X(219) VALUE SPACES.
       77 W-JORDEPOIS     PIC X(219) VALUE SPACES.
       77 ST-FRD          PIC X(02) VALUE "00".
       01 TAB-DETPRECO.
           03 TDP-ITEM OCCURS 15 TIMES.
               05 TDP-TIPO      PIC X(01).
               05 TDP-DSC       PIC X(20).
               05 TDP-VAL       PIC S9(06)V99.
      *
      * APOIO AS TAREFAS DE ENTREGA/RECOLHA (VIDE AGENDA-ENTREGA)
       77 W-TIPOENT       PIC X(01) VALUE SPACES.
       77 W-TIPOTAR       PIC X(01) VALUE SPACES.
       01 W-DTTAREFA      PIC 9(08) VALUE ZEROS.
       01 W-DTTAREFA-R REDEFINES W-DTTAREFA.
           03 W-ANOTAR      PIC 9(04).
           03 W-MESTAR      PIC 9(02).
           03 W-DIATAR      PIC 9(02).
       01 W-HRINIENT      PIC 9(04) VALUE ZEROS.
       01 W-HRINIENT-R REDEFINES W-HRINIENT.
           03 W-HHINIENT    PIC 9(02).
           03 W-MMINIENT    PIC 9(02).
       01 W-HRFIMENT      PIC 9(04) VALUE ZEROS.
       01 W-HRFIMENT-R REDEFINES W-HRFIMENT.
           03 W-HHFIMENT    PIC 9(02).
           03 W-MMFIMENT    PIC 9(02).
      *
      * APOIO AS TRAVAS DE REGISTRO (CADTRAVA): UMA PARA A LOCACAO
      * EM ATENDIMENTO E OUTRA PARA A BIKE SELECIONADA
       77 ST-TRV          PIC X(02) VALUE "00".
       77 W-VALLOCANTES   PIC 9(06)V99 VALUE ZEROS.
       77 W-PERCREDUC     PIC 9(03)V99 VALUE ZEROS.
       77 W-TIPOOVR       PIC X(01) VALUE SPACES.
      *
      * APOIO AO INDICE DE LOCACOES EM ABERTO (VIDE ATUALIZA-LOCAB)
       77 ST-LOCAB      PIC X(02) VALUE "00".
       77 W-LOCABACHOU  PIC X(01) VALUE "N".
      * BLOQUEIO POR RECALL COM PARADA OBRIGATORIA (VERIFICA-RECALL)
       77 ST-RCB        PIC X(02) VALUE "00".
       77 ST-MAN        PIC X(02) VALUE "00".
       77 W-RECALLBLOQ  PIC X(01) VALUE "N".
       77 W-RECALLNUM   PIC 9(06) VALUE ZEROS.
      *
      * ROL DE CICLISTAS DA CONTA CORPORATIVA (VIDE VERIFICA-ROL)
       77 ST-ROL        PIC X(02) VALUE "00".
       77 W-ROLCNPJ     PIC 9(14) VALUE ZEROS.
       77 W-ROLCPF      PIC 9(11) VALUE ZEROS.
       77 W-ROLSIT      PIC X(01) VALUE "N".
       77 W-ROLMIN      PIC 9(07) VALUE ZEROS.
       77 W-ROLVAL      PIC 9(08)V99 VALUE ZEROS.
       77 W-REGLOCROL   PIC X(150) VALUE SPACES.
      *
      * SINAL DA RESERVA DA AGENDA (VIDE ABATE-SINAL)
       77 ST-SIN        PIC X(02) VALUE "00".
       77 W-REGPAGSIN   PIC X(79) VALUE SPACES.
      *
      * PAGAMENTO EM MOEDA ESTRANGEIRA (VIDE ACC-MOEDAEXT)
       77 ST-CB         PIC X(02) VALUE "00".
       77 ST-MV         PIC X(02) VALUE "00".
       77 W-MEOPC       PIC X(01) VALUE "N".
       77 W-MEMOEDA     PIC X(03) VALUE SPACES.
       77 W-MEDATA      PIC 9(08) VALUE ZEROS.
       77 W-MEHORA      PIC 9(08) VALUE ZEROS.
       77 W-MESEQ       PIC 9(04) VALUE ZEROS.
       77 W-MESEQPAG    PIC 9(04) VALUE ZEROS.
       77 W-MEPAGO      PIC 9(08)V99 VALUE ZEROS.
       77 W-MESALDO     PIC 9(08)V99 VALUE ZEROS.
       77 W-METAXA      PIC 9(03)V9(06) VALUE ZEROS.
       77 W-MEVALME     PIC 9(07)V99 VALUE ZEROS.
       77 W-MEDEVIDO    PIC 9(07)V99 VALUE ZEROS.
       77 W-MEREAL      PIC 9(08)V99 VALUE ZEROS.
       77 W-MEPARC      PIC 9(06)V99 VALUE ZEROS.
       77 W-METROCO     PIC 9(06)V99 VALUE ZEROS.
       77 W-ED-METAXA   PIC ZZ9,999999.
       77 W-ED-MEVAL    PIC Z.ZZZ.ZZ9,99.
       77 W-ED-MEREAL   PIC Z.ZZZ.ZZ9,99.
       01 W-ROLDATA     PIC 9(08) VALUE ZEROS.
       01 W-ROLDATA-R REDEFINES W-ROLDATA.
           03 W-ROLANO  PIC 9(04).
           03 W-ROLMES  PIC 9(02).
           03 W-ROLDIA  PIC 9(02).
       77 W-VALOVRANTES   PIC 9(06)V99 VALUE ZEROS.
       77 W-VALOVRDEPOIS  PIC 9(06)V99 VALUE ZEROS.
      *
      *
      * APOIO A DEVOLUCAO EM OUTRA FILIAL (VIDE ACC-FILENTREGA)
       77 W-FILENTREGA    PIC 9(02) VALUE ZEROS.
       77 W-QTDRACK       PIC 9(04) VALUE ZEROS.
       77 W-DIAFIL        PIC 9(01) VALUE ZEROS.
      *
      * APOIO AO CALENDARIO DE TARIFAS (CADTARIFA/SGB050): DIA DA
      * SEMANA DA DATA DA LOCACAO POR ZELLER (1=DOM ... 7=SAB)
       77 W-SUPERV        PIC 9(04) VALUE ZEROS.
       77 W-OPERADOR-SALVO PIC 9(04) VALUE ZEROS.
      *
      * APOIO AOS TERMOS DE LOCACAO (VIDE BUSCA-TERMO/ACC-ACEITE)
       77 W-VERTERMO      PIC 9(04) VALUE ZEROS.
       77 W-DTTERMO       PIC 9(08) VALUE ZEROS.
       77 W-HRACEITE      PIC 9(08) VALUE ZEROS.
       77 W-TITTERMO      PIC X(40) VALUE SPACES.
      *
      * APOIO AO BONUS DE INDICACAO (PARAMETRO 16 DO CADPARAM; ZERO
      * REGISTRA A CONVERSAO SEM CREDITAR), VIDE CREDITA-INDICACAO
       77 W-VALBONUS      PIC 9(06)V99 VALUE ZEROS.
       77 W-SEQBONUS      PIC 9(04) VALUE ZEROS.
       77 W-DTBONUS       PIC 9(08) VALUE ZEROS.
      *
      * APOIO A VALIDACAO DE MENOR DE IDADE (VIDE VERIFICA-MENOR):
      * IDADE NA DATA DA LOCACAO E CPF DO RESPONSAVEL, VALIDADO POR
      * DIGITO VERIFICADOR (MESMA ROTINA VALIDA-CPF DO SGB003)
       77 W-VALPARTEHORA  PIC 9(06)V99 VALUE ZEROS.
       77 W-VALPARTEDIA   PIC 9(06)V99 VALUE ZEROS.
       77 W-CAPAPLICADO   PIC X(01) VALUE SPACES.
      * TARIFAS QUE VALEM PARA A LOCACAO: AS DA BIKE OU, SE A BIKE
      * MUDOU DE PRECO COM A LOCACAO EM ABERTO, AS DA ABERTURA
      * (CADPRECOLOC, GRAVADO PELO SGB138)
       77 ST-PRL          PIC X(02) VALUE "00".
       77 W-TARHORA       PIC 9(06)V99 VALUE ZEROS.
       77 W-TARDIA        PIC 9(06)V99 VALUE ZEROS.
       77 W-TARSEM        PIC 9(06)V99 VALUE ZEROS.
      *
      * CAMPOS DE APOIO A TRILHA DE AUDITORIA
       77 W-OPERAUD    PIC X(01) VALUE SPACES.
      * TAXA DE ENTREGA DA REGIAO DO CLIENTE (CADCEP/CADREGIAO), VIDE
      * CALCULA-ENTREGA
       77 W-VALENTREGA    PIC 9(04)V99 VALUE ZEROS.
      *
      * APOIO AO CLIENTE ESTRANGEIRO POR PASSAPORTE (CADDOCCLI/SGB003)
       77 W-PASSAP        PIC X(15) VALUE SPACES.
       77 W-PAISDOC       PIC X(03) VALUE SPACES.
       01 W-DATAUDIT   PIC 9(08) VALUE ZEROS.
       01 W-DATAUDIT-R REDEFINES W-DATAUDIT.
           03 W-ANOAUD  PIC 9(04).
                                                          TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO ROT-FIM.
            OPEN I-O CADLOCAB
            IF ST-LOCAB NOT = "00"
                IF ST-LOCAB = "30" OR "35"
                    OPEN OUTPUT CADLOCAB
                    CLOSE CADLOCAB
                    OPEN I-O CADLOCAB
                ELSE
                    MOVE "* ERRO AO ABRIR O ARQUIVO CADLOCAB.DAT *"
                                                           TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO ROT-FIM.
            OPEN INPUT CADPRECOLOC
            IF ST-PRL NOT = "00"
                IF ST-PRL = "30" OR "35"
                    OPEN OUTPUT CADPRECOLOC
                    CLOSE CADPRECOLOC
                    OPEN INPUT CADPRECOLOC
                ELSE
                    MOVE "* ERRO AO ABRIR O ARQ CADPRECOLOC.DAT *"
                                                           TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO ROT-FIM.
            OPEN INPUT CADRECBIKE
            IF ST-RCB NOT = "00"
                IF ST-RCB = "30" OR "35"
                    OPEN OUTPUT CADRECBIKE
                    CLOSE CADRECBIKE
                    OPEN INPUT CADRECBIKE
                ELSE
                    MOVE "* ERRO AO ABRIR O ARQ CADRECBIKE.DAT *"
                                                           TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO ROT-FIM.
            OPEN INPUT CADMANUT
            IF ST-MAN NOT = "00"
                IF ST-MAN = "30" OR "35"
                    OPEN OUTPUT CADMANUT
                    CLOSE CADMANUT
                    OPEN INPUT CADMANUT
                ELSE
                    MOVE "* ERRO AO ABRIR O ARQUIVO CADMANUT.DAT *"
                                                           TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
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
                    GO TO ROT-FIM.
            OPEN INPUT CADCAMBIO
            IF ST-CB NOT = "00"
                IF ST-CB = "30" OR "35"
                    OPEN OUTPUT CADCAMBIO
                    CLOSE CADCAMBIO
                    OPEN INPUT CADCAMBIO
                ELSE
                    MOVE "* ERRO AO ABRIR O ARQ CADCAMBIO.DAT *"
                                                           TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO ROT-FIM.
            OPEN I-O CADMOVME
            IF ST-MV NOT = "00"
                IF ST-MV = "30" OR "35"
                    OPEN OUTPUT CADMOVME
                    CLOSE CADMOVME
                    OPEN I-O CADMOVME
                ELSE
                    MOVE "* ERRO AO ABRIR O ARQ CADMOVME.DAT *"
                                                           TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO ROT-FIM.
            OPEN I-O CADSINAL
            IF ST-SIN NOT = "00"
                IF ST-SIN = "30" OR "35"
                    OPEN OUTPUT CADSINAL
                    CLOSE CADSINAL
                    OPEN I-O CADSINAL
                ELSE
                    MOVE "* ERRO AO ABRIR O ARQ CADSINAL.DAT *"
                                                           TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO ROT-FIM.
            OPEN I-O CADACESS
            IF ST-ERRO NOT = "00"
                IF ST-ERRO = "30"
                                                          TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO ROT-FIM.
            OPEN I-O CADPAG
            IF ST-ERRO NOT = "00"
                IF ST-ERRO = "30" OR "35"
                    OPEN OUTPUT CADPAG
                    CLOSE CADPAG
                    OPEN I-O CADPAG
                ELSE
                    MOVE "* ERRO AO ABRIR O ARQUIVO CADPAG.DAT *"
                                                          TO MENS
                OPEN OUTPUT CADTRAVA
                CLOSE CADTRAVA
                OPEN I-O CADTRAVA.
            OPEN INPUT CADDOCCLI
            IF ST-ERRO NOT = "00"
                IF ST-ERRO = "30" OR "35"
                    OPEN OUTPUT CADDOCCLI
                    CLOSE CADDOCCLI
                    OPEN INPUT CADDOCCLI
                ELSE
                    MOVE "* ERRO AO ABRIR O ARQ CADDOCCLI.DAT *"
                                                          TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO ROT-FIM.
            OPEN INPUT CADFILIAL
            IF ST-ERRO NOT = "00"
                IF ST-ERRO = "30" OR "35"
                    OPEN OUTPUT CADFILIAL
                    PERFORM GRAVA-SEED-FILIAL THRU GRAVA-SEED-FILIAL-FIM
                    CLOSE CADFILIAL
                    OPEN INPUT CADFILIAL
                ELSE
                    MOVE "* ERRO AO ABRIR O ARQ CADFILIAL.DAT *"
                                                          TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO ROT-FIM.
            OPEN INPUT CADCONSENT
            IF ST-ERRO NOT = "00"
                IF ST-ERRO = "30" OR "35"
                    OPEN OUTPUT CADCONSENT
                    CLOSE CADCONSENT
                    OPEN INPUT CADCONSENT
                ELSE
                    MOVE "* ERRO AO ABRIR O ARQ CADCONSENT.DAT *"
                                                          TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO ROT-FIM.
            OPEN INPUT CADTERMO
            IF ST-ERRO NOT = "00"
                IF ST-ERRO = "30" OR "35"
                    OPEN OUTPUT CADTERMO
                    CLOSE CADTERMO
                    OPEN INPUT CADTERMO
                ELSE
                    MOVE "* ERRO AO ABRIR O ARQ CADTERMO.DAT *" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO ROT-FIM.
            OPEN I-O CADACEITE
            IF ST-ERRO NOT = "00"
                IF ST-ERRO = "30" OR "35"
                    OPEN OUTPUT CADACEITE
                    CLOSE CADACEITE
                    OPEN I-O CADACEITE
                ELSE
                    MOVE "* ERRO AO ABRIR O ARQ CADACEITE.DAT *"
                                                          TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO ROT-FIM.
            OPEN I-O CADINDICA
            IF ST-ERRO NOT = "00"
                IF ST-ERRO = "30" OR "35"
                    OPEN OUTPUT CADINDICA
                    CLOSE CADINDICA
                    OPEN I-O CADINDICA
                ELSE
                    MOVE "* ERRO AO ABRIR O ARQ CADINDICA.DAT *"
                                                          TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO ROT-FIM.
            OPEN I-O CADSALDO
            IF ST-ERRO NOT = "00"
                IF ST-ERRO = "30" OR "35"
                    OPEN OUTPUT CADSALDO
                    CLOSE CADSALDO
                    OPEN I-O CADSALDO
                ELSE
                    MOVE "* ERRO AO ABRIR O ARQ CADSALDO.DAT *" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO ROT-FIM.
            OPEN I-O CADSALDOMOV
            IF ST-ERRO NOT = "00"
                IF ST-ERRO = "30" OR "35"
                    OPEN OUTPUT CADSALDOMOV
                    CLOSE CADSALDOMOV
                    OPEN I-O CADSALDOMOV
                ELSE
                    MOVE "* ERRO AO ABRIR O ARQ CADSALDOMOV.DAT *"
                                                          TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO ROT-FIM.
            OPEN INPUT CADZONA
            IF ST-ZON NOT = "00"
                IF ST-ZON = "30" OR "35"
                    OPEN OUTPUT CADZONA
                    CLOSE CADZONA
                    OPEN INPUT CADZONA
                ELSE
                    MOVE "* ERRO AO ABRIR O ARQUIVO CADZONA.DAT *"
                                                          TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO ROT-FIM.
            PERFORM CARREGA-ZONAS THRU CARREGA-ZONAS-FIM.
            OPEN I-O CADINFZONA
            IF ST-INF NOT = "00"
                IF ST-INF = "30" OR "35"
                    OPEN OUTPUT CADINFZONA
                    CLOSE CADINFZONA
                    OPEN I-O CADINFZONA
                ELSE
                    MOVE "* ERRO AO ABRIR O ARQ CADINFZONA.DAT *"
                                                          TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO ROT-FIM.
            OPEN I-O CADENTREG
            IF ST-ERRO NOT = "00"
                IF ST-ERRO = "30" OR "35"
                    OPEN OUTPUT CADENTREG
                    CLOSE CADENTREG
                    OPEN I-O CADENTREG
                ELSE
                    MOVE "* ERRO AO ABRIR O ARQ CADENTREG.DAT *"
                                                          TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO ROT-FIM.
            OPEN I-O CADDETPRECO
            IF ST-ERRO NOT = "00"
                IF ST-ERRO = "30" OR "35"
                    OPEN OUTPUT CADDETPRECO
                    CLOSE CADDETPRECO
                    OPEN I-O CADDETPRECO
                ELSE
                    MOVE "* ERRO AO ABRIR O ARQ CADDETPRECO.DAT *"
                                                          TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO ROT-FIM.
            OPEN I-O CADJORNAL
            IF ST-JOR NOT = "00"
                IF ST-JOR = "30" OR "35"
                    OPEN OUTPUT CADJORNAL
                    CLOSE CADJORNAL
                    OPEN I-O CADJORNAL
                ELSE
                    MOVE "* ERRO AO ABRIR O ARQ CADJORNAL.DAT *"
                                                          TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO ROT-FIM.
            OPEN INPUT CADFRAUDE
            IF ST-FRD NOT = "00"
                IF ST-FRD = "30" OR "35"
                    OPEN OUTPUT CADFRAUDE
                    CLOSE CADFRAUDE
                    OPEN INPUT CADFRAUDE
                ELSE
                    MOVE "* ERRO AO ABRIR O ARQ CADFRAUDE.DAT *"
                                                          TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO ROT-FIM.

       CLEAR-VARS.
           PERFORM SOLTA-TRAVAS THRU SOLTA-TRAVAS-FIM.
           MOVE "N" TO W-CUPOMPEND
           MOVE "N" TO W-CREDPEND
           MOVE ZEROS TO W-NUMCREDAPL W-VALCREDUSO
           MOVE "N" TO W-ZONPEND
           MOVE ZEROS TO W-QTDINF

      * CLIENTE
           MOVE ZEROS TO CPF-CLI NUM-CLI TEL-CLI FKCEP DATNASC
                   CADTARCORP CADNFS CADTRANSF CADSPLIT CADACHADO
                   CADGPS CADKMLOC CADKMBIKE CADCHAVE CADESCALA
                   CADAUSENC CADOVERRIDE CADFERIADO CADAGPARC
                   CADLOCPARC CADLOCAB CADDOCCLI CADFILIAL CADCONSENT
                   CADTERMO CADACEITE CADINDICA CADSALDO CADSALDOMOV
                   CADPRECOLOC CADRECBIKE CADMANUT CADROLEMP
                   CADCAMBIO CADMOVME CADSINAL CADZONA CADINFZONA
                   CADENTREG CADDETPRECO CADJORNAL CADFRAUDE
               GO TO ROT-FIM.
           IF OPERADOR = ZEROS
               MOVE "* MATRICULA DO ATENDENTE INVALIDA *" TO MENS
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR 01
               GO TO ACC-OPERADOR.
      * CPF EM BRANCO = CLIENTE ESTRANGEIRO, PROCURADO PELO PASSAPORTE
           IF CPF-CLI = ZEROS
               PERFORM ACC-PASSAP THRU ACC-PASSAP-FIM
               IF CPF-CLI = ZEROS
                   GO TO ACCFKCPF-CLI.
           MOVE CPF-CLI TO FKCPF-CLI.
                    
       READ-CADCLI.
              IF ST-ERRO = "00"
                  MOVE CPF-CLI TO FKCPF-CLI
                  DISPLAY TELALOC
                  PERFORM MOSTRA-DOCCLI THRU MOSTRA-DOCCLI-FIM
                  PERFORM VERIFICA-BLOQUEIO THRU VERIFICA-BLOQUEIO-FIM
                  PERFORM CALCULA-FIDELIDADE THRU CALCULA-FIDELIDADE-FIM
                  PERFORM CALCULA-ENTREGA THRU CALCULA-ENTREGA-FIM
               MOVE "* CLIENTE NAO EXISTE *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACCFKCPF-CLI.
           GO TO ACC-HISTOPC.
      *
      *--------------------------------------------------------------
      * CLIENTE ESTRANGEIRO: PASSAPORTE + PAIS NO CADDOCCLI DEVOLVEM
      * A CHAVE INTERNA DO CLIENTE EM CPF-CLI (ZERO = NAO ACHOU).
      * MOSTRA-DOCCLI EXIBE O PASSAPORTE NA LINHA DO TELEFONE
      *--------------------------------------------------------------
      *
       ACC-PASSAP.
           MOVE SPACES TO W-PASSAP W-PAISDOC
           DISPLAY (23, 01) "   PASSAPORTE:                 PAIS: ".
           ACCEPT (23, 16) W-PASSAP WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR W-PASSAP = SPACES
               MOVE "* INFORME O CPF OU O PASSAPORTE *" TO MENS
               GO TO ACC-PASSAP-MENS.
           ACCEPT (23, 38) W-PAISDOC WITH UPDATE
           MOVE W-PAISDOC TO PAISDOC
           MOVE W-PASSAP TO NUMPASSAP
           READ CADDOCCLI KEY IS KEYPASSAP
           IF ST-ERRO NOT = "00"
               MOVE "* PASSAPORTE NAO CADASTRADO (SGB003) *" TO MENS
               GO TO ACC-PASSAP-MENS.
           MOVE CPF-DOC TO CPF-CLI
           DISPLAY TCPF-CLI
           DISPLAY (23, 01) LIMPA
           GO TO ACC-PASSAP-FIM.
       ACC-PASSAP-MENS.
           DISPLAY (23, 01) LIMPA
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       ACC-PASSAP-FIM.
           EXIT.
      *
       MOSTRA-DOCCLI.
           MOVE CPF-CLI TO CPF-DOC
           READ CADDOCCLI KEY IS CPF-DOC
           IF ST-ERRO NOT = "00"
               GO TO MOSTRA-DOCCLI-FIM.
           DISPLAY (04, 01) "   PASS.:" NUMPASSAP " " PAISDOC.
       MOSTRA-DOCCLI-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * HISTORICO DE LOCACOES DO CLIENTE, VIA A CHAVE ALTERNATIVA
                   MOVE "* ERRO AO LER LOCACAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
           ELSE
               PERFORM VERIFICA-RECALL THRU VERIFICA-RECALL-FIM
               IF W-RECALLBLOQ = "S"
                   MOVE "* BIKE EM RECALL - PARADA OBRIGATORIA *"
                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACCFKNUM-BIKE.
       
       ACC-DATAPREVISAO.
           DISPLAY (01, 02) W-SEL
       ACC-VALCOBRADO.
      * VALOR COBRADO E CALCULADO A PARTIR DO TEMPO DE USO (HRUSO/
      * MINUSO) E DAS TARIFAS DA BIKE LIDAS EM READ-CADBIKE, PARA NAO
      * DEPENDER DE CALCULO DE CABECA DO ATENDENTE. CADA ETAPA DEIXA
      * A SUA PARCELA NA COMPOSICAO DO VALOR (ANOTA-DETPRECO)
           MOVE ZEROS TO W-QTDDP W-VALANTDP
           PERFORM CALCULA-VALCOBRADO THRU CALCULA-VALCOBRADO-FIM
           MOVE "B" TO W-TIPODP
           MOVE "TARIFA HORA/DIA/SEM" TO W-DSCDP
           PERFORM ANOTA-DETPRECO THRU ANOTA-DETPRECO-FIM
           PERFORM APLICA-TARCORP THRU APLICA-TARCORP-FIM
           MOVE "C" TO W-TIPODP
           MOVE "TARIFA DE CONVENIO" TO W-DSCDP
           PERFORM ANOTA-DETPRECO THRU ANOTA-DETPRECO-FIM
           PERFORM APLICA-PLANO THRU APLICA-PLANO-FIM
           MOVE "L" TO W-TIPODP
           MOVE "PLANO DE ASSINATURA" TO W-DSCDP
           PERFORM ANOTA-DETPRECO THRU ANOTA-DETPRECO-FIM
           PERFORM APLICA-TARIFA THRU APLICA-TARIFA-FIM
           MOVE "S" TO W-TIPODP
           MOVE "CALENDARIO/SAZONAL" TO W-DSCDP
           PERFORM ANOTA-DETPRECO THRU ANOTA-DETPRECO-FIM
           PERFORM VERIFICA-ATRASO THRU VERIFICA-ATRASO-FIM
           MOVE "A" TO W-TIPODP
           MOVE "MULTA DE ATRASO" TO W-DSCDP
           PERFORM ANOTA-DETPRECO THRU ANOTA-DETPRECO-FIM
           PERFORM VERIFICA-ENTREGA THRU VERIFICA-ENTREGA-FIM
           MOVE "E" TO W-TIPODP
           MOVE "TAXA DE ENTREGA" TO W-DSCDP
           PERFORM ANOTA-DETPRECO THRU ANOTA-DETPRECO-FIM
           PERFORM SOMA-ACESSORIOS THRU SOMA-ACESSORIOS-FIM
           MOVE "R" TO W-TIPODP
           MOVE "ACESSORIOS" TO W-DSCDP
           PERFORM ANOTA-DETPRECO THRU ANOTA-DETPRECO-FIM
           PERFORM APLICA-PROTECAO THRU APLICA-PROTECAO-FIM
           MOVE "T" TO W-TIPODP
           MOVE "PROTECAO/FRANQUIA" TO W-DSCDP
           PERFORM ANOTA-DETPRECO THRU ANOTA-DETPRECO-FIM
           PERFORM APLICA-INFZONA THRU APLICA-INFZONA-FIM
           MOVE "Z" TO W-TIPODP
           MOVE "MULTA ZONA PROIBIDA" TO W-DSCDP
           PERFORM ANOTA-DETPRECO THRU ANOTA-DETPRECO-FIM
           PERFORM ACC-CUPOM THRU ACC-CUPOM-FIM
           MOVE "U" TO W-TIPODP
           MOVE "CUPOM DE DESCONTO" TO W-DSCDP
           PERFORM ANOTA-DETPRECO THRU ANOTA-DETPRECO-FIM
           PERFORM APLICA-CREDNOTA THRU APLICA-CREDNOTA-FIM
           MOVE "N" TO W-TIPODP
           MOVE "NOTA DE CREDITO" TO W-DSCDP
           PERFORM ANOTA-DETPRECO THRU ANOTA-DETPRECO-FIM
           DISPLAY TVALCOBRADO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-VALLOCACAO.
      * SEGUE PARA O PROXIMO CAMPO SEM CAIR NAS ROTINAS DE CALCULO
      * QUE VEM A SEGUIR NO FONTE
           GO TO ACC-VALCAUCAO.
      *
      *--------------------------------------------------------------
      * COMPOSICAO DO VALOR COBRADO: GUARDA NA TABELA O QUANTO A
      * ETAPA QUE ACABOU DE RODAR SOMOU OU TIROU DO VALCOBRADO. A
      * TARIFA BASE SEMPRE ENTRA; AS DEMAIS SO QUANDO MEXERAM NO
      * VALOR
      *--------------------------------------------------------------
      *
       ANOTA-DETPRECO.
           COMPUTE W-DIFDP = VALCOBRADO - W-VALANTDP
           MOVE VALCOBRADO TO W-VALANTDP
           IF W-DIFDP = ZEROS AND W-TIPODP NOT = "B"
               GO TO ANOTA-DETPRECO-FIM.
           IF W-QTDDP >= 15
               GO TO ANOTA-DETPRECO-FIM.
           ADD 1 TO W-QTDDP
           MOVE W-TIPODP TO TDP-TIPO (W-QTDDP)
           MOVE W-DSCDP TO TDP-DSC (W-QTDDP)
           MOVE W-DIFDP TO TDP-VAL (W-QTDDP).
       ANOTA-DETPRECO-FIM.
           EXIT.
      *
      * GRAVA A COMPOSICAO DA TABELA NO CADDETPRECO, TROCANDO A QUE
      * A LOCACAO JA TINHA (UM RECALCULO SUBSTITUI O ANTERIOR)
       GRAVA-DETPRECO.
           IF W-QTDDP = ZEROS
               GO TO GRAVA-DETPRECO-FIM.
           MOVE KEYLOCACAO TO KEYLOCACAO-DP
           MOVE ZEROS TO SEQ-DP
           START CADDETPRECO KEY IS >= KEYDETPRECO
           IF ST-ERRO NOT = "00"
               GO TO GRAVA-DETPRECO-NOVA.
       GRAVA-DETPRECO-APAGA.
           READ CADDETPRECO NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO GRAVA-DETPRECO-NOVA.
           IF KEYLOCACAO-DP NOT = KEYLOCACAO
               GO TO GRAVA-DETPRECO-NOVA.
           DELETE CADDETPRECO RECORD
           GO TO GRAVA-DETPRECO-APAGA.
       GRAVA-DETPRECO-NOVA.
           ACCEPT W-DTGRAVDP FROM DATE YYYYMMDD
           MOVE ZEROS TO W-IDP.
       GRAVA-DETPRECO-PROX.
           ADD 1 TO W-IDP
           IF W-IDP > W-QTDDP
               GO TO GRAVA-DETPRECO-FIM.
           MOVE KEYLOCACAO TO KEYLOCACAO-DP
           MOVE W-IDP TO SEQ-DP
           MOVE TDP-TIPO (W-IDP) TO TIPO-DP
           MOVE TDP-DSC (W-IDP) TO DSC-DP
           MOVE TDP-VAL (W-IDP) TO VAL-DP
           MOVE W-DTGRAVDP TO DTGRAV-DP
           MOVE "SGB004" TO PROG-DP
           WRITE REGDETPRECO
           IF ST-ERRO = "22"
               REWRITE REGDETPRECO.
           GO TO GRAVA-DETPRECO-PROX.
       GRAVA-DETPRECO-FIM.
           EXIT.
      *
      * PARCELA LANCADA DEPOIS DA GRAVACAO DA LOCACAO (AVARIA DA
      * VISTORIA): ENTRA NA PRIMEIRA SEQUENCIA LIVRE DA COMPOSICAO
       ACRESCE-DETPRECO.
           ACCEPT W-DTGRAVDP FROM DATE YYYYMMDD
           MOVE KEYLOCACAO TO KEYLOCACAO-DP
           MOVE 1 TO SEQ-DP
           MOVE W-TIPODP TO TIPO-DP
           MOVE W-DSCDP TO DSC-DP
           MOVE W-DIFDP TO VAL-DP
           MOVE W-DTGRAVDP TO DTGRAV-DP
           MOVE "SGB004" TO PROG-DP.
       ACRESCE-DETPRECO-WR.
           WRITE REGDETPRECO
           IF ST-ERRO = "22" AND SEQ-DP < 99
               ADD 1 TO SEQ-DP
               GO TO ACRESCE-DETPRECO-WR.
       ACRESCE-DETPRECO-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * CALCULA O VALCOBRADO APLICANDO AS TARIFAS DE SEMANA E DIARIA
      *
       CALCULA-VALCOBRADO.
           MOVE SPACES TO W-CAPAPLICADO
           PERFORM TARIFA-LOCACAO THRU TARIFA-LOCACAO-FIM
           COMPUTE W-TOTHORAS ROUNDED = HRUSO + (MINUSO / 60)
           IF W-TOTHORAS >= 168
               COMPUTE W-QTDSEMANAS = W-TOTHORAS / 168
               MOVE W-TOTHORAS TO W-HORASREST
               GO TO CALCULA-VALCOBRADO-DIAS.
           MOVE ZEROS TO W-QTDSEMANAS W-QTDDIAS
           COMPUTE VALCOBRADO ROUNDED = W-TOTHORAS * W-TARHORA
           IF W-TARDIA NOT = ZEROS AND VALCOBRADO > W-TARDIA
               MOVE W-TARDIA TO VALCOBRADO
               MOVE "D" TO W-CAPAPLICADO.
           GO TO CALCULA-VALCOBRADO-AVISO.
       CALCULA-VALCOBRADO-DIAS.
           ELSE
               MOVE ZEROS TO W-QTDDIAS.
      * HORAS RESTANTES CAPADAS NO TETO DA DIARIA
           COMPUTE W-VALPARTEHORA ROUNDED = W-HORASREST * W-TARHORA
           IF W-TARDIA NOT = ZEROS AND W-VALPARTEHORA > W-TARDIA
               MOVE W-TARDIA TO W-VALPARTEHORA
               MOVE "D" TO W-CAPAPLICADO.
      * DIARIAS + HORAS CAPADAS NO TETO DA SEMANA
           COMPUTE W-VALPARTEDIA ROUNDED =
               (W-QTDDIAS * W-TARDIA) + W-VALPARTEHORA
           IF W-TARSEM NOT = ZEROS AND W-VALPARTEDIA > W-TARSEM
               MOVE W-TARSEM TO W-VALPARTEDIA
               MOVE "S" TO W-CAPAPLICADO.
           COMPUTE VALCOBRADO ROUNDED =
               (W-QTDSEMANAS * W-TARSEM) + W-VALPARTEDIA.
       CALCULA-VALCOBRADO-AVISO.
           IF W-CAPAPLICADO = "D"
               MOVE "* COBRANCA CAPADA NO TETO DA DIARIA *" TO MENS
       CALCULA-VALCOBRADO-FIM.
           EXIT.
      *
      * TARIFAS DA LOCACAO: AS DA BIKE, SALVO SE O PRECO DA BIKE
      * MUDOU COM A LOCACAO EM ABERTO (PRECO PROGRAMADO DO SGB138) --
      * NESSE CASO VALEM AS GUARDADAS NO CADPRECOLOC NA MUDANCA
       TARIFA-LOCACAO.
           MOVE VALHORA TO W-TARHORA
           MOVE VALDIA TO W-TARDIA
           MOVE VALSEMANA TO W-TARSEM
           MOVE KEYLOCACAO TO KEYPRECOLOC
           READ CADPRECOLOC
           IF ST-PRL = "00"
               MOVE VALHORA-PL TO W-TARHORA
               MOVE VALDIA-PL TO W-TARDIA
               MOVE VALSEMANA-PL TO W-TARSEM.
       TARIFA-LOCACAO-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * TARIFA DE CONVENIO (CADTARCORP/SGB087): LOCACAO FATURADA
      * PARA UM CNPJ PROCURA A LINHA DA CATEGORIA DA BIKE E, SE NAO
           READ CADCUPOM
           IF ST-ERRO NOT = "00"
               GO TO CONSOME-CUPOM-FIM.
           MOVE REGCUPOM TO W-JORANTES
           ADD 1 TO QTDUSADA
           MOVE "CADCUPOM" TO W-JORARQ
           MOVE "R" TO W-JORACAO
           MOVE "U" TO W-JORLETRA
           MOVE REGCUPOM TO W-JORDEPOIS
           PERFORM JOR-PASSO THRU JOR-PASSO-FIM
           REWRITE REGCUPOM
           PERFORM JOR-FEITO THRU JOR-FEITO-FIM.
       CONSOME-CUPOM-FIM.
           EXIT.
      *
           READ CADCREDNOTA
           IF ST-ERRO NOT = "00"
               GO TO CONSOME-CREDNOTA-FIM.
           MOVE REGCRED TO W-JORANTES
           ADD W-VALCREDUSO TO VALUSADO-CRED
           IF VALUSADO-CRED >= VALCRED
               MOVE "U" TO SITCRED
               MOVE "UTILIZADA " TO DSCSITCRED.
           MOVE "CADCREDNOTA" TO W-JORARQ
           MOVE "R" TO W-JORACAO
           MOVE "N" TO W-JORLETRA
           MOVE REGCRED TO W-JORDEPOIS
           PERFORM JOR-PASSO THRU JOR-PASSO-FIM
           REWRITE REGCRED
           PERFORM JOR-FEITO THRU JOR-FEITO-FIM.
       CONSOME-CREDNOTA-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * INFRACOES DE ZONA PROIBIDA (CADZONA/SGB148): NA DEVOLUCAO
      * (COM DATA DE ENTREGA), A APURACAO DOS PINGS E REFEITA ATE A
      * HORA DA ENTREGA E CADA INFRACAO PENDENTE E MOSTRADA; A MULTA
      * ENTRA NO VALCOBRADO, SALVO ISENCAO AUTORIZADA POR SUPERVISOR
      * (OVERRIDE TIPO "Z" NO CADOVERRIDE). INFRACAO JA COBRADA NUMA
      * ALTERACAO ANTERIOR ENTRA DE NOVO SEM PERGUNTAR, POIS O
      * VALCOBRADO E RECALCULADO DO ZERO; A ISENTA NAO ENTRA
      *--------------------------------------------------------------
      *
       APLICA-INFZONA.
           IF W-SEL NOT = 1 OR DTENTREGA = ZEROS
               GO TO APLICA-INFZONA-FIM.
           IF W-ZONPEND = "S"
               GO TO APLICA-INFZONA-REAPLICA.
           ACCEPT W-DTHOJEZON FROM DATE YYYYMMDD
           PERFORM APURA-ZONAS THRU APURA-ZONAS-FIM
           MOVE ZEROS TO W-QTDINF
           MOVE KEYLOCACAO TO KEYLOCACAO-INF
           MOVE ZEROS TO CODZONA-INF
           START CADINFZONA KEY IS >= KEYINFZONA
           IF ST-INF NOT = "00"
               GO TO APLICA-INFZONA-MARCA.
       APLICA-INFZONA-PROX.
           READ CADINFZONA NEXT RECORD
           IF ST-INF NOT = "00"
               GO TO APLICA-INFZONA-MARCA.
           IF KEYLOCACAO-INF NOT = KEYLOCACAO
               GO TO APLICA-INFZONA-MARCA.
           IF SITINF = "I"
               GO TO APLICA-INFZONA-PROX.
           IF W-QTDINF NOT < 10
               GO TO APLICA-INFZONA-MARCA.
           ADD 1 TO W-QTDINF
           MOVE CODZONA-INF TO TI-COD (W-QTDINF)
           MOVE VALMULTA-INF TO TI-VALMULTA (W-QTDINF)
           MOVE "C" TO TI-SIT (W-QTDINF)
           MOVE ZEROS TO TI-SUPERV (W-QTDINF)
           IF SITINF = "C"
               GO TO APLICA-INFZONA-PROX.
           MOVE CODZONA-INF TO CODZONA
           READ CADZONA
           IF ST-ZON NOT = "00"
               MOVE SPACES TO NOMEZONA.
           MOVE VALMULTA-INF TO W-ED-MULTA
           DISPLAY (21, 01) "   ZONA PROIBIDA " CODZONA-INF " "
               NOMEZONA " - " QTDPINGS-INF " PINGS DESDE "
               HRPRIM-INF.
           DISPLAY (22, 01) "   MULTA R$ " W-ED-MULTA
               " - COBRAR (S) OU PEDIR ISENCAO (N)? : ".
           MOVE "S" TO W-OPCAO
           ACCEPT (22, 61) W-OPCAO WITH UPDATE
           MOVE SPACES TO MENS
           DISPLAY (21, 01) MENS
           DISPLAY (21, 40) MENS
           DISPLAY (22, 01) MENS
           DISPLAY (22, 40) MENS
           IF W-OPCAO NOT = "N" AND "n"
               GO TO APLICA-INFZONA-PROX.
           MOVE "Z" TO W-TIPOOVR
           MOVE VALMULTA-INF TO W-VALOVRANTES
           MOVE ZEROS TO W-VALOVRDEPOIS
           PERFORM AUTORIZA-OVERRIDE THRU AUTORIZA-OVERRIDE-FIM
           IF W-SUPERV = ZEROS
               MOVE "* ISENCAO NEGADA - MULTA MANTIDA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO APLICA-INFZONA-PROX.
           MOVE "I" TO TI-SIT (W-QTDINF)
           MOVE W-SUPERV TO TI-SUPERV (W-QTDINF)
           GO TO APLICA-INFZONA-PROX.
       APLICA-INFZONA-MARCA.
           MOVE "S" TO W-ZONPEND.
      * NUM RECALCULO DO VALOR AS DECISOES JA TOMADAS SO SAO
      * REAPLICADAS, NO MESMO ESPIRITO DE APLICA-CREDNOTA-REAPLICA
       APLICA-INFZONA-REAPLICA.
           MOVE ZEROS TO W-VALINFZONA
           MOVE 1 TO W-II.
       APLICA-INFZONA-SOMA.
           IF W-II > W-QTDINF
               GO TO APLICA-INFZONA-TOTAL.
           IF TI-SIT (W-II) = "C"
               ADD TI-VALMULTA (W-II) TO W-VALINFZONA.
           ADD 1 TO W-II
           GO TO APLICA-INFZONA-SOMA.
       APLICA-INFZONA-TOTAL.
           IF W-VALINFZONA = ZEROS
               GO TO APLICA-INFZONA-FIM.
           ADD W-VALINFZONA TO VALCOBRADO
           MOVE "* MULTA DE ZONA PROIBIDA SOMADA AO VALOR *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       APLICA-INFZONA-FIM.
           EXIT.
      *
      * A BAIXA DAS INFRACOES SO E GRAVADA DEPOIS DO ALT-RW1, COMO A
      * NOTA DE CREDITO: SE O OPERADOR DESISTIR, CONTINUAM PENDENTES
       BAIXA-INFZONA.
           IF W-ZONPEND NOT = "S"
               GO TO BAIXA-INFZONA-FIM.
           MOVE "N" TO W-ZONPEND
           MOVE 1 TO W-II.
       BAIXA-INFZONA-PROX.
           IF W-II > W-QTDINF
               GO TO BAIXA-INFZONA-FIM.
           MOVE KEYLOCACAO TO KEYLOCACAO-INF
           MOVE TI-COD (W-II) TO CODZONA-INF
           READ CADINFZONA
           IF ST-INF NOT = "00" OR SITINF NOT = "P"
               GO TO BAIXA-INFZONA-SEGUE.
           MOVE TI-SIT (W-II) TO SITINF
           MOVE "COBRADA   " TO DSCSITINF
           IF SITINF = "I"
               MOVE "ISENTA    " TO DSCSITINF.
           MOVE TI-SUPERV (W-II) TO SUPERV-INF
           ACCEPT DTBAIXA-INF FROM DATE YYYYMMDD
           REWRITE REGINFZONA.
       BAIXA-INFZONA-SEGUE.
           ADD 1 TO W-II
           GO TO BAIXA-INFZONA-PROX.
       BAIXA-INFZONA-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * CALENDARIO DE TARIFAS: A PRIMEIRA REGRA DO CADTARIFA QUE
      * CASA COM A DATA DA LOCACAO (FAIXA DE DATAS, DIA DA SEMANA E
      * CATEGORIA DA BIKE) MULTIPLICA O VALCOBRADO RECEM-CALCULADO,
      *
      *--------------------------------------------------------------
      * ASSINATURA MENSAL: EM READ-CADCLI, VERIFICA SE O CLIENTE TEM
      * ASSINATURA ATIVA E VIGENTE E GUARDA OS DADOS DO PLANO. A
      * SUSPENSA POR RECUSA DO CARTAO (SGB166) SO E AVISADA E A
      * LOCACAO SEGUE PELA TARIFA NORMAL
      *--------------------------------------------------------------
      *
       VERIFICA-ASSINATURA.
           READ CADASSIN
           IF ST-ERRO NOT = "00"
               GO TO VERIFICA-ASSINATURA-FIM.
           IF SITASSIN = "S"
               DISPLAY (20, 01)
                   "   ASSINATURA SUSPENSA - CARTAO RECUSADO"
               GO TO VERIFICA-ASSINATURA-FIM.
           IF SITASSIN NOT = "A"
               GO TO VERIFICA-ASSINATURA-FIM.
           ACCEPT W-DTHOJEASS FROM DATE YYYYMMDD
               GO TO VERIFICA-CREDITO-TESTA.
           IF FKCPF-CLI-PAG NOT = CPF-CLI
               GO TO VERIFICA-CREDITO-TESTA.
           IF SITPARC = "P" OR "D"
               GO TO VERIFICA-CREDITO-PAGPROX.
           ADD VALORPAG TO W-VALABERTO
           GO TO VERIFICA-CREDITO-PAGPROX.
      * SCORE DE RISCO (CADSCORE/SGB084): MOSTRA A NOTA DO CLIENTE NA
      * ABERTURA E, ABAIXO DO MINIMO DO PARAMETRO 10, SO SEGUE COM
      * LIBERACAO DE SUPERVISOR (MESMA REGRA DO VERIFICA-CREDITO).
      * CLIENTE SEM SCORE CALCULADO SEGUE NORMALMENTE. ANTES, A
      * SUSPEITA DE FRAUDE PENDENTE NO CADFRAUDE E AVISADA
      *--------------------------------------------------------------
      *
       VERIFICA-SCORE.
           PERFORM AVISA-FRAUDE THRU AVISA-FRAUDE-FIM
           MOVE CPF-CLI TO CPF-SCORE
           READ CADSCORE
           IF ST-ERRO NOT = "00"
       VERIFICA-SCORE-FIM.
           EXIT.
      *
      * SUSPEITAS PENDENTES DO CLIENTE NA FILA DO SGB165: SO AVISA, A
      * DECISAO (BLOQUEAR OU LIBERAR) E DO SUPERVISOR NO SGB085
       AVISA-FRAUDE.
           MOVE CPF-CLI TO CPF-FRD
           MOVE SPACES TO TIPO-FRD
           START CADFRAUDE KEY IS >= KEYFRAUDE
           IF ST-FRD NOT = "00"
               GO TO AVISA-FRAUDE-FIM.
       AVISA-FRAUDE-PROX.
           READ CADFRAUDE NEXT RECORD
           IF ST-FRD NOT = "00"
               GO TO AVISA-FRAUDE-FIM.
           IF CPF-FRD NOT = CPF-CLI
               GO TO AVISA-FRAUDE-FIM.
           IF SIT-FRD NOT = "P"
               GO TO AVISA-FRAUDE-PROX.
           DISPLAY (22, 01) "   SUSPEITA DE FRAUDE: " DSCTIPO-FRD
               " " DADO-FRD
           MOVE "* CLIENTE NA FILA DE REVISAO DE FRAUDE *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           MOVE SPACES TO MENS
           DISPLAY (22, 01) MENS
           GO TO AVISA-FRAUDE-PROX.
       AVISA-FRAUDE-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * MENOR DE IDADE: CALCULA A IDADE DO CLIENTE (DATNASC) NA DATA
      * DA LOCACAO; MENOR DE 12 SO LEVA CATEGORIA INFANTIL, DE 12 A
               GO TO COBRA-DANOS-FIM.
           ADD W-VALDANOS TO VALCOBRADO
           REWRITE REGLOC
           MOVE "D" TO W-TIPODP
           MOVE "AVARIAS DA VISTORIA" TO W-DSCDP
           MOVE W-VALDANOS TO W-DIFDP
           PERFORM ACRESCE-DETPRECO THRU ACRESCE-DETPRECO-FIM
           DISPLAY TVALCOBRADO
           MOVE "* COBRANCA DE AVARIA SOMADA AO VALOR *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
           PERFORM ETIQUETA-PARCEIRO THRU ETIQUETA-PARCEIRO-FIM
           MOVE "* MARCACAO DA AGENDA CONVERTIDA EM LOCACAO *"
               TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           PERFORM ABATE-SINAL THRU ABATE-SINAL-FIM.
       BAIXA-AGENDA-FIM.
           EXIT.
      *
      * SINAL PAGO NA MARCACAO (CADSINAL/SGB055): O PAGAMENTO SAI DA
      * CHAVE DA MARCACAO NO CADPAG E PASSA PARA A CHAVE DA LOCACAO,
      * COMO PARCELA JA PAGA, E ENTRA NO JA PAGO DO FECHAMENTO
       ABATE-SINAL.
           MOVE KEYAGENDA TO KEYSINAL
           READ CADSINAL
           IF ST-SIN NOT = "00"
               GO TO ABATE-SINAL-FIM.
           IF SITSINAL NOT = "A"
               GO TO ABATE-SINAL-FIM.
           MOVE KEYPAG-SIN TO KEYPAG
           READ CADPAG
           IF ST-ERRO NOT = "00"
               GO TO ABATE-SINAL-FIM.
           MOVE REGPAG TO W-REGPAGSIN
           MOVE "S" TO W-JORTIPO
           MOVE "XPS" TO W-JORROT
           PERFORM JOR-INICIO THRU JOR-INICIO-FIM
           MOVE "CADPAG" TO W-JORARQ
           MOVE "D" TO W-JORACAO
           MOVE "X" TO W-JORLETRA
           MOVE W-REGPAGSIN TO W-JORANTES
           MOVE SPACES TO W-JORDEPOIS
           PERFORM JOR-PASSO THRU JOR-PASSO-FIM
           MOVE W-REGPAGSIN TO REGPAG
           DELETE CADPAG RECORD
           PERFORM JOR-FEITO THRU JOR-FEITO-FIM
           MOVE W-REGPAGSIN TO REGPAG
           MOVE KEYLOCACAO TO KEYLOCACAO-PAG
           MOVE 1 TO SEQ-PAG
           MOVE "W" TO W-JORACAO
           MOVE "P" TO W-JORLETRA
           MOVE SPACES TO W-JORANTES
           MOVE REGPAG TO W-JORDEPOIS
           PERFORM JOR-PASSO THRU JOR-PASSO-FIM.
      * SEQUENCIA OCUPADA: O PASSO JA REGISTRADO PASSA A APONTAR
      * PARA A PROXIMA, ANTES DE NOVA TENTATIVA
       ABATE-SINAL-WR.
           WRITE REGPAG
           IF ST-ERRO = "22"
               ADD 1 TO SEQ-PAG
               MOVE REGPAG TO W-JORDEPOIS
               PERFORM JOR-REFAZ THRU JOR-REFAZ-FIM
               GO TO ABATE-SINAL-WR.
           PERFORM JOR-FEITO THRU JOR-FEITO-FIM
           MOVE REGSINAL TO W-JORANTES
           MOVE KEYPAG TO KEYPAG-SIN
           ACCEPT DTBAIXA-SIN FROM DATE YYYYMMDD
           MOVE "U" TO SITSINAL
           MOVE "ABATIDO   " TO DSCSITSINAL
           MOVE "CADSINAL" TO W-JORARQ
           MOVE "R" TO W-JORACAO
           MOVE "S" TO W-JORLETRA
           MOVE REGSINAL TO W-JORDEPOIS
           PERFORM JOR-PASSO THRU JOR-PASSO-FIM
           REWRITE REGSINAL
           PERFORM JOR-FEITO THRU JOR-FEITO-FIM
           PERFORM JOR-FIM THRU JOR-FIM-FIM
           MOVE "* SINAL DA RESERVA ABATIDO NESTA LOCACAO *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       ABATE-SINAL-FIM.
           EXIT.
      *
      * SE A MARCACAO BAIXADA VEIO DE UM CANAL PARCEIRO (SGB119),
      * CARIMBA O PARCEIRO NA LOCACAO PARA A COMISSAO MENSAL
       ETIQUETA-PARCEIRO.
               GO TO ACC-EMPRESA.
           DISPLAY (23, 01) "   EMPRESA: " RAZAO-EMP.
      *
      * SO CICLISTA DO ROL DA EMPRESA (SGB142) FATURA PARA ELA;
      * PASSADO O LIMITE DO MES, AVISA OU COBRA DO PROPRIO CLIENTE
           MOVE REGLOC TO W-REGLOCROL
           MOVE CNPJEMP-LOC TO W-ROLCNPJ
           MOVE FKCPF-CLI TO W-ROLCPF
           MOVE ANO-LOCA TO W-ROLANO
           MOVE MES-LOCA TO W-ROLMES
           MOVE DIA-LOCA TO W-ROLDIA
           PERFORM VERIFICA-ROL THRU VERIFICA-ROL-FIM
           MOVE W-REGLOCROL TO REGLOC
           IF W-ROLSIT = "N"
               MOVE "* CPF FORA DO ROL DA EMPRESA (SGB142) *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-EMPRESA.
           IF W-ROLSIT = "L" AND ACAO-ROL = "P"
               MOVE ZEROS TO CNPJEMP-LOC
               DISPLAY (23, 01) LIMPA
               MOVE "* LIMITE DO MES ATINGIDO - COBRA DO CLIENTE *"
                                                           TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-PROTECAO.
           IF W-ROLSIT = "L"
               MOVE "* ATENCAO: LIMITE DO MES DO CICLISTA ATINGIDO *"
                                                           TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *
      *--------------------------------------------------------------
      * PROTECAO OPCIONAL: UMA PEQUENA TAXA (PARAMETRO 05) LIMITA A
      * RESPONSABILIDADE DO CLIENTE EM ROUBO A FRANQUIA (PARAMETRO
              MOVE "* DIGITE APENAS S=SIM e N=NAO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-OPC.
      *
      *--------------------------------------------------------------
      * ACEITE DOS TERMOS DE LOCACAO EM VIGOR NA DATA DA LOCACAO.
      * SEM NENHUMA VERSAO CADASTRADA NO SGB126 A LOCACAO SEGUE SEM
      * ACEITE, COMO ANTES
      *--------------------------------------------------------------
      *
       ACC-ACEITE.
           PERFORM BUSCA-TERMO THRU BUSCA-TERMO-FIM
           IF W-VERTERMO = ZEROS
               GO TO INC-WR1.
           DISPLAY (22, 01) "   TERMOS DE LOCACAO VERSAO " W-VERTERMO
               " - " W-TITTERMO.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 01)
               "   CLIENTE LEU E ACEITA OS TERMOS (S/N): ".
           ACCEPT (23, 42) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           MOVE SPACES TO MENS
           DISPLAY (22, 01) MENS
           DISPLAY (22, 40) MENS
           DISPLAY (23, 01) MENS
           IF W-ACT = 02
               GO TO INC-OPC.
           IF W-OPCAO = "N" OR "n"
               MOVE "* SEM ACEITE DOS TERMOS NAO HA LOCACAO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO CLEAR-VARS.
           IF W-OPCAO NOT = "S" AND "s"
               MOVE "* DIGITE APENAS S=SIM e N=NAO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-ACEITE.
       INC-WR1.
           MOVE "I" TO W-JORTIPO
           MOVE "CLBA" TO W-JORROT
           PERFORM JOR-INICIO THRU JOR-INICIO-FIM
           PERFORM GERA-CONTRATO THRU GERA-CONTRATO-FIM
           MOVE "CADLOC" TO W-JORARQ
           MOVE "W" TO W-JORACAO
           MOVE "L" TO W-JORLETRA
           MOVE SPACES TO W-JORANTES
           MOVE REGLOC TO W-JORDEPOIS
           PERFORM JOR-PASSO THRU JOR-PASSO-FIM
           WRITE REGLOC
           IF ST-ERRO = "00" OR "02"
               PERFORM JOR-FEITO THRU JOR-FEITO-FIM
               PERFORM GRAVA-DETPRECO THRU GRAVA-DETPRECO-FIM
               PERFORM GRAVA-ACEITE THRU GRAVA-ACEITE-FIM
               PERFORM SYNC-CADBIKE
               PERFORM ATUALIZA-LOCAB THRU ATUALIZA-LOCAB-FIM
               PERFORM JOR-FIM THRU JOR-FIM-FIM
               PERFORM GERA-CHAVE THRU GERA-CHAVE-FIM
               PERFORM ENVIA-CONFIRMACAO THRU ENVIA-CONFIRMACAO-FIM
               PERFORM AGENDA-ENTREGA THRU AGENDA-ENTREGA-FIM
               MOVE "I" TO W-OPERAUD
               PERFORM GRAVA-AUDITORIA THRU GRAVA-AUDITORIA-FIM
               MOVE "R" TO W-TIPOINSP
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO CLEAR-VARS.
           IF ST-ERRO = "22"
               PERFORM JOR-FIM THRU JOR-FIM-FIM
               MOVE "* BIKE JA EXISTE *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACCFKCPF-CLI
           PERFORM GRAVA-CANCELAMENTO THRU GRAVA-CANCELAMENTO-FIM
           DELETE CADLOC RECORD
           IF ST-ERRO = "00"
               PERFORM BAIXA-LOCAB THRU BAIXA-LOCAB-FIM
               MOVE "E" TO W-OPERAUD
               PERFORM GRAVA-AUDITORIA THRU GRAVA-AUDITORIA-FIM
               MOVE "* REGISTRO EXCLUIDO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ALT-OPC.
       ALT-RW1.
           MOVE "A" TO W-JORTIPO
           MOVE "L   BA" TO W-JORROT
           IF W-CUPOMPEND = "S"
               MOVE "U" TO W-JORROT (2:1).
           IF W-CREDPEND = "S"
               MOVE "N" TO W-JORROT (3:1).
           PERFORM JOR-INICIO THRU JOR-INICIO-FIM
           MOVE "CADLOC" TO W-JORARQ
           MOVE "R" TO W-JORACAO
           MOVE "L" TO W-JORLETRA
           MOVE W-REGLOC-ANTES TO W-JORANTES
           MOVE REGLOC TO W-JORDEPOIS
           PERFORM JOR-PASSO THRU JOR-PASSO-FIM
           REWRITE REGLOC
           IF ST-ERRO = "00" OR "02"
               PERFORM JOR-FEITO THRU JOR-FEITO-FIM
               PERFORM GRAVA-DETPRECO THRU GRAVA-DETPRECO-FIM
               PERFORM CONSOME-CUPOM THRU CONSOME-CUPOM-FIM
               PERFORM CONSOME-CREDNOTA THRU CONSOME-CREDNOTA-FIM
               PERFORM BAIXA-INFZONA THRU BAIXA-INFZONA-FIM
               PERFORM SYNC-CADBIKE
               PERFORM ATUALIZA-LOCAB THRU ATUALIZA-LOCAB-FIM
               PERFORM JOR-FIM THRU JOR-FIM-FIM
               MOVE "A" TO W-OPERAUD
               PERFORM GRAVA-AUDITORIA THRU GRAVA-AUDITORIA-FIM
               MOVE "* REGISTRO ALTERADO *" TO MENS
               PERFORM ACC-FILENTREGA THRU ACC-FILENTREGA-FIM
               PERFORM NOTIFICA-RESERVA THRU NOTIFICA-RESERVA-FIM.
           IF STATUS-BIKE = "P" OR "p"
               PERFORM ACC-MOEDAEXT THRU ACC-MOEDAEXT-FIM
               PERFORM GERA-NOTAFISCAL THRU GERA-NOTAFISCAL-FIM
               PERFORM CREDITA-INDICACAO THRU CREDITA-INDICACAO-FIM
               PERFORM ACC-AVALIACAO THRU ACC-AVALIACAO-FIM.
       POS-ALT-STATUS-FIM.
           EXIT.
           EXIT.
      *
      *--------------------------------------------------------------
      * PAGAMENTO EM MOEDA ESTRANGEIRA EM ESPECIE, COM A COTACAO DO
      * DIA (CADCAMBIO/SGB143): NA LOCACAO QUE ACABOU DE SER PAGA, O
      * ATENDENTE INFORMA A MOEDA E O VALOR RECEBIDO. O EQUIVALENTE
      * EM REAIS (TAXA MENOS O SPREAD) ENTRA NO CADPAG COMO FORMA "M"
      * ATE O SALDO DEVIDO; O EXCESSO VOLTA AO CLIENTE COMO TROCO EM
      * REAIS. A MOEDA FICA NO CADMOVME, PARA A GAVETA PROPRIA NO
      * FECHAMENTO DO SGB042 E PARA A VENDA AO BANCO NO SGB143
      *--------------------------------------------------------------
      *
       ACC-MOEDAEXT.
           IF W-STATUSANTES = "P" OR "p"
               GO TO ACC-MOEDAEXT-FIM.
           IF CNPJEMP-LOC NOT = ZEROS
               GO TO ACC-MOEDAEXT-FIM.
           PERFORM SOMA-PAGO-LOC THRU SOMA-PAGO-LOC-FIM
           IF W-MEPAGO NOT < VALCOBRADO
               GO TO ACC-MOEDAEXT-FIM.
           COMPUTE W-MESALDO = VALCOBRADO - W-MEPAGO
           ACCEPT W-MEDATA FROM DATE YYYYMMDD
           IF W-SITDIA = "A" AND W-DTMOV NOT = ZEROS
               MOVE W-DTMOV TO W-MEDATA.
       ACC-MOEDAEXT-OPC.
           MOVE "N" TO W-MEOPC
           DISPLAY (22, 01) LIMPA
           DISPLAY (22, 01) "   PAGO EM MOEDA ESTRANGEIRA (S/N): ".
           ACCEPT (22, 37) W-MEOPC WITH UPDATE
           IF W-MEOPC NOT = "S" AND "s"
               DISPLAY (22, 01) LIMPA
               GO TO ACC-MOEDAEXT-FIM.
       ACC-MOEDAEXT-MOEDA.
           MOVE SPACES TO W-MEMOEDA
           DISPLAY (22, 01) LIMPA
           DISPLAY (22, 01) "   MOEDA (USD, EUR...): ".
           ACCEPT (22, 25) W-MEMOEDA WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-MOEDAEXT-OPC.
           INSPECT W-MEMOEDA CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE W-MEMOEDA TO MOEDA-CB
           MOVE W-MEDATA TO DTCAMBIO-CB
           READ CADCAMBIO
           IF ST-CB NOT = "00"
               MOVE "* SEM COTACAO DO DIA PARA A MOEDA (SGB143) *"
                                                           TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-MOEDAEXT-MOEDA.
           COMPUTE W-METAXA ROUNDED =
               TAXA-CB * (100 - SPREAD-CB) / 100
           IF W-METAXA = ZEROS
               MOVE "* COTACAO ZERADA - VERIFIQUE NO SGB143 *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-MOEDAEXT-MOEDA.
           COMPUTE W-MEDEVIDO ROUNDED = W-MESALDO / W-METAXA
           MOVE W-METAXA TO W-ED-METAXA
           MOVE W-MEDEVIDO TO W-ED-MEVAL
           DISPLAY (23, 01) LIMPA
           DISPLAY (23, 01) "   TAXA: " W-ED-METAXA "  DEVIDO: "
               W-ED-MEVAL " " W-MEMOEDA.
       ACC-MOEDAEXT-VALOR.
           MOVE ZEROS TO W-MEVALME
           DISPLAY (22, 01) LIMPA
           DISPLAY (22, 01) "   VALOR RECEBIDO EM " W-MEMOEDA ": ".
           ACCEPT (22, 28) W-MEVALME WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ACC-MOEDAEXT-MOEDA.
           IF W-MEVALME = ZEROS
               MOVE "* VALOR NAO PODE SER ZERO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-MOEDAEXT-VALOR.
           COMPUTE W-MEREAL ROUNDED = W-MEVALME * W-METAXA
           MOVE ZEROS TO W-METROCO
           MOVE W-MEREAL TO W-MEPARC
           IF W-MEREAL > W-MESALDO
               COMPUTE W-METROCO = W-MEREAL - W-MESALDO
               MOVE W-MESALDO TO W-MEPARC.
           PERFORM GRAVA-PAGMOEDA THRU GRAVA-PAGMOEDA-FIM
           PERFORM GRAVA-MOVME THRU GRAVA-MOVME-FIM
           MOVE W-MEPARC TO W-ED-MEREAL
           MOVE W-METROCO TO W-ED-MEVAL
           DISPLAY (23, 01) LIMPA
           DISPLAY (23, 01) "   EM REAIS: " W-ED-MEREAL
               "  TROCO EM REAIS: " W-ED-MEVAL
           IF W-MEPARC < W-MESALDO
               MOVE "* RESTANTE EM REAIS PELO SGB010 *" TO MENS
           ELSE
               MOVE "* PAGAMENTO EM MOEDA ESTRANGEIRA GRAVADO *"
                                                           TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       ACC-MOEDAEXT-FIM.
           EXIT.
      *
      * JA PAGO DA LOCACAO NO CADPAG E ULTIMA SEQUENCIA USADA
       SOMA-PAGO-LOC.
           MOVE ZEROS TO W-MEPAGO W-MESEQPAG
           MOVE KEYLOCACAO TO KEYLOCACAO-PAG
           START CADPAG KEY IS = KEYLOCACAO-PAG
           IF ST-ERRO NOT = "00"
               GO TO SOMA-PAGO-LOC-FIM.
       SOMA-PAGO-LOC-PROX.
           READ CADPAG NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO SOMA-PAGO-LOC-FIM.
           IF KEYLOCACAO-PAG NOT = KEYLOCACAO
               GO TO SOMA-PAGO-LOC-FIM.
           IF SEQ-PAG > W-MESEQPAG
               MOVE SEQ-PAG TO W-MESEQPAG.
           IF SITPARC = "P"
               ADD VALORPAG TO W-MEPAGO.
           GO TO SOMA-PAGO-LOC-PROX.
       SOMA-PAGO-LOC-FIM.
           EXIT.
      *
       GRAVA-PAGMOEDA.
           MOVE KEYLOCACAO TO KEYLOCACAO-PAG
           MOVE W-MESEQPAG TO SEQ-PAG.
       GRAVA-PAGMOEDA-WR.
           ADD 1 TO SEQ-PAG
           MOVE "M" TO FORMAPAG
           MOVE "MOEDA EXT." TO FORMAPAGDESC
           MOVE W-MEPARC TO VALORPAG
           MOVE 1 TO NUMPARCELA TOTPARCELAS
           MOVE W-MEDATA TO DTVENCTO DTPAGTO
           MOVE "P" TO SITPARC
           MOVE "PAGA    " TO DSCSITPARC
           WRITE REGPAG
           IF ST-ERRO = "22"
               GO TO GRAVA-PAGMOEDA-WR.
       GRAVA-PAGMOEDA-FIM.
           EXIT.
      *
      * A MOEDA ENTRA PELO CUSTO EM REAIS A TAXA APLICADA (INCLUSIVE
      * A PARTE DEVOLVIDA COMO TROCO), BASE DO GANHO NA VENDA AO BANCO
       GRAVA-MOVME.
           ACCEPT W-MEHORA FROM TIME
           MOVE ZEROS TO W-MESEQ.
       GRAVA-MOVME-WR.
           ADD 1 TO W-MESEQ
           MOVE OPERADOR TO OPER-MV
           MOVE W-MEDATA TO DT-MV
           MOVE W-MESEQ TO SEQ-MV
           MOVE "R" TO TIPO-MV
           MOVE W-MEMOEDA TO MOEDA-MV
           MOVE CODFILIAL-LOC TO FIL-MV
           MOVE W-MEHORA (1:4) TO HR-MV
           MOVE W-MEVALME TO VALME-MV
           MOVE W-METAXA TO TAXA-MV
           MOVE W-MEREAL TO VALREAL-MV
           MOVE W-METROCO TO TROCO-MV
           MOVE ZEROS TO VALBANCO-MV GANHO-MV
           MOVE KEYLOCACAO TO KEYLOC-MV
           WRITE REGMOVME
           IF ST-MV = "22"
               GO TO GRAVA-MOVME-WR.
       GRAVA-MOVME-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * VISTORIA DE CONDICAO DA BIKE, PEDIDA NA RETIRADA (W-TIPOINSP
      * = 'R', VIDE INC-WR1) E NA ENTREGA (W-TIPOINSP = 'E', VIDE
      * POS-ALT-STATUS). ASSIM COMO A AVALIACAO, E OPCIONAL -- ESC NO
           MOVE FKNUM-BIKE TO NUM-BIKE
           READ CADBIKE
           IF ST-ERRO = "00"
               MOVE REGBIKE TO W-JORANTES
               IF STATUS-BIKE = 'L' OR 'l'
                   MOVE 'L' TO SITUAC
                   MOVE VALTABLE-SITUACBIKE(2) TO SITUACDESC
                   MOVE 'A' TO SITUAC
                   MOVE VALTABLE-SITUACBIKE(1) TO SITUACDESC
               END-IF
               MOVE "CADBIKE" TO W-JORARQ
               MOVE "R" TO W-JORACAO
               MOVE "B" TO W-JORLETRA
               MOVE REGBIKE TO W-JORDEPOIS
               PERFORM JOR-PASSO THRU JOR-PASSO-FIM
               REWRITE REGBIKE
               PERFORM JOR-FEITO THRU JOR-FEITO-FIM
           END-IF.
      *
      *--------------------------------------------------------------
      * INDICE DE LOCACOES EM ABERTO (CADLOCAB/SGB134): DEPOIS DE
      * CADA GRAVACAO DO REGLOC A ENTRADA DA BIKE ACOMPANHA A
      * LOCACAO -- SEM DTENTREGA GRAVA/REGRAVA A ENTRADA, ENTREGUE
      * TIRA DO INDICE. SO REMOVE A ENTRADA QUE APONTA PARA ESTA
      * MESMA LOCACAO (ALTERAR UMA LOCACAO ANTIGA DA BIKE NAO
      * DERRUBA A LOCACAO ATUAL)
      *--------------------------------------------------------------
      *
       ATUALIZA-LOCAB.
           MOVE FKNUM-BIKE TO NUMBIKE-AB
           READ CADLOCAB
           MOVE SPACES TO W-JORANTES
           IF ST-LOCAB = "00"
               MOVE REGLOCAB TO W-JORANTES.
           MOVE "CADLOCAB" TO W-JORARQ
           MOVE "A" TO W-JORLETRA
           IF DTENTREGA = ZEROS
               GO TO ATUALIZA-LOCAB-GRAVA.
           IF ST-LOCAB = "00" AND KEYLOC-AB = KEYLOCACAO
               MOVE "D" TO W-JORACAO
               MOVE SPACES TO W-JORDEPOIS
               PERFORM JOR-PASSO THRU JOR-PASSO-FIM
               DELETE CADLOCAB RECORD
               PERFORM JOR-FEITO THRU JOR-FEITO-FIM.
           GO TO ATUALIZA-LOCAB-FIM.
       ATUALIZA-LOCAB-GRAVA.
           MOVE "N" TO W-LOCABACHOU
           IF ST-LOCAB = "00"
               MOVE "S" TO W-LOCABACHOU.
           MOVE FKNUM-BIKE TO NUMBIKE-AB
           MOVE ANO-PREV TO ANOPREV-AB
           MOVE MES-PREV TO MESPREV-AB
           MOVE DIA-PREV TO DIAPREV-AB
           MOVE HRPREVISAO TO HRPREV-AB
           MOVE MINPREVISAO TO MINPREV-AB
           MOVE KEYLOCACAO TO KEYLOC-AB
           MOVE FKCPF-CLI TO CPF-AB
           MOVE NUMCONTRATO TO NUMCONTR-AB
           MOVE CODFILIAL-LOC TO FILIAL-AB
           MOVE GRUPO-LOC TO GRUPO-AB
           MOVE REGLOCAB TO W-JORDEPOIS
           IF W-LOCABACHOU = "S"
               MOVE "R" TO W-JORACAO
               PERFORM JOR-PASSO THRU JOR-PASSO-FIM
               REWRITE REGLOCAB
           ELSE
               MOVE "W" TO W-JORACAO
               PERFORM JOR-PASSO THRU JOR-PASSO-FIM
               WRITE REGLOCAB.
           PERFORM JOR-FEITO THRU JOR-FEITO-FIM.
       ATUALIZA-LOCAB-FIM.
           EXIT.
      *
      * LOCACAO SAINDO DO CADLOC (EXCLUSAO/RECHAVE): TIRA A ENTRADA
      * DO INDICE SE ELA APONTA PARA ESTA LOCACAO
       BAIXA-LOCAB.
           MOVE FKNUM-BIKE TO NUMBIKE-AB
           READ CADLOCAB
           IF ST-LOCAB = "00" AND KEYLOC-AB = KEYLOCACAO
               DELETE CADLOCAB RECORD.
       BAIXA-LOCAB-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * VERIFICA SE A BIKE SELECIONADA PARA UMA NOVA LOCACAO ESTA NA
      * FILA DE RESERVA (CADRESERVA) DE OUTRO CLIENTE, PELA CHAVE
      * ALTERNATIVA KEYMODRESERVA (MARCA/MODELO)
           ACCEPT HRENVIO FROM TIME
           MOVE "* BIKE RESERVADA DISPONIVEL - RETIRE EM ATE 24H *"
               TO MENSNOTIF
           PERFORM ESCOLHE-CANAL THRU ESCOLHE-CANAL-FIM.
           WRITE REGNOTIF
           IF ST-ERRO = "22"
               REWRITE REGNOTIF.
           EXIT.
      *
      *--------------------------------------------------------------
      * LOCACAO GRAVADA COM TAXA DE ENTREGA: O ATENDENTE INFORMA SE A
      * BIKE VAI ATE O CLIENTE (E), SE SERA RECOLHIDA NO ENDERECO NA
      * DEVOLUCAO (R) OU AMBOS (A), COM A JANELA DE HORARIO. CADA UMA
      * VIRA UMA TAREFA NO CADENTREG, COM O ENDERECO DO CEP DO
      * CLIENTE (CADCEP + NUMERO E COMPLEMENTO DO CADCLI), PARA O
      * ROMANEIO DO MOTORISTA NO SGB153
      *--------------------------------------------------------------
      *
       AGENDA-ENTREGA.
           IF W-VALENTREGA = ZEROS
               GO TO AGENDA-ENTREGA-FIM.
           MOVE FKCPF-CLI TO CPF-CLI
           READ CADCLI
           IF ST-ERRO NOT = "00"
               GO TO AGENDA-ENTREGA-FIM.
           MOVE FKCEP TO CEP
           READ CADCEP
           IF ST-ERRO NOT = "00"
               GO TO AGENDA-ENTREGA-FIM.
       AGENDA-ENTREGA-TIPO.
           MOVE "E" TO W-TIPOENT
           DISPLAY (21, 01)
               "   ENTREGA(E) RECOLHA(R) AMBAS(A) NENHUMA(N): ".
           ACCEPT (21, 48) W-TIPOENT WITH UPDATE
           IF W-TIPOENT = "e" MOVE "E" TO W-TIPOENT.
           IF W-TIPOENT = "r" MOVE "R" TO W-TIPOENT.
           IF W-TIPOENT = "a" MOVE "A" TO W-TIPOENT.
           IF W-TIPOENT = "n" MOVE "N" TO W-TIPOENT.
           IF W-TIPOENT NOT = "E" AND NOT = "R" AND NOT = "A"
                   AND NOT = "N"
               MOVE "* DIGITE E, R, A OU N *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO AGENDA-ENTREGA-TIPO.
           IF W-TIPOENT = "N" OR "R"
               GO TO AGENDA-ENTREGA-REC.
           MOVE "E" TO W-TIPOTAR
           MOVE ANO-LOCA TO W-ANOTAR
           MOVE MES-LOCA TO W-MESTAR
           MOVE DIA-LOCA TO W-DIATAR
           MOVE HRLOCACAO TO W-HHINIENT
           MOVE MINLOCACAO TO W-MMINIENT
           PERFORM ACC-JANELAENT THRU ACC-JANELAENT-FIM
           PERFORM GRAVA-TAREFAENT THRU GRAVA-TAREFAENT-FIM.
       AGENDA-ENTREGA-REC.
           IF W-TIPOENT = "N" OR "E"
               GO TO AGENDA-ENTREGA-LIMPA.
           MOVE "R" TO W-TIPOTAR
           MOVE ANO-PREV TO W-ANOTAR
           MOVE MES-PREV TO W-MESTAR
           MOVE DIA-PREV TO W-DIATAR
           MOVE HRPREVISAO TO W-HHINIENT
           MOVE MINPREVISAO TO W-MMINIENT
           PERFORM ACC-JANELAENT THRU ACC-JANELAENT-FIM
           PERFORM GRAVA-TAREFAENT THRU GRAVA-TAREFAENT-FIM.
       AGENDA-ENTREGA-LIMPA.
           MOVE SPACES TO MENS
           DISPLAY (21, 01) MENS
           DISPLAY (21, 40) MENS
           DISPLAY (22, 01) MENS
           DISPLAY (22, 40) MENS.
       AGENDA-ENTREGA-FIM.
           EXIT.
      *
      * JANELA DE HORARIO DA TAREFA (HHMM), SUGERIDA A PARTIR DO
      * HORARIO DA LOCACAO/PREVISAO COM DUAS HORAS DE LARGURA
       ACC-JANELAENT.
           COMPUTE W-HRFIMENT = W-HRINIENT + 200
           IF W-HRFIMENT > 2359
               MOVE 2359 TO W-HRFIMENT.
           IF W-TIPOTAR = "E"
               DISPLAY (22, 01) "   JANELA DA ENTREGA (HHMM A HHMM): "
           ELSE
               DISPLAY (22, 01) "   JANELA DA RECOLHA (HHMM A HHMM): ".
           ACCEPT (22, 38) W-HRINIENT WITH UPDATE
           DISPLAY (22, 43) "A"
           ACCEPT (22, 45) W-HRFIMENT WITH UPDATE
           IF W-HHINIENT > 23 OR W-MMINIENT > 59
                   OR W-HHFIMENT > 23 OR W-MMFIMENT > 59
               MOVE "* HORARIO INVALIDO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-JANELAENT.
           IF W-HRFIMENT < W-HRINIENT
               MOVE "* FIM DA JANELA ANTES DO INICIO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-JANELAENT.
       ACC-JANELAENT-FIM.
           EXIT.
      *
      * NUMERO DA SERIE "ENTREGA" DO CADCONTROLE
       GRAVA-TAREFAENT.
           MOVE "ENTREGA " TO TIPOCTRL
           READ CADCONTROLE
           IF ST-ERRO NOT = "00"
               MOVE "ENTREGA " TO TIPOCTRL
               MOVE 1 TO PROXNUM
               WRITE REGCTRL.
           MOVE PROXNUM TO NUMENT
           ADD 1 TO PROXNUM
           REWRITE REGCTRL
           MOVE W-DTTAREFA TO DTPREV-ENT
           MOVE REGIAO-CDD TO REGIAO-ENT
           MOVE W-HRINIENT TO HRINI-ENT
           MOVE W-HRFIMENT TO HRFIM-ENT
           MOVE W-TIPOTAR TO TIPO-ENT
           MOVE KEYLOCACAO TO KEYLOC-ENT
           MOVE FKNUM-BIKE TO NUMBIKE-ENT
           MOVE FKCPF-CLI TO CPF-ENT
           MOVE CODFILIAL-LOC TO CODFIL-ENT
           MOVE CEP TO CEP-ENT
           MOVE LOGRAD TO LOGRAD-ENT
           MOVE NUM-CLI TO NUMEND-ENT
           MOVE COMPLEM-CLI TO COMPL-ENT
           MOVE BAIRRO TO BAIRRO-ENT
           MOVE CIDADE TO CIDADE-ENT
           MOVE ZEROS TO MOTOR-ENT DTREAL-ENT HRREAL-ENT
           MOVE SPACES TO RECEB-ENT MOTIVO-ENT
           MOVE "P" TO SITENT
           MOVE "PENDENTE  " TO DSCSITENT
           MOVE OPERADOR TO OPER-ENT
           WRITE REGENTREG
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO AO GRAVAR A TAREFA DE ENTREGA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM.
       GRAVA-TAREFAENT-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * CONFIRMACAO DE LOCACAO POR E-MAIL/SMS, USANDO OS DADOS JA
      * CADASTRADOS EM CADCLI; GRAVA UM REGISTRO EM CADNOTIF COMO
      * COMPROVANTE DO QUE FOI ENVIADO AO CLIENTE
           ACCEPT DTENVIO FROM DATE YYYYMMDD
           ACCEPT HRENVIO FROM TIME
           MOVE "* LOCACAO CONFIRMADA - BIKE " TO MENSNOTIF
           PERFORM ESCOLHE-CANAL THRU ESCOLHE-CANAL-FIM
           WRITE REGNOTIF
           IF ST-ERRO = "22"
               REWRITE REGNOTIF.
       ENVIA-CONFIRMACAO-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * CANAL DA MENSAGEM DE SERVICO: O PREFERIDO PELO CLIENTE NO
      * CADCONSENT, SE ELE TIVER O DADO DAQUELE CANAL; SEM
      * PREFERENCIA GRAVADA, E-MAIL QUANDO HOUVER, SENAO SMS. A
      * RECUSA DE MARKETING NAO SE APLICA A ESTAS MENSAGENS
      *--------------------------------------------------------------
      *
       ESCOLHE-CANAL.
           IF EMAIL-CLI NOT = SPACES
               MOVE 'E' TO TIPONOTIF
               MOVE EMAIL-CLI TO DESTINONOTIF
           ELSE
               MOVE 'S' TO TIPONOTIF
               MOVE TEL-CLI TO DESTINONOTIF.
           MOVE CPF-CLI TO CPF-CONS
           READ CADCONSENT
           IF ST-ERRO NOT = "00"
               GO TO ESCOLHE-CANAL-FIM.
           IF CANALPREF-CONS = "S" AND TEL-CLI NOT = ZEROS
               MOVE 'S' TO TIPONOTIF
               MOVE TEL-CLI TO DESTINONOTIF.
       ESCOLHE-CANAL-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
           EXIT.
      *
      *--------------------------------------------------------------
      * CARGA DAS ZONAS PROIBIDAS ATIVAS DO CADZONA (ATE 30)
      *--------------------------------------------------------------
      *
       CARREGA-ZONAS.
           MOVE ZEROS TO W-QTDZONAS
           MOVE ZEROS TO CODZONA
           START CADZONA KEY IS >= CODZONA
           IF ST-ZON NOT = "00"
               GO TO CARREGA-ZONAS-FIM.
       CARREGA-ZONAS-PROX.
           READ CADZONA NEXT RECORD
           IF ST-ZON NOT = "00"
               GO TO CARREGA-ZONAS-FIM.
           IF SITZONA NOT = "A"
               GO TO CARREGA-ZONAS-PROX.
           IF W-QTDZONAS NOT < 30
               GO TO CARREGA-ZONAS-FIM.
           ADD 1 TO W-QTDZONAS
           MOVE CODZONA TO TZ-COD (W-QTDZONAS)
           MOVE FORMAZONA TO TZ-FORMA (W-QTDZONAS)
           MOVE QTDVERT-ZON TO TZ-QTDV (W-QTDZONAS)
           MOVE VERTICES-ZON TO TZ-VERTICES (W-QTDZONAS)
           MOVE DTINI-ZON TO TZ-DTINI (W-QTDZONAS)
           MOVE DTFIM-ZON TO TZ-DTFIM (W-QTDZONAS)
           MOVE HRINI-ZON TO TZ-HRINI (W-QTDZONAS)
           MOVE HRFIM-ZON TO TZ-HRFIM (W-QTDZONAS)
           MOVE VALMULTA-ZON TO TZ-VALMULTA (W-QTDZONAS)
           GO TO CARREGA-ZONAS-PROX.
       CARREGA-ZONAS-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * APURACAO DAS ZONAS DA LOCACAO EM REGLOC: PINGS DA BIKE NO
      * CADGPSIX ENTRE A RETIRADA E A DEVOLUCAO (SEM DEVOLUCAO, ATE
      * HOJE), MESMA LEITURA DO CALCULA-KM DO SGB004. CADA PING E
      * TESTADO CONTRA CADA ZONA VIGENTE NA DATA/HORA DO PING, E A
      * ZONA COM PING DENTRO VIRA INFRACAO NO CADINFZONA. A APURACAO
      * E REFEITA INTEIRA A CADA VEZ, ENTAO RODAR DE NOVO NAO DOBRA
      * A CONTAGEM; INFRACAO JA COBRADA OU ISENTA NAO E MAIS MEXIDA
      *--------------------------------------------------------------
      *
       APURA-ZONAS.
           IF W-QTDZONAS = ZEROS
               GO TO APURA-ZONAS-FIM.
           MOVE ANO-LOCA TO W-DTINIZ (1:4)
           MOVE MES-LOCA TO W-DTINIZ (5:2)
           MOVE DIA-LOCA TO W-DTINIZ (7:2)
           COMPUTE W-HMINIZ = (HRLOCACAO * 100) + MINLOCACAO
           IF DTENTREGA = ZEROS
               MOVE W-DTHOJEZON TO W-DTFIMZ
               MOVE 2359 TO W-HMFIMZ
           ELSE
               MOVE ANO-ENTR TO W-DTFIMZ (1:4)
               MOVE MES-ENTR TO W-DTFIMZ (5:2)
               MOVE DIA-ENTR TO W-DTFIMZ (7:2)
               COMPUTE W-HMFIMZ = (HRENTREGA * 100) + MINENTREGA.
           MOVE 1 TO W-IZ.
       APURA-ZONAS-ZERA.
           MOVE ZEROS TO TZ-QTD (W-IZ) TZ-DTPRIM (W-IZ)
               TZ-HRPRIM (W-IZ)
           IF W-IZ < W-QTDZONAS
               ADD 1 TO W-IZ
               GO TO APURA-ZONAS-ZERA.
           MOVE ZEROS TO KEYGPS
           MOVE W-DTINIZ TO DTGPS
           START CADGPS KEY IS >= KEYGPS
           IF ST-ERRO NOT = "00"
               GO TO APURA-ZONAS-GRAVA.
       APURA-ZONAS-PROX.
           READ CADGPS NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO APURA-ZONAS-GRAVA.
           IF DTGPS > W-DTFIMZ
               GO TO APURA-ZONAS-GRAVA.
           IF NUM-BIKE-GPS NOT = FKNUM-BIKE
               GO TO APURA-ZONAS-PROX.
           MOVE HRGPS TO W-HMGPS
           IF DTGPS = W-DTINIZ AND W-HMGPS < W-HMINIZ
               GO TO APURA-ZONAS-PROX.
           IF DTGPS = W-DTFIMZ AND W-HMGPS > W-HMFIMZ
               GO TO APURA-ZONAS-PROX.
           MOVE 1 TO W-IZ.
       APURA-ZONAS-ZONA.
           PERFORM CONFERE-ZONA THRU CONFERE-ZONA-FIM
           IF W-IZ < W-QTDZONAS
               ADD 1 TO W-IZ
               GO TO APURA-ZONAS-ZONA.
           GO TO APURA-ZONAS-PROX.
       APURA-ZONAS-GRAVA.
           MOVE 1 TO W-IZ.
       APURA-ZONAS-GRAVA-PROX.
           IF TZ-QTD (W-IZ) NOT = ZEROS
               PERFORM GRAVA-INFZONA THRU GRAVA-INFZONA-FIM.
           IF W-IZ < W-QTDZONAS
               ADD 1 TO W-IZ
               GO TO APURA-ZONAS-GRAVA-PROX.
       APURA-ZONAS-FIM.
           EXIT.
      *
      * PING DO REGGPS CONTRA A ZONA W-IZ: SO VALE DENTRO DA
      * VIGENCIA E DO HORARIO DA ZONA
       CONFERE-ZONA.
           IF DTGPS < TZ-DTINI (W-IZ)
               GO TO CONFERE-ZONA-FIM.
           IF TZ-DTFIM (W-IZ) NOT = ZEROS AND DTGPS > TZ-DTFIM (W-IZ)
               GO TO CONFERE-ZONA-FIM.
           IF HR-GPS < TZ-HRINI (W-IZ) OR HR-GPS NOT < TZ-HRFIM (W-IZ)
               GO TO CONFERE-ZONA-FIM.
           PERFORM TESTA-PONTO THRU TESTA-PONTO-FIM
           IF W-DENTRO = "N"
               GO TO CONFERE-ZONA-FIM.
           IF TZ-QTD (W-IZ) = ZEROS
               MOVE DTGPS TO TZ-DTPRIM (W-IZ)
               MOVE HRGPS TO TZ-HRPRIM (W-IZ).
           ADD 1 TO TZ-QTD (W-IZ).
       CONFERE-ZONA-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * PONTO (LONGITU-GPS, LATITU-GPS) DENTRO DA ZONA W-IZ? NO
      * RETANGULO, ENTRE OS DOIS CANTOS; NO POLIGONO, PELO NUMERO DE
      * ARESTAS QUE UMA SEMI-RETA A LESTE DO PONTO CRUZA (IMPAR =
      * DENTRO). GRAUS DECIMAIS, SEM CALCULO GEODESICO, COMO O SGB024
      *--------------------------------------------------------------
      *
       TESTA-PONTO.
           MOVE "N" TO W-DENTRO
           IF TZ-FORMA (W-IZ) = "P"
               GO TO TESTA-PONTO-POLIG.
           IF LONGITU-GPS NOT < TZ-LONG (W-IZ, 1)
                   AND LONGITU-GPS NOT > TZ-LONG (W-IZ, 2)
                   AND LATITU-GPS NOT < TZ-LAT (W-IZ, 1)
                   AND LATITU-GPS NOT > TZ-LAT (W-IZ, 2)
               MOVE "S" TO W-DENTRO.
           GO TO TESTA-PONTO-FIM.
       TESTA-PONTO-POLIG.
           MOVE 1 TO W-IV
           MOVE TZ-QTDV (W-IZ) TO W-JV.
       TESTA-PONTO-ARESTA.
           IF (TZ-LAT (W-IZ, W-IV) > LATITU-GPS
                   AND TZ-LAT (W-IZ, W-JV) NOT > LATITU-GPS)
                   OR (TZ-LAT (W-IZ, W-IV) NOT > LATITU-GPS
                   AND TZ-LAT (W-IZ, W-JV) > LATITU-GPS)
               COMPUTE W-XCRUZA ROUNDED =
                   ((TZ-LONG (W-IZ, W-JV) - TZ-LONG (W-IZ, W-IV))
                   * (LATITU-GPS - TZ-LAT (W-IZ, W-IV))
                   / (TZ-LAT (W-IZ, W-JV) - TZ-LAT (W-IZ, W-IV)))
                   + TZ-LONG (W-IZ, W-IV)
               IF LONGITU-GPS < W-XCRUZA
                   IF W-DENTRO = "S"
                       MOVE "N" TO W-DENTRO
                   ELSE
                       MOVE "S" TO W-DENTRO.
           MOVE W-IV TO W-JV
           IF W-IV < TZ-QTDV (W-IZ)
               ADD 1 TO W-IV
               GO TO TESTA-PONTO-ARESTA.
       TESTA-PONTO-FIM.
           EXIT.
      *
      * GRAVA A INFRACAO DA ZONA W-IZ NA LOCACAO; A PENDENTE TEM A
      * CONTAGEM REGRAVADA, A JA BAIXADA (COBRADA/ISENTA) FICA COMO ESTA
       GRAVA-INFZONA.
           MOVE KEYLOCACAO TO KEYLOCACAO-INF
           MOVE TZ-COD (W-IZ) TO CODZONA-INF
           READ CADINFZONA
           IF ST-INF = "00" AND SITINF NOT = "P"
               GO TO GRAVA-INFZONA-FIM.
           IF ST-INF = "00"
               MOVE TZ-DTPRIM (W-IZ) TO DTPRIM-INF
               MOVE TZ-HRPRIM (W-IZ) TO HRPRIM-INF
               MOVE TZ-QTD (W-IZ) TO QTDPINGS-INF
               REWRITE REGINFZONA
               GO TO GRAVA-INFZONA-FIM.
           MOVE KEYLOCACAO TO KEYLOCACAO-INF
           MOVE TZ-COD (W-IZ) TO CODZONA-INF
           MOVE FKNUM-BIKE TO NUMBIKE-INF
           MOVE NUMCONTRATO TO NUMCONTR-INF
           MOVE TZ-DTPRIM (W-IZ) TO DTPRIM-INF
           MOVE TZ-HRPRIM (W-IZ) TO HRPRIM-INF
           MOVE TZ-QTD (W-IZ) TO QTDPINGS-INF
           MOVE TZ-VALMULTA (W-IZ) TO VALMULTA-INF
           MOVE "P" TO SITINF
           MOVE "PENDENTE  " TO DSCSITINF
           MOVE ZEROS TO SUPERV-INF DTBAIXA-INF
           WRITE REGINFZONA.
       GRAVA-INFZONA-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * ACHADOS E PERDIDOS (CADACHADO/SGB097): NA ENTREGA, QUANDO O
      * ITEM ESQUECIDO E DE FATO NOTADO, O ATENDENTE REGISTRA NA
      * HORA, AMARRADO A KEYLOCACAO PARA SABER QUEM CHAMAR
      * RETIRADA). SE FOR OUTRA, O DOCUMENTO DE TRANSFERENCIA E
      * GERADO JA RECEBIDO (SERIE "TRANSF" DO SGB068), O CADBIKE
      * MUDA DE FILIAL E O RATEIO MEIO A MEIO FICA EM CADSPLIT PARA
      * O FECHAMENTO DO SGB045 DIVIDIR A RECEITA. A FILIAL TEM QUE
      * ESTAR ATIVA NO CADFILIAL, E SE A DEVOLUCAO PASSAR DAS VAGAS
      * DE RACK DELA O ATENDENTE E AVISADO E CONFIRMA (VIDE
      * CONTA-RACK)
      *--------------------------------------------------------------
      *
       ACC-FILENTREGA.
               GO TO ACC-FILENTREGA-FIM.
           IF W-FILENTREGA = CODFILIAL-LOC
               GO TO ACC-FILENTREGA-FIM.
           MOVE W-FILENTREGA TO COD-FILIAL
           READ CADFILIAL
           IF ST-ERRO NOT = "00"
               MOVE "* FILIAL NAO CADASTRADA (SGB124) *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-FILENTREGA.
           IF SITUAC-FIL NOT = "A"
               MOVE "* FILIAL INATIVA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACC-FILENTREGA.
           IF VAGASRACK-FIL = ZEROS
               GO TO ACC-FILENTREGA-TRF.
           PERFORM CONTA-RACK THRU CONTA-RACK-FIM
           IF W-QTDRACK < VAGASRACK-FIL
               GO TO ACC-FILENTREGA-TRF.
           DISPLAY (22, 12) "RACK DA FILIAL: " W-QTDRACK " BIKES / "
               VAGASRACK-FIL " VAGAS"
           MOVE "* FILIAL SEM VAGA NO RACK PARA ESTA BIKE *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       ACC-FILENTREGA-CONF.
           MOVE "N" TO W-OPCAO
           DISPLAY (21, 01)
               "   RACK LOTADO - CONFIRMA DEVOLUCAO NELA (S/N)? ".
           ACCEPT (21, 50) W-OPCAO WITH UPDATE
           MOVE SPACES TO MENS
           DISPLAY (21, 01) MENS
           DISPLAY (22, 12) MENS
           IF W-OPCAO = "N" OR "n"
               GO TO ACC-FILENTREGA.
           IF W-OPCAO NOT = "S" AND "s"
               GO TO ACC-FILENTREGA-CONF.
       ACC-FILENTREGA-TRF.
      * DOCUMENTO DE TRANSFERENCIA JA RECEBIDO NO DESTINO
           MOVE "TRANSF  " TO TIPOCTRL
           READ CADCONTROLE
           READ CADBIKE
           IF ST-ERRO = "00"
               MOVE W-FILENTREGA TO CODFILIAL
               MOVE NOME-FILIAL TO CODFILIALDESC
               REWRITE REGBIKE.
      * RATEIO MEIO A MEIO PARA O FECHAMENTO (SGB045)
           MOVE KEYLOCACAO TO KEYLOCACAO-SPL
           EXIT.
      *
      *--------------------------------------------------------------
      * OCUPACAO DO RACK DA FILIAL W-FILENTREGA: BIKES CADASTRADAS
      * NELA QUE ESTAO FISICAMENTE NA LOJA (FORA LOCADAS, ROUBADAS E
      * BAIXADAS). PERCORRE O CADBIKE, POR ISSO A BIKE DA LOCACAO E
      * RELIDA NO FIM
      *--------------------------------------------------------------
      *
       CONTA-RACK.
           MOVE ZEROS TO W-QTDRACK
           MOVE ZEROS TO NUM-BIKE
           START CADBIKE KEY IS >= NUM-BIKE
           IF ST-ERRO NOT = "00"
               GO TO CONTA-RACK-REL.
       CONTA-RACK-PROX.
           READ CADBIKE NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO CONTA-RACK-REL.
           IF CODFILIAL NOT = W-FILENTREGA
               GO TO CONTA-RACK-PROX.
           IF SITUAC = "L" OR "l" OR "R" OR "r" OR "B" OR "b"
               GO TO CONTA-RACK-PROX.
           ADD 1 TO W-QTDRACK
           GO TO CONTA-RACK-PROX.
       CONTA-RACK-REL.
           MOVE FKNUM-BIKE TO NUM-BIKE
           READ CADBIKE.
       CONTA-RACK-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * SEMEIA O CADFILIAL.DAT NA PRIMEIRA VEZ QUE O ARQUIVO E CRIADO,
      * COM AS MESMAS 2 FILIAIS QUE ANTES FICAVAM FIXAS NO PROGRAMA
      * -- O RESTO DO CADASTRO E PREENCHIDO NO SGB124
      *--------------------------------------------------------------
      *
       GRAVA-SEED-FILIAL.
           MOVE SPACES TO COMPLEM-FIL
           MOVE ZEROS TO FKCEP-FIL NUM-FIL TEL-FIL GERENTE-FIL
               VAGASRACK-FIL
           MOVE 1 TO W-DIAFIL.
       GRAVA-SEED-FILIAL-HOR.
           MOVE ZEROS TO HRABRE-FIL (W-DIAFIL) HRFECHA-FIL (W-DIAFIL)
           IF W-DIAFIL < 7
               ADD 1 TO W-DIAFIL
               GO TO GRAVA-SEED-FILIAL-HOR.
           MOVE "A" TO SITUAC-FIL
           MOVE 01 TO COD-FILIAL
           MOVE "MATRIZ         " TO NOME-FILIAL
           WRITE REGFILIAL
           MOVE 02 TO COD-FILIAL
           MOVE "FILIAL 2       " TO NOME-FILIAL
           WRITE REGFILIAL.
       GRAVA-SEED-FILIAL-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * NOTA FISCAL DE SERVICO (CADNFS/SGB090): EMITIDA QUANDO A
      * LOCACAO ACABOU DE SER PAGA (STATUS ANTERIOR <> 'P'), COM O
      * NUMERO SEQUENCIAL DA SERIE "NFSnn" DA FILIAL E O ISS DA
               GO TO GERA-NOTAFISCAL-FIM.
           IF VALCOBRADO = ZEROS
               GO TO GERA-NOTAFISCAL-FIM.
           MOVE "F" TO W-JORTIPO
           MOVE "CF" TO W-JORROT
           PERFORM JOR-INICIO THRU JOR-INICIO-FIM
           MOVE CODFILIAL-LOC TO W-NFSFIL
           MOVE W-TIPONFS TO TIPOCTRL
           READ CADCONTROLE
               WRITE REGCTRL.
           MOVE CODFILIAL-LOC TO FILNFS
           MOVE PROXNUM TO NUMNFS
           MOVE REGCTRL TO W-JORANTES
           ADD 1 TO PROXNUM
           MOVE "CADCONTROLE" TO W-JORARQ
           MOVE "R" TO W-JORACAO
           MOVE "C" TO W-JORLETRA
           MOVE REGCTRL TO W-JORDEPOIS
           PERFORM JOR-PASSO THRU JOR-PASSO-FIM
           REWRITE REGCTRL
           PERFORM JOR-FEITO THRU JOR-FEITO-FIM
           MOVE KEYLOCACAO TO KEYLOCACAO-NFS
           MOVE FKCPF-CLI TO CPFNFS
           ACCEPT DTEMIS-NFS FROM DATE YYYYMMDD
           MOVE W-ALIQISS TO ALIQISS-NFS
           COMPUTE VALISS-NFS ROUNDED =
               VALCOBRADO * W-ALIQISS / 100
           MOVE "CADNFS" TO W-JORARQ
           MOVE "W" TO W-JORACAO
           MOVE "F" TO W-JORLETRA
           MOVE SPACES TO W-JORANTES
           MOVE REGNFS TO W-JORDEPOIS
           PERFORM JOR-PASSO THRU JOR-PASSO-FIM
           WRITE REGNFS
           IF ST-ERRO = "22"
               REWRITE REGNFS.
           PERFORM JOR-FEITO THRU JOR-FEITO-FIM
           PERFORM JOR-FIM THRU JOR-FIM-FIM
           DISPLAY (22, 12) "NOTA FISCAL EMITIDA: " FILNFS "/" NUMNFS
           MOVE "P" TO W-STATUSANTES.
       GERA-NOTAFISCAL-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * RECALL COM PARADA OBRIGATORIA (CADRECBIKE/SGB141): A BIKE
      * FICA BLOQUEADA ENQUANTO A ORDEM DE SERVICO DO RECALL NAO FOR
      * FINALIZADA NO SGB008
      *--------------------------------------------------------------
      *
       VERIFICA-RECALL.
           MOVE "N" TO W-RECALLBLOQ
           MOVE FKNUM-BIKE TO BIKE-RB
           START CADRECBIKE KEY IS = BIKE-RB
           IF ST-RCB NOT = "00"
               GO TO VERIFICA-RECALL-FIM.
       VERIFICA-RECALL-PROX.
           READ CADRECBIKE NEXT RECORD
           IF ST-RCB NOT = "00"
               GO TO VERIFICA-RECALL-FIM.
           IF BIKE-RB NOT = FKNUM-BIKE
               GO TO VERIFICA-RECALL-FIM.
           IF GRAV-RB NOT = 3
               GO TO VERIFICA-RECALL-PROX.
           MOVE BIKE-RB TO NUM-BIKE-MANUT
           MOVE SEQMANUT-RB TO SEQ-MANUT
           READ CADMANUT
           IF ST-MAN = "00" AND (SITUACMANUT = "F" OR "f")
               GO TO VERIFICA-RECALL-PROX.
           MOVE "S" TO W-RECALLBLOQ
           MOVE NUMRECALL-RB TO W-RECALLNUM.
       VERIFICA-RECALL-FIM.
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
      * DEVOLUCAO DE CAUCAO ACIMA DA NORMA (PARAMETRO 15): EXIGE A
      * SEGUNDA CREDENCIAL DE SUPERVISOR E FICA NO LOG DE OVERRIDES;
      * NEGADA, A DEVOLUCAO E LIMITADA AO PROPRIO LIMITE
           EXIT.
      *
      *--------------------------------------------------------------
      * DIARIO DE TRANSACOES (CADJORNAL): A GRAVACAO QUE MEXE EM
      * VARIOS ARQUIVOS ABRE UMA TRANSACAO (SERIE "JORNAL" DO
      * CADCONTROLE) COM O ROTEIRO DOS PASSOS ESPERADOS; CADA PASSO
      * E REGISTRADO COM O ANTES/DEPOIS DO REGISTRO ANTES DE GRAVAR
      * (JOR-PASSO), MARCADO FEITO DEPOIS DA GRAVACAO (JOR-FEITO) E
      * A TRANSACAO E FECHADA NO FIM (JOR-FIM). A QUE FICAR ABERTA
      * (TERMINAL QUE CAIU NO MEIO) E COMPLETADA OU DESFEITA PELO
      * SUPERVISOR NO SGB162
      *--------------------------------------------------------------
      *
       JOR-INICIO.
           MOVE ZEROS TO W-JORTRANS W-JORSEQ
           MOVE "JORNAL  " TO TIPOCTRL
           READ CADCONTROLE
           IF ST-ERRO NOT = "00"
               MOVE "JORNAL  " TO TIPOCTRL
               MOVE 1 TO PROXNUM
               WRITE REGCTRL.
           MOVE PROXNUM TO W-JORTRANS
           ADD 1 TO PROXNUM
           REWRITE REGCTRL
           MOVE SPACES TO REGJORNAL
           MOVE W-JORTRANS TO NUMTRANS-JR
           MOVE ZEROS TO SEQ-JR
           MOVE "A" TO SIT-JR
           ACCEPT DT-JR FROM DATE YYYYMMDD
           ACCEPT HR-JR FROM TIME
           MOVE "SGB004" TO PROG-JR
           MOVE OPERADOR TO OPER-JR
           MOVE W-JORTIPO TO TIPOTRANS-JR
           MOVE KEYLOCACAO TO KEYLOCACAO-JR
           MOVE W-JORROT TO ROTEIRO-JR
           MOVE CODCUPOM-LOC TO CUPOM-JR
           MOVE W-NUMCREDAPL TO NUMCRED-JR
           MOVE W-VALCREDUSO TO VALCRED-JR
           MOVE ZEROS TO SUPERV-JR DTREC-JR
           WRITE REGJORNAL
           IF ST-JOR NOT = "00"
               MOVE ZEROS TO W-JORTRANS.
       JOR-INICIO-FIM.
           EXIT.
      *
       JOR-PASSO.
           IF W-JORTRANS = ZEROS
               GO TO JOR-PASSO-FIM.
           ADD 1 TO W-JORSEQ
           MOVE SPACES TO REGJORNAL
           MOVE W-JORTRANS TO NUMTRANS-JR
           MOVE W-JORSEQ TO SEQ-JR
           MOVE "P" TO SIT-JR
           ACCEPT DT-JR FROM DATE YYYYMMDD
           ACCEPT HR-JR FROM TIME
           MOVE W-JORARQ TO ARQ-JR
           MOVE W-JORACAO TO ACAO-JR
           MOVE W-JORLETRA TO LETRA-JR
           MOVE W-JORANTES TO ANTES-JR
           MOVE W-JORDEPOIS TO DEPOIS-JR
           WRITE REGJORNAL.
       JOR-PASSO-FIM.
           EXIT.
      *
       JOR-FEITO.
           IF W-JORTRANS = ZEROS
               GO TO JOR-FEITO-FIM.
           MOVE W-JORTRANS TO NUMTRANS-JR
           MOVE W-JORSEQ TO SEQ-JR
           READ CADJORNAL
           IF ST-JOR = "00"
               MOVE "F" TO SIT-JR
               REWRITE REGJORNAL.
       JOR-FEITO-FIM.
           EXIT.
      *
      * O PASSO PENDENTE MUDOU DE IMAGEM (CHAVE OCUPADA, NOVA
      * TENTATIVA COM OUTRA SEQUENCIA)
       JOR-REFAZ.
           IF W-JORTRANS = ZEROS
               GO TO JOR-REFAZ-FIM.
           MOVE W-JORTRANS TO NUMTRANS-JR
           MOVE W-JORSEQ TO SEQ-JR
           READ CADJORNAL
           IF ST-JOR = "00"
               MOVE W-JORDEPOIS TO DEPOIS-JR
               REWRITE REGJORNAL.
       JOR-REFAZ-FIM.
           EXIT.
      *
       JOR-FIM.
           IF W-JORTRANS = ZEROS
               GO TO JOR-FIM-FIM.
           MOVE W-JORTRANS TO NUMTRANS-JR
           MOVE ZEROS TO SEQ-JR
           READ CADJORNAL
           IF ST-JOR = "00"
               MOVE "C" TO SIT-JR
               REWRITE REGJORNAL.
           MOVE ZEROS TO W-JORTRANS.
       JOR-FIM-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * CODIGO DE DESBLOQUEIO DA FECHADURA ELETRONICA: DERIVADO DO
      * NUMERO DO CONTRATO E DO HORARIO DA RETIRADA, GRAVADO EM
      * CADCHAVE POR LOCACAO. O SGB101 EXPORTA O ARQUIVO DE CODIGOS
               MOVE 1 TO PROXNUM
               WRITE REGCTRL.
           MOVE PROXNUM TO NUMCONTRATO
           MOVE REGCTRL TO W-JORANTES
           ADD 1 TO PROXNUM
           MOVE "CADCONTROLE" TO W-JORARQ
           MOVE "R" TO W-JORACAO
           MOVE "C" TO W-JORLETRA
           MOVE REGCTRL TO W-JORDEPOIS
           PERFORM JOR-PASSO THRU JOR-PASSO-FIM
           REWRITE REGCTRL
           PERFORM JOR-FEITO THRU JOR-FEITO-FIM.
       GERA-CONTRATO-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * VERSAO DOS TERMOS EM VIGOR NA DATA DA LOCACAO: A DE MAIOR
      * NUMERO COM VIGENCIA ATE A DATA (O SGB126 SO ACEITA VIGENCIAS
      * CRESCENTES). W-VERTERMO ZERADO = NENHUMA VERSAO VIGENTE
      *--------------------------------------------------------------
      *
       BUSCA-TERMO.
           MOVE ZEROS TO W-VERTERMO
           MOVE SPACES TO W-TITTERMO
           COMPUTE W-DTTERMO = (ANO-LOCA * 10000) + (MES-LOCA * 100)
               + DIA-LOCA
           MOVE ZEROS TO VERSAO-TERMO
           START CADTERMO KEY IS >= VERSAO-TERMO
           IF ST-ERRO NOT = "00"
               GO TO BUSCA-TERMO-FIM.
       BUSCA-TERMO-PROX.
           READ CADTERMO NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO BUSCA-TERMO-FIM.
           IF DTVIGOR-TERMO > W-DTTERMO
               GO TO BUSCA-TERMO-FIM.
           MOVE VERSAO-TERMO TO W-VERTERMO
           MOVE TITULO-TERMO TO W-TITTERMO
           GO TO BUSCA-TERMO-PROX.
       BUSCA-TERMO-FIM.
           EXIT.
      *
      * CARIMBA NA LOCACAO GRAVADA A VERSAO ACEITA E O CONTRATO
       GRAVA-ACEITE.
           IF W-VERTERMO = ZEROS
               GO TO GRAVA-ACEITE-FIM.
           MOVE KEYLOCACAO TO KEYLOCACAO-TRM
           MOVE NUMCONTRATO TO NUMCONTRATO-TRM
           MOVE W-VERTERMO TO VERSAO-TRM
           ACCEPT DTACEITE-TRM FROM DATE YYYYMMDD
           ACCEPT W-HRACEITE FROM TIME
           MOVE W-HRACEITE (1:6) TO HRACEITE-TRM
           MOVE OPERADOR TO OPERADOR-TRM
           WRITE REGACEITE
           IF ST-ERRO = "22"
               REWRITE REGACEITE.
       GRAVA-ACEITE-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * BONUS DE INDICACAO: SE O CLIENTE DA LOCACAO PAGA FOI INDICADO
      * (CADINDICA) E AINDA NAO CONVERTEU, ESTA E A PRIMEIRA LOCACAO
      * PAGA DELE -- CREDITA O BONUS NA CARTEIRA DO INDICADOR COM O
      * MOVIMENTO 'B' NO EXTRATO (MESMA TECNICA DA CARGA DO SGB042) E
      * CARIMBA A CONVERSAO, QUE NAO SE REPETE
      *--------------------------------------------------------------
      *
       CREDITA-INDICACAO.
           MOVE FKCPF-CLI TO CPF-IND
           READ CADINDICA
           IF ST-ERRO NOT = "00"
               GO TO CREDITA-INDICACAO-FIM.
           IF DTCONV-IND NOT = ZEROS
               GO TO CREDITA-INDICACAO-FIM.
           ACCEPT W-DTBONUS FROM DATE YYYYMMDD
           IF W-SITDIA = "A" AND W-DTMOV NOT = ZEROS
               MOVE W-DTMOV TO W-DTBONUS.
           MOVE W-DTBONUS TO DTCONV-IND
           MOVE ZEROS TO VALBONUS-IND SEQSMOV-IND
           IF W-VALBONUS = ZEROS
               GO TO CREDITA-INDICACAO-GRV.
           MOVE CPFINDICADOR-IND TO CPF-SALDO
           READ CADSALDO
           IF ST-ERRO NOT = "00"
               MOVE CPFINDICADOR-IND TO CPF-SALDO
               MOVE ZEROS TO VALSALDO
               MOVE W-DTBONUS TO DTULTMOV
               WRITE REGSALDO.
           ADD W-VALBONUS TO VALSALDO
           MOVE W-DTBONUS TO DTULTMOV
           REWRITE REGSALDO
           MOVE ZEROS TO W-SEQBONUS.
       CREDITA-INDICACAO-MOV.
           ADD 1 TO W-SEQBONUS
           MOVE CPFINDICADOR-IND TO CPF-SMOV
           MOVE W-SEQBONUS TO SEQ-SMOV
           MOVE "B" TO TIPOSMOV
           MOVE "BONUS IND." TO DSCTIPOSMOV
           MOVE W-VALBONUS TO VALSMOV
           MOVE W-DTBONUS TO DTSMOV
           MOVE OPERADOR TO OPERSMOV
           MOVE VALSALDO TO SALDOAPOS
           WRITE REGSMOV
           IF ST-ERRO = "22"
               GO TO CREDITA-INDICACAO-MOV.
           MOVE W-VALBONUS TO VALBONUS-IND
           MOVE W-SEQBONUS TO SEQSMOV-IND.
       CREDITA-INDICACAO-GRV.
           REWRITE REGINDICA
           IF VALBONUS-IND NOT = ZEROS
               MOVE "* BONUS DE INDICACAO CREDITADO AO INDICADOR *"
                   TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM.
       CREDITA-INDICACAO-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * PARAMETROS DA LOJA: MULTA POR ATRASO (01) E CAUCAO PADRAO
      * (04) DO CADPARAM. PARAMETRO AUSENTE OU ZERADO MANTEM O
      * PADRAO DE SEGURANCA DA WORKING STORAGE
           READ CADPARAM
           IF ST-ERRO = "00" AND VAL-PARAM NOT = ZEROS
               MOVE VAL-PARAM TO W-LIMCAUCOVR.
           MOVE 16 TO COD-PARAM
           READ CADPARAM
           IF ST-ERRO = "00" AND VAL-PARAM NOT = ZEROS
               MOVE VAL-PARAM TO W-VALBONUS.
       LE-PARAMETROS-FIM.
           EXIT.
      *
