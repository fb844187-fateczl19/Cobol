      * VARRE AS LOCACOES DO MES MARCADAS COM CNPJEMP-LOC (SGB004),
      * CONSOLIDA POR EMPRESA (CADEMP/SGB046), GRAVA A FATURA EM
      * CADFATEMP.DAT E IMPRIME O DEMONSTRATIVO DE CADA EMPRESA, EM
      * VEZ DE COBRAR LOCACAO A LOCACAO NO BALCAO. JUNTO COM A
      * FATURA SAI A DECLARACAO DE SUSTENTABILIDADE DA EMPRESA: KM
      * RODADOS NO MES (CADKMLOC), KM POR CICLISTA (CPF) E O CO2
      * EVITADO EM RELACAO A MOTO E AO CARRO PELOS FATORES DOS
      * PARAMETROS 19 E 20 (SGB036), TAMBEM GRAVADA EM ARQUIVO
      * CO2<CNPJ>-<AAAAMM>.CSV PARA A EMPRESA IMPORTAR. CADA FATURA
      * GERA O BOLETO REGISTRADO (CADBOLETO), CUJA FICHA SAI JUNTO;
      * A REMESSA AO BANCO E A BAIXA PELO RETORNO SAO DO SGB167. NA
      * RERODADA DO MES, A FATURA JA PAGA NAO E REGRAVADA
      *--------------------------------------------------------------
      *
       ENVIRONMENT DIVISION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYFAT
                    FILE STATUS  IS ST-ERRO.

            SELECT CADKMLOC
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYLOCACAO-KM
                    FILE STATUS  IS ST-KML.

            SELECT CADPARAM
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-PARAM
                    FILE STATUS  IS ST-PRM.

            SELECT CADBOLETO
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NOSSONUM-BOL
                    FILE STATUS  IS ST-BOL
                    ALTERNATE RECORD KEY IS FATORIG-BOL
                                            WITH DUPLICATES.

            SELECT CADCONTROLE
                    ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TIPOCTRL
                    FILE STATUS  IS ST-ERRO.

            SELECT CSVCO2
                    ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-CSV.
      *
      *--------------------------------------------------------------
      *
           03 DSCSITFAT       PIC X(08).
      *
      *--------------------------------------------------------------
      * KM RODADO EM CADA LOCACAO, GRAVADO PELO SGB004 NA DEVOLUCAO
      *--------------------------------------------------------------
      *
       FD CADKMLOC
           VALUE OF FILE-ID IS "CADKMLOC.DAT".
       01 REGKMLOC.
           03 KEYLOCACAO-KM   PIC X(27).
           03 KMLOC           PIC 9(06)V99.
      *
       FD CADPARAM
               VALUE OF FILE-ID IS "CADPARAM.DAT".
       01 REGPARAM.
                03 COD-PARAM    PIC 9(02).
                03 DSC-PARAM    PIC X(25).
                03 VAL-PARAM    PIC 9(06)V9(06).
      *
      *--------------------------------------------------------------
      * BOLETO REGISTRADO DAS FATURAS: ORIGEM E = CORPORATIVA (CHAVE
      * DO CADFATEMP, SGB047), L = COMODATO (CHAVE DO CADFATLEASE,
      * SGB088). SIT G = GERADO, R = REMETIDO AO BANCO, A =
      * REGISTRADO, J = REJEITADO, P = PAGO (REMESSA E RETORNO CNAB
      * NO SGB167)
      *--------------------------------------------------------------
      *
       FD CADBOLETO
           VALUE OF FILE-ID IS "CADBOLETO.DAT".
       01 REGBOLETO.
           03 NOSSONUM-BOL     PIC 9(10).
           03 FATORIG-BOL.
               05 ORIGEM-BOL       PIC X(01).
               05 CHAVEFAT-BOL     PIC X(20).
           03 CNPJ-BOL         PIC 9(14).
           03 VALOR-BOL        PIC 9(08)V99.
           03 DTEMIS-BOL       PIC 9(08).
           03 DTVENC-BOL       PIC 9(08).
           03 PCMULTA-BOL      PIC 9(02)V99.
           03 PCJUROS-BOL      PIC 9(02)V99.
           03 SIT-BOL          PIC X(01).
           03 DSCSIT-BOL       PIC X(10).
           03 DTOCORR-BOL      PIC 9(08).
           03 VALPAGO-BOL      PIC 9(08)V99.
           03 TARIFA-BOL       PIC 9(05)V99.
           03 MOTREJ-BOL       PIC X(02).
      *
       FD CADCONTROLE
           VALUE OF FILE-ID IS "CADCONTROLE.DAT".
       01 REGCTRL.
           03 TIPOCTRL     PIC X(08).
           03 PROXNUM      PIC 9(08).
      *
      *--------------------------------------------------------------
      * DECLARACAO DE SUSTENTABILIDADE EM CSV (SEPARADOR ";"), UM
      * ARQUIVO POR EMPRESA E MES
      *--------------------------------------------------------------
      *
       FD CSVCO2
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS W-ARQCSV.
       01 REGCSV           PIC X(100).
      *
      *--------------------------------------------------------------
      *
       WORKING-STORAGE SECTION.
      *
       77 W-NEMP        PIC 9(02) VALUE ZEROS.
       77 W-ACHOU       PIC X(01) VALUE "N".
      *
      * BOLETO DA FATURA (VIDE GERA-BOLETO): MULTA E JUROS DOS
      * PARAMETROS 08 E 09, VENCIMENTO N DIAS APOS A EMISSAO
      * (PARAMETRO 39)
       77 ST-BOL        PIC X(02) VALUE "00".
       77 W-PERCMULTA   PIC 9(02)V99 VALUE 02,00.
       77 W-PERCJUROS   PIC 9(02)V99 VALUE 00,10.
       77 W-PRAZOBOL    PIC 9(03) VALUE 10.
       77 W-DIASAV      PIC 9(03) VALUE ZEROS.
       77 W-ULTDIAMES   PIC 9(02) VALUE ZEROS.
       77 W-ANORESTO    PIC 9(04) VALUE ZEROS.
       77 W-DATAHOJE    PIC 9(08) VALUE ZEROS.
       77 W-ORIGBOL     PIC X(01) VALUE SPACES.
       77 W-CHAVEBOL    PIC X(20) VALUE SPACES.
       77 W-CNPJBOL     PIC 9(14) VALUE ZEROS.
       77 W-VALBOL      PIC 9(08)V99 VALUE ZEROS.
       77 W-FATORIG     PIC X(21) VALUE SPACES.
       77 W-ED-VALBOL   PIC ZZ.ZZZ.ZZ9,99.
       77 W-ED-PCMULTA  PIC Z9,99.
       77 W-ED-PCJUROS  PIC Z9,99.
       01 W-DTCAL.
           03 W-ANOCAL         PIC 9(04).
           03 W-MESCAL         PIC 9(02).
           03 W-DIACAL         PIC 9(02).
       01 W-TABDIASMES.
           03 FILLER PIC X(24) VALUE "312831303130313130313031".
       01 W-TABDIASMES-R REDEFINES W-TABDIASMES.
           03 W-DIASMES    PIC 9(02) OCCURS 12 TIMES.
       01 W-DTFICHA.
           03 W-DIAFICHA       PIC 9(02).
           03 FILLER           PIC X(01) VALUE "/".
           03 W-MESFICHA       PIC 9(02).
           03 FILLER           PIC X(01) VALUE "/".
           03 W-ANOFICHA       PIC 9(04).
      *
      * CONSOLIDACAO POR EMPRESA (ATE 20 EMPRESAS POR MES)
       01 TAB-FAT.
           03 TAB-FAT-ITEM OCCURS 20 TIMES.
               05 TF-CNPJ      PIC 9(14).
               05 TF-QTD       PIC 9(04).
               05 TF-VALOR     PIC 9(08)V99.
               05 TF-KM        PIC 9(07)V99.
      *
      * KM POR CICLISTA (CPF) DE CADA EMPRESA NO MES (VIDE
      * ACUMULA-CPF); ACIMA DE 500 CICLISTAS O KM ENTRA SO NO TOTAL
      * DA EMPRESA
       01 TAB-CPF.
           03 TAB-CPF-ITEM OCCURS 500 TIMES.
               05 TC-EMP       PIC 9(02).
               05 TC-CPF       PIC 9(11).
               05 TC-QTD       PIC 9(04).
               05 TC-KM        PIC 9(07)V99.
       77 W-IDC         PIC 9(03) VALUE ZEROS.
       77 W-NCPF        PIC 9(03) VALUE ZEROS.
       77 W-CPFCHEIO    PIC X(01) VALUE "N".
      *
      * DECLARACAO DE SUSTENTABILIDADE (VIDE DECLARA-CO2)
       77 ST-KML        PIC X(02) VALUE "00".
       77 ST-PRM        PIC X(02) VALUE "00".
       77 ST-CSV        PIC X(02) VALUE "00".
       77 W-KMLOC       PIC 9(06)V99 VALUE ZEROS.
       77 W-FATMOTO     PIC 9(04)V99 VALUE 75.
       77 W-FATCARRO    PIC 9(04)V99 VALUE 130.
       77 W-CO2MOTO     PIC 9(07)V99 VALUE ZEROS.
       77 W-CO2CARRO    PIC 9(07)V99 VALUE ZEROS.
       77 W-ED-KM       PIC Z(06)9,99.
       77 W-ED-CO2M     PIC Z(06)9,99.
       77 W-ED-CO2C     PIC Z(06)9,99.
       77 W-ED-FAT      PIC ZZZ9,99.
       77 W-ED-FATC     PIC ZZZ9,99.
       77 W-CSV-KM      PIC 9(07),99.
       77 W-CSV-CO2M    PIC 9(07),99.
       77 W-CSV-CO2C    PIC 9(07),99.
       01 W-ARQCSV.
           03 FILLER        PIC X(03) VALUE "CO2".
           03 W-ARQCSVCNPJ  PIC 9(14) VALUE ZEROS.
           03 FILLER        PIC X(01) VALUE "-".
           03 W-ARQCSVMES   PIC 9(06) VALUE ZEROS.
           03 FILLER        PIC X(04) VALUE ".CSV".
      *
      *--------------------------------------------------------------
      *
               GO TO ACC-ANOMES.
      *
       INC-OP0.
           MOVE ZEROS TO TAB-FAT W-NEMP TAB-CPF W-NCPF
           MOVE "N" TO W-CPFCHEIO
           OPEN INPUT CADLOC
           IF ST-ERRO NOT = "00"
               MOVE "* ERRO AO ABRIR O ARQUIVO CADLOC.DAT *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADLOC CADEMP
                   GO TO ROT-FIM.
           OPEN INPUT CADKMLOC
           IF ST-KML NOT = "00"
               IF ST-KML = "30" OR "35"
                   OPEN OUTPUT CADKMLOC
                   CLOSE CADKMLOC
                   OPEN INPUT CADKMLOC
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQUIVO CADKMLOC.DAT *"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADLOC CADEMP CADFATEMP
                   GO TO ROT-FIM.
           OPEN I-O CADBOLETO
           IF ST-BOL NOT = "00"
               IF ST-BOL = "30" OR "35"
                   OPEN OUTPUT CADBOLETO
                   CLOSE CADBOLETO
                   OPEN I-O CADBOLETO
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQUIVO CADBOLETO.DAT *"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADLOC CADEMP CADFATEMP CADKMLOC
                   GO TO ROT-FIM.
           OPEN I-O CADCONTROLE
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                   OPEN OUTPUT CADCONTROLE
                   CLOSE CADCONTROLE
                   OPEN I-O CADCONTROLE
               ELSE
                   MOVE "* ERRO AO ABRIR O ARQUIVO CADCONTROLE *"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADLOC CADEMP CADFATEMP CADKMLOC CADBOLETO
                   GO TO ROT-FIM.
           PERFORM LE-FATORES THRU LE-FATORES-FIM.
      *
      *--------------------------------------------------------------
      * CONSOLIDA AS LOCACOES CORPORATIVAS ENTREGUES NO MES
           MOVE ZEROS TO TF-QTD (W-IDX) TF-VALOR (W-IDX).
       ACUMULA-LOC-SOMA.
           ADD 1 TO TF-QTD (W-IDX)
           ADD VALCOBRADO TO TF-VALOR (W-IDX)
           MOVE ZEROS TO W-KMLOC
           MOVE KEYLOCACAO TO KEYLOCACAO-KM
           READ CADKMLOC
           IF ST-KML = "00"
               MOVE KMLOC TO W-KMLOC.
           ADD W-KMLOC TO TF-KM (W-IDX)
           PERFORM ACUMULA-CPF THRU ACUMULA-CPF-FIM.
       ACUMULA-LOC-FIM.
           EXIT.
      *
       ACUMULA-CPF.
           MOVE 1 TO W-IDC.
       ACUMULA-CPF-LOOP.
           IF W-IDC > W-NCPF
               GO TO ACUMULA-CPF-INSERE.
           IF TC-EMP (W-IDC) = W-IDX AND TC-CPF (W-IDC) = FKCPF-CLI
               GO TO ACUMULA-CPF-SOMA.
           ADD 1 TO W-IDC
           GO TO ACUMULA-CPF-LOOP.
       ACUMULA-CPF-INSERE.
           IF W-NCPF >= 500
               MOVE "S" TO W-CPFCHEIO
               GO TO ACUMULA-CPF-FIM.
           ADD 1 TO W-NCPF
           MOVE W-NCPF TO W-IDC
           MOVE W-IDX TO TC-EMP (W-IDC)
           MOVE FKCPF-CLI TO TC-CPF (W-IDC)
           MOVE ZEROS TO TC-QTD (W-IDC) TC-KM (W-IDC).
       ACUMULA-CPF-SOMA.
           ADD 1 TO TC-QTD (W-IDC)
           ADD W-KMLOC TO TC-KM (W-IDC).
       ACUMULA-CPF-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * GRAVA A FATURA E IMPRIME O DEMONSTRATIVO DE CADA EMPRESA
           MOVE "ABERTA  " TO DSCSITFAT
           WRITE REGFAT
           IF ST-ERRO = "22"
               READ CADFATEMP
               IF SITFAT = "P"
                   DISPLAY "FATURA " CNPJ-FAT " " ANOMES-FAT
                       " JA PAGA - MANTIDA"
                   GO TO FATURA-PROX
               ELSE
                   MOVE TF-QTD (W-IDX) TO QTDLOC-FAT
                   MOVE TF-VALOR (W-IDX) TO VALFATURA
                   REWRITE REGFAT.
           DISPLAY "----------------------------------------------".
           DISPLAY "EMPRESA : " RAZAO-EMP.
           DISPLAY "CNPJ    : " CNPJ-FAT.
           DISPLAY "LOCACOES: " QTDLOC-FAT.
           DISPLAY "TOTAL DA FATURA: " VALFATURA.
           MOVE "E" TO W-ORIGBOL
           MOVE KEYFAT TO W-CHAVEBOL
           MOVE CNPJ-FAT TO W-CNPJBOL
           MOVE VALFATURA TO W-VALBOL
           PERFORM GERA-BOLETO THRU GERA-BOLETO-FIM
           PERFORM DECLARA-CO2 THRU DECLARA-CO2-FIM
           GO TO FATURA-PROX.
      *
       REL-FIM.
           DISPLAY " ".
           DISPLAY "---- FIM DO FATURAMENTO ----".
           CLOSE CADLOC CADEMP CADFATEMP CADKMLOC CADBOLETO
               CADCONTROLE
           GO TO ROT-FIM.
      *
      *--------------------------------------------------------------
      * FATORES DE EMISSAO EM GRAMAS DE CO2 POR KM: PARAMETRO 19 =
      * MOTO, 20 = CARRO (SGB036); SEM O PARAMETRO VALE O PADRAO.
      * TAMBEM A MULTA (08), OS JUROS (09) E O PRAZO (39) DO BOLETO
      *--------------------------------------------------------------
      *
       LE-FATORES.
           OPEN INPUT CADPARAM
           IF ST-PRM NOT = "00"
               GO TO LE-FATORES-FIM.
           MOVE 19 TO COD-PARAM
           READ CADPARAM
           IF ST-PRM = "00" AND VAL-PARAM NOT = ZEROS
               MOVE VAL-PARAM TO W-FATMOTO.
           MOVE 20 TO COD-PARAM
           READ CADPARAM
           IF ST-PRM = "00" AND VAL-PARAM NOT = ZEROS
               MOVE VAL-PARAM TO W-FATCARRO.
           MOVE 8 TO COD-PARAM
           READ CADPARAM
           IF ST-PRM = "00" AND VAL-PARAM NOT = ZEROS
               MOVE VAL-PARAM TO W-PERCMULTA.
           MOVE 9 TO COD-PARAM
           READ CADPARAM
           IF ST-PRM = "00" AND VAL-PARAM NOT = ZEROS
               MOVE VAL-PARAM TO W-PERCJUROS.
           MOVE 39 TO COD-PARAM
           READ CADPARAM
           IF ST-PRM = "00" AND VAL-PARAM NOT = ZEROS
                   AND VAL-PARAM NOT > 180
               MOVE VAL-PARAM TO W-PRAZOBOL.
           CLOSE CADPARAM.
       LE-FATORES-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * DECLARACAO DE SUSTENTABILIDADE DA EMPRESA W-IDX: KM TOTAL E
      * POR CICLISTA E CO2 EVITADO (KM X FATOR / 1000 = KG), NA
      * TELA JUNTO COM A FATURA E NO ARQUIVO CSV DA EMPRESA
      *--------------------------------------------------------------
      *
       DECLARA-CO2.
           MOVE TF-CNPJ (W-IDX) TO W-ARQCSVCNPJ
           MOVE W-ANOMES TO W-ARQCSVMES
           OPEN OUTPUT CSVCO2
           IF ST-CSV = "00"
               MOVE SPACES TO REGCSV
               STRING "CNPJ;ANOMES;CPF;LOCACOES;KM;"
                   "CO2 MOTO KG;CO2 CARRO KG"
                   DELIMITED BY SIZE INTO REGCSV
               WRITE REGCSV.
           DISPLAY " ".
           DISPLAY "---- DECLARACAO DE SUSTENTABILIDADE " W-ANOMES
               " ----".
           DISPLAY "CPF DO CICLISTA  LOCACOES          KM".
           MOVE 1 TO W-IDC.
       DECLARA-CO2-CPF.
           IF W-IDC > W-NCPF
               GO TO DECLARA-CO2-TOTAL.
           IF TC-EMP (W-IDC) NOT = W-IDX
               ADD 1 TO W-IDC
               GO TO DECLARA-CO2-CPF.
           MOVE TC-KM (W-IDC) TO W-ED-KM
           DISPLAY TC-CPF (W-IDC) "      " TC-QTD (W-IDC) "  " W-ED-KM
           COMPUTE W-CO2MOTO ROUNDED = TC-KM (W-IDC) * W-FATMOTO / 1000
           COMPUTE W-CO2CARRO ROUNDED =
               TC-KM (W-IDC) * W-FATCARRO / 1000
           MOVE TC-KM (W-IDC) TO W-CSV-KM
           MOVE W-CO2MOTO TO W-CSV-CO2M
           MOVE W-CO2CARRO TO W-CSV-CO2C
           IF ST-CSV = "00"
               MOVE SPACES TO REGCSV
               STRING TF-CNPJ (W-IDX) ";" W-ANOMES ";" TC-CPF (W-IDC)
                   ";" TC-QTD (W-IDC) ";" W-CSV-KM ";" W-CSV-CO2M ";"
                   W-CSV-CO2C
                   DELIMITED BY SIZE INTO REGCSV
               WRITE REGCSV.
           ADD 1 TO W-IDC
           GO TO DECLARA-CO2-CPF.
       DECLARA-CO2-TOTAL.
           COMPUTE W-CO2MOTO ROUNDED = TF-KM (W-IDX) * W-FATMOTO / 1000
           COMPUTE W-CO2CARRO ROUNDED =
               TF-KM (W-IDX) * W-FATCARRO / 1000
           IF W-CPFCHEIO = "S"
               DISPLAY "(LIMITE DE CICLISTAS - DETALHE PARCIAL)".
           MOVE TF-KM (W-IDX) TO W-ED-KM
           MOVE W-CO2MOTO TO W-ED-CO2M
           MOVE W-CO2CARRO TO W-ED-CO2C
           DISPLAY "KM RODADOS NO MES.........: " W-ED-KM.
           DISPLAY "CO2 EVITADO X MOTO (KG)...: " W-ED-CO2M.
           DISPLAY "CO2 EVITADO X CARRO (KG)..: " W-ED-CO2C.
           MOVE W-FATMOTO TO W-ED-FAT
           MOVE W-FATCARRO TO W-ED-FATC
           DISPLAY "FATORES (G CO2/KM): MOTO " W-ED-FAT "  CARRO "
               W-ED-FATC.
           IF ST-CSV NOT = "00"
               DISPLAY "* ERRO AO CRIAR O ARQUIVO " W-ARQCSV " *"
               GO TO DECLARA-CO2-FIM.
           MOVE TF-KM (W-IDX) TO W-CSV-KM
           MOVE W-CO2MOTO TO W-CSV-CO2M
           MOVE W-CO2CARRO TO W-CSV-CO2C
           MOVE SPACES TO REGCSV
           STRING TF-CNPJ (W-IDX) ";" W-ANOMES ";TOTAL;" TF-QTD (W-IDX)
               ";" W-CSV-KM ";" W-CSV-CO2M ";" W-CSV-CO2C
               DELIMITED BY SIZE INTO REGCSV
           WRITE REGCSV
           CLOSE CSVCO2
           DISPLAY "ARQUIVO: " W-ARQCSV.
       DECLARA-CO2-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * BOLETO REGISTRADO DA FATURA (W-ORIGBOL/W-CHAVEBOL): BOLETO
      * VIVO DA FATURA AINDA NAO REMETIDO TEM O VALOR ATUALIZADO; O
      * JA NO BANCO SO E REIMPRESSO; SEM BOLETO, OU SO COM REJEITADO,
      * GERA UM NOVO COM NOSSO NUMERO DA SERIE "BOLETO" DO
      * CADCONTROLE. A FICHA SAI JUNTO COM A FATURA
      *--------------------------------------------------------------
      *
       GERA-BOLETO.
           MOVE W-ORIGBOL TO ORIGEM-BOL
           MOVE W-CHAVEBOL TO CHAVEFAT-BOL
           MOVE FATORIG-BOL TO W-FATORIG
           START CADBOLETO KEY IS = FATORIG-BOL
           IF ST-BOL NOT = "00"
               GO TO GERA-BOLETO-NOVO.
       GERA-BOLETO-PROX.
           READ CADBOLETO NEXT RECORD
           IF ST-BOL NOT = "00" OR FATORIG-BOL NOT = W-FATORIG
               GO TO GERA-BOLETO-NOVO.
           IF SIT-BOL = "J"
               GO TO GERA-BOLETO-PROX.
           IF SIT-BOL = "G"
               MOVE W-VALBOL TO VALOR-BOL
               REWRITE REGBOLETO.
           GO TO GERA-BOLETO-FICHA.
       GERA-BOLETO-NOVO.
           PERFORM GERA-NOSSONUM THRU GERA-NOSSONUM-FIM
           MOVE W-ORIGBOL TO ORIGEM-BOL
           MOVE W-CHAVEBOL TO CHAVEFAT-BOL
           MOVE W-CNPJBOL TO CNPJ-BOL
           MOVE W-VALBOL TO VALOR-BOL
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           MOVE W-DATAHOJE TO DTEMIS-BOL W-DTCAL
           MOVE W-PRAZOBOL TO W-DIASAV.
       GERA-BOLETO-VENC.
           IF W-DIASAV NOT = ZEROS
               PERFORM AVANCA-DIA THRU AVANCA-DIA-FIM
               SUBTRACT 1 FROM W-DIASAV
               GO TO GERA-BOLETO-VENC.
           MOVE W-DTCAL TO DTVENC-BOL
           MOVE W-PERCMULTA TO PCMULTA-BOL
           MOVE W-PERCJUROS TO PCJUROS-BOL
           MOVE "G" TO SIT-BOL
           MOVE "GERADO    " TO DSCSIT-BOL
           MOVE ZEROS TO DTOCORR-BOL VALPAGO-BOL TARIFA-BOL
           MOVE SPACES TO MOTREJ-BOL
           WRITE REGBOLETO
           IF ST-BOL NOT = "00"
               DISPLAY "* ERRO AO GRAVAR O BOLETO DA FATURA *"
               GO TO GERA-BOLETO-FIM.
       GERA-BOLETO-FICHA.
           MOVE DTVENC-BOL TO W-DTCAL
           MOVE W-DIACAL TO W-DIAFICHA
           MOVE W-MESCAL TO W-MESFICHA
           MOVE W-ANOCAL TO W-ANOFICHA
           MOVE VALOR-BOL TO W-ED-VALBOL
           MOVE PCMULTA-BOL TO W-ED-PCMULTA
           MOVE PCJUROS-BOL TO W-ED-PCJUROS
           DISPLAY " ".
           DISPLAY "---- BOLETO DE COBRANCA REGISTRADA ----".
           DISPLAY "BENEFICIARIO: LOCADORA DE BICICLETAS".
           DISPLAY "PAGADOR.....: " RAZAO-EMP.
           DISPLAY "CNPJ........: " CNPJ-BOL.
           DISPLAY "NOSSO NUMERO: " NOSSONUM-BOL "   SITUACAO: "
               DSCSIT-BOL.
           DISPLAY "VENCIMENTO..: " W-DTFICHA.
           DISPLAY "VALOR.......: " W-ED-VALBOL.
           DISPLAY "APOS O VENCIMENTO: MULTA DE " W-ED-PCMULTA
               "% E JUROS DE " W-ED-PCJUROS "% AO DIA".
       GERA-BOLETO-FIM.
           EXIT.
      *
       GERA-NOSSONUM.
           MOVE "BOLETO  " TO TIPOCTRL
           READ CADCONTROLE
           IF ST-ERRO NOT = "00"
               MOVE "BOLETO  " TO TIPOCTRL
               MOVE 1 TO PROXNUM
               WRITE REGCTRL.
           MOVE PROXNUM TO NOSSONUM-BOL
           ADD 1 TO PROXNUM
           REWRITE REGCTRL.
       GERA-NOSSONUM-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * AVANCO DE UM DIA EM W-DTCAL (MESMA CONTA DO SGB055)
      *--------------------------------------------------------------
      *
       AVANCA-DIA.
           MOVE W-DIASMES (W-MESCAL) TO W-ULTDIAMES
           IF W-MESCAL = 02
               DIVIDE W-ANOCAL BY 4 GIVING W-ANORESTO
               COMPUTE W-ANORESTO = W-ANOCAL - (W-ANORESTO * 4)
               IF W-ANORESTO = ZEROS
                   MOVE 29 TO W-ULTDIAMES.
           IF W-DIACAL < W-ULTDIAMES
               ADD 1 TO W-DIACAL
               GO TO AVANCA-DIA-FIM.
           MOVE 01 TO W-DIACAL
           IF W-MESCAL < 12
               ADD 1 TO W-MESCAL
           ELSE
               MOVE 01 TO W-MESCAL
               ADD 1 TO W-ANOCAL.
       AVANCA-DIA-FIM.
           EXIT.
      *
      *--------------------------------------------------------------
      * ROTINA DE FIM
      *--------------------------------------------------------------
      *
