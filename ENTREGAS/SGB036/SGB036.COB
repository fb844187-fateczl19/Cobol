      *   05 = TAXA DA PROTECAO OPCIONAL DA LOCACAO (SGB004)
      *   06 = FRANQUIA DO CLIENTE EM ROUBO PROTEGIDO (SGB004)
      *   07 = LIMITE DE CREDITO PADRAO DO CLIENTE (SGB004)
      *   08 = MULTA % SOBRE PARCELA ATRASADA (SGB081) E DO
      *        BOLETO DAS FATURAS (SGB047/SGB088)
      *   09 = JUROS % AO DIA DE ATRASO (SGB081) E DO BOLETO DAS
      *        FATURAS (SGB047/SGB088)
      *   10 = SCORE MINIMO PARA LOCACAO (SGB004/SGB084)
      *   11 = ALIQUOTA DE ISS % DA NOTA DE SERVICO (SGB004/SGB090)
      *   12 = DIAS DE TOLERANCIA P/ DEPOSITO DE SANGRIA (SGB094)
      *   13 = LIMITE DE KM P/ MANUT. PREVENTIVA (SGB009)
      *   14 = DESCONTO % SEM SUPERVISOR (SGB004/SGB111)
      *   15 = DEVOLUCAO DE CAUCAO SEM SUPERVISOR (SGB004/SGB111)
      *   16 = BONUS POR INDICACAO DE CLIENTE (SGB004/SGB127)
      *   17 = ALIQUOTA DE ICMS % DA NOTA DE VENDA DE BIKE (SGB031)
      *   18 = VIA EM PORTUGUES DO CONTRATO EM OUTRO IDIOMA
      *        (1=IMPRIME 2=NAO IMPRIME) (SGB021/SGB035)
      *   19 = FATOR DE CO2 DA MOTO EM G/KM (SGB047)
      *   20 = FATOR DE CO2 DO CARRO EM G/KM (SGB047)
      *   21 = VALOR SUGERIDO DO SINAL DA RESERVA, 0 = SEM SINAL
      *        (SGB055)
      *   22 = TOLERANCIA EM MINUTOS P/ NO-SHOW DA AGENDA (SGB146)
      *   23 = ANTECEDENCIA MINIMA EM HORAS DO CANCELAMENTO P/
      *        DEVOLVER O SINAL DA RESERVA (SGB055)
      *   24 = MINIMO DE VIAGENS P/ CELULA OU PAR SAIR NA EXPORTACAO
      *        ANONIMIZADA DE MOBILIDADE (SGB150)
      *   25 = LADO DA CELULA DA GRADE EM GRAUS DECIMAIS (SGB150)
      *   26 = PRAZO EM DIAS P/ RETIRAR A BIKE DE CLIENTE DA
      *        OFICINA DEPOIS DO AVISO (SGB152)
      *   27 = MARGEM % SOBRE O CUSTO DAS PECAS NA OFICINA PARA
      *        BIKE DE CLIENTE (SGB152)
      *   28 = PRAZO EM DIAS PARA RESPONDER O PEDIDO DE DOSSIE DO
      *        TITULAR PELA LGPD (SGB154)
      *   29 = NOTA MAXIMA DA AVALIACAO QUE ABRE CHAMADO NO SAC COM
      *        RETORNO AO CLIENTE (SGB156)
      *   30 = PRAZO EM DIAS PARA O RETORNO AO CLIENTE DA AVALIACAO
      *        BAIXA (SGB156)
      *   31 = VAGAS DA GUARDA DE BIKE DE CLIENTE POR FILIAL (SGB159)
      *   32 = VALOR DA DIARIA DA GUARDA DE BIKE (SGB159)
      *   33 = VALOR DA MENSALIDADE DA GUARDA DE BIKE (SGB159)
      *   34 = TOLERANCIA R$ DA AUDITORIA DE RECEITA (SGB160)
      *   35 = HORAS SEM PING DO RASTREADOR GPS (SGB164)
      *   36 = JANELA EM DIAS DA SUSPEITA DE FRAUDE (SGB165)
      *   37 = TENTATIVAS DE COBRANCA NO CARTAO DA ASSINATURA
      *        ANTES DE SUSPENDER (SGB166)
      *   38 = DIAS ENTRE AS TENTATIVAS DE COBRANCA NO CARTAO
      *        (SGB166)
      *   39 = DIAS PARA O VENCIMENTO DO BOLETO DA FATURA
      *        (SGB047/SGB088)
      *   40 = CODIGO DO BENEFICIARIO NO BANCO PARA A REMESSA DE
      *        BOLETOS (SGB167)
      *   41 = CONTA BANCARIA DOS RECEBIMENTOS DE CARTAO/PIX E
      *        BOLETO (SGB044/SGB167, CADASTRO NO SGB168)
      *   42 = CONTA BANCARIA DOS DEPOSITOS DO CAIXA (SGB094)
      *   43 = CONTA BANCARIA DOS PAGAMENTOS (SGB079/SGB080)
      *   44 = DIA DO MES SEGUINTE PARA O VENCIMENTO DO DAS DO
      *        SIMPLES NACIONAL (SGB169)
      * O GERENTE ALTERA AQUI E OS PROGRAMAS LEEM NA ABERTURA, SEM
      * PRECISAR DE NOVA VERSAO DE PROGRAMA
      *--------------------------------------------------------------
           MOVE 15 TO COD-PARAM
           MOVE "DEVOL CAUCAO SEM SUPERV  " TO DSC-PARAM
           MOVE 200 TO VAL-PARAM
           WRITE REGPARAM
           MOVE 16 TO COD-PARAM
           MOVE "BONUS POR INDICACAO      " TO DSC-PARAM
           MOVE 20 TO VAL-PARAM
           WRITE REGPARAM
           MOVE 17 TO COD-PARAM
           MOVE "ALIQUOTA ICMS % VENDA    " TO DSC-PARAM
           MOVE 18 TO VAL-PARAM
           WRITE REGPARAM
           MOVE 18 TO COD-PARAM
           MOVE "VIA PORTUGUES 1=SIM 2=NAO" TO DSC-PARAM
           MOVE 1 TO VAL-PARAM
           WRITE REGPARAM
           MOVE 19 TO COD-PARAM
           MOVE "CO2 MOTO G/KM            " TO DSC-PARAM
           MOVE 75 TO VAL-PARAM
           WRITE REGPARAM
           MOVE 20 TO COD-PARAM
           MOVE "CO2 CARRO G/KM           " TO DSC-PARAM
           MOVE 130 TO VAL-PARAM
           WRITE REGPARAM
           MOVE 21 TO COD-PARAM
           MOVE "VALOR DO SINAL DA RESERVA" TO DSC-PARAM
           MOVE 20 TO VAL-PARAM
           WRITE REGPARAM
           MOVE 22 TO COD-PARAM
           MOVE "TOLERANCIA NO-SHOW MIN   " TO DSC-PARAM
           MOVE 60 TO VAL-PARAM
           WRITE REGPARAM
           MOVE 23 TO COD-PARAM
           MOVE "HORAS P/ DEVOLVER SINAL  " TO DSC-PARAM
           MOVE 24 TO VAL-PARAM
           WRITE REGPARAM
           MOVE 24 TO COD-PARAM
           MOVE "MIN VIAGENS CELULA MOBIL " TO DSC-PARAM
           MOVE 5 TO VAL-PARAM
           WRITE REGPARAM
           MOVE 25 TO COD-PARAM
           MOVE "LADO CELULA MOBIL (GRAUS)" TO DSC-PARAM
           MOVE 0,005 TO VAL-PARAM
           WRITE REGPARAM
           MOVE 26 TO COD-PARAM
           MOVE "PRAZO RETIRADA OS CLIENTE" TO DSC-PARAM
           MOVE 30 TO VAL-PARAM
           WRITE REGPARAM
           MOVE 27 TO COD-PARAM
           MOVE "MARGEM % PECAS OS CLIENTE" TO DSC-PARAM
           MOVE 30 TO VAL-PARAM
           WRITE REGPARAM
           MOVE 28 TO COD-PARAM
           MOVE "PRAZO RESPOSTA LGPD DIAS" TO DSC-PARAM
           MOVE 15 TO VAL-PARAM
           WRITE REGPARAM
           MOVE 29 TO COD-PARAM
           MOVE "NOTA MAXIMA P/ RETORNO" TO DSC-PARAM
           MOVE 2 TO VAL-PARAM
           WRITE REGPARAM
           MOVE 30 TO COD-PARAM
           MOVE "PRAZO RETORNO AVAL. DIAS" TO DSC-PARAM
           MOVE 2 TO VAL-PARAM
           WRITE REGPARAM
           MOVE 31 TO COD-PARAM
           MOVE "VAGAS GUARDA POR FILIAL" TO DSC-PARAM
           MOVE 20 TO VAL-PARAM
           WRITE REGPARAM
           MOVE 32 TO COD-PARAM
           MOVE "DIARIA GUARDA DE BIKE" TO DSC-PARAM
           MOVE 15 TO VAL-PARAM
           WRITE REGPARAM
           MOVE 33 TO COD-PARAM
           MOVE "MENSALIDADE GUARDA BIKE" TO DSC-PARAM
           MOVE 200 TO VAL-PARAM
           WRITE REGPARAM
           MOVE 34 TO COD-PARAM
           MOVE "TOLERANCIA AUDIT. RECEITA" TO DSC-PARAM
           MOVE 1 TO VAL-PARAM
           WRITE REGPARAM
           MOVE 35 TO COD-PARAM
           MOVE "HORAS SEM PING RASTREADOR" TO DSC-PARAM
           MOVE 24 TO VAL-PARAM
           WRITE REGPARAM
           MOVE 36 TO COD-PARAM
           MOVE "JANELA DIAS FRAUDE CADAST" TO DSC-PARAM
           MOVE 7 TO VAL-PARAM
           WRITE REGPARAM
           MOVE 37 TO COD-PARAM
           MOVE "TENTATIVAS COBR CARTAO   " TO DSC-PARAM
           MOVE 3 TO VAL-PARAM
           WRITE REGPARAM
           MOVE 38 TO COD-PARAM
           MOVE "DIAS ENTRE TENT CARTAO   " TO DSC-PARAM
           MOVE 3 TO VAL-PARAM
           WRITE REGPARAM
           MOVE 39 TO COD-PARAM
           MOVE "PRAZO VENCTO BOLETO DIAS " TO DSC-PARAM
           MOVE 10 TO VAL-PARAM
           WRITE REGPARAM
           MOVE 40 TO COD-PARAM
           MOVE "CODIGO BENEFICIARIO BANCO" TO DSC-PARAM
           MOVE 0 TO VAL-PARAM
           WRITE REGPARAM
           MOVE 41 TO COD-PARAM
           MOVE "CONTA BANCO RECEBIMENTOS " TO DSC-PARAM
           MOVE 1 TO VAL-PARAM
           WRITE REGPARAM
           MOVE 42 TO COD-PARAM
           MOVE "CONTA BANCO DEPOSITO CX  " TO DSC-PARAM
           MOVE 1 TO VAL-PARAM
           WRITE REGPARAM
           MOVE 43 TO COD-PARAM
           MOVE "CONTA BANCO PAGAMENTOS   " TO DSC-PARAM
           MOVE 1 TO VAL-PARAM
           WRITE REGPARAM
           MOVE 44 TO COD-PARAM
           MOVE "DIA VENCIMENTO DO DAS    " TO DSC-PARAM
           MOVE 20 TO VAL-PARAM
           WRITE REGPARAM.
       GRAVA-SEED-PARAM-FIM.
           EXIT.
