                03 MEDIAMIN        PIC 9(02).
                03 MAXFALTAS       PIC 9(02).
                03 VALIDMESES      PIC 9(03).
                03 CARGAHOR        PIC 9(03).
                03 EXIGIDO-CAT     PIC X(01).
      *----------------------------------------------------------------
      * CADASTRO DE FUNCIONARIOS DA LOJA: A MATRICULA DA FICHA DE
      * NOTAS E O COD-FUNC DO ATENDENTE, EM QUATRO DIGITOS
