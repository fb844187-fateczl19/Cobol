      *--------------------------------------------------------------
      * DIGESTO DIARIO DE OVERRIDES (CADOVERRIDE.DAT) -- RELACIONA
      * AS LIBERACOES DE SUPERVISOR DO DIA (DESCONTO ALEM DO LIMITE
      * DEVOLUCAO DE CAUCAO ACIMA DA NORMA E ISENCAO DE MULTA DE
      * ZONA PROIBIDA, GRAVADAS PELO SGB004)
      * COM OS DOIS OPERADORES, A LOCACAO E O ANTES/DEPOIS, E GUARDA
      * NO SPOOL (SGB038). NO MES EM QUE O CAIXA FECHOU CURTO, ESTA
      * E A PERGUNTA CERTA PARA COMECAR
       77 W-TOTOVR      PIC 9(04) VALUE ZEROS.
       77 W-TOTDESC     PIC 9(04) VALUE ZEROS.
       77 W-TOTCAUC     PIC 9(04) VALUE ZEROS.
       77 W-TOTZONA     PIC 9(04) VALUE ZEROS.
      *
      * APOIO AO SPOOL DE RELATORIOS (MESMA ROTINA DO SGB030)
       77 ST-SPOOL      PIC X(02) VALUE "00".
           IF TIPOOVR = "D"
               ADD 1 TO W-TOTDESC
           ELSE
               IF TIPOOVR = "Z"
                   ADD 1 TO W-TOTZONA
               ELSE
                   ADD 1 TO W-TOTCAUC.
           STRING HROVR "  " TIPOOVR "  " OPEROVR "  " SUPERVOVR
               "  " VALANTES-OVR "  " VALDEPOIS-OVR
               DELIMITED BY SIZE INTO W-LINSPOOL
           STRING "CAUCOES ACIMA DA NORMA..: " W-TOTCAUC
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM
           STRING "MULTAS DE ZONA ISENTAS..: " W-TOTZONA
               DELIMITED BY SIZE INTO W-LINSPOOL
           PERFORM MOSTRA-SPOOL THRU MOSTRA-SPOOL-FIM
           CLOSE CADOVERRIDE
           PERFORM FECHA-SPOOL THRU FECHA-SPOOL-FIM
           GO TO ROT-FIM.
