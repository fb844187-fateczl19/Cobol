                03 MEDIAMIN        PIC 9(02).
                03 MAXFALTAS       PIC 9(02).
                03 VALIDMESES      PIC 9(03).
                03 CARGAHOR        PIC 9(03).
                03 EXIGIDO-CAT     PIC X(01).
      *
       FD CADFUNC
               LABEL RECORD IS STANDARD
