           03 VALMANUT        PIC 9(08)V99.
           03 VALACRESC       PIC 9(08)V99.
           03 VALACRANT       PIC 9(08)V99.
           03 VALVAREJO       PIC 9(08)V99.
           03 VALOFICINA      PIC 9(08)V99.
      *
      *--------------------------------------------------------------
      *
