           03 COD-CLIENTE-CREDITO      PIC 9(3).
           03 SALDO-CREDITO            PIC 9(7)V99.
           03 DATA-ULT-CREDITO         PIC 9(6).
