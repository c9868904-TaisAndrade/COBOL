           03 CHAVE-MOVCRED.
               05 MCR-COD-CLIENTE      PIC 9(3).
               05 MCR-DATA             PIC 9(6).
               05 MCR-HORA             PIC 9(8).
           03 MCR-TIPO                 PIC X.
           03 MCR-NUM-FATURA           PIC 9(7).
           03 MCR-VALOR                PIC 9(6)V99.
           03 MCR-SALDO-APOS           PIC 9(7)V99.
           03 MCR-SIT-EXPORTACAO       PIC X.
