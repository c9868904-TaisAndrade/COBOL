           03 CHAVE-PARCELA.
               05 PCL-COD-CLIENTE      PIC 9(3).
               05 PCL-DATA-ACORDO      PIC 9(6).
               05 PCL-NUM-PARCELA      PIC 99.
           03 PCL-DATA-VENCIMENTO      PIC 9(6).
           03 PCL-VALOR-PARCELA        PIC 9(7)V99.
           03 PCL-VALOR-PAGO           PIC 9(7)V99.
           03 PCL-SIT-PARCELA          PIC X.
           03 PCL-DATA-PAGAMENTO       PIC 9(6).
