           03 CHAVE-ACORDO.
               05 ACD-COD-CLIENTE      PIC 9(3).
               05 ACD-DATA-ACORDO      PIC 9(6).
           03 ACD-VALOR-ACORDO         PIC 9(7)V99.
           03 ACD-QTD-FATURAS          PIC 9(3).
           03 ACD-QTD-PARCELAS         PIC 99.
           03 ACD-SIT-ACORDO           PIC X.
           03 ACD-DATA-SITUACAO        PIC 9(6).
           03 ACD-OPERADOR             PIC X(8).
