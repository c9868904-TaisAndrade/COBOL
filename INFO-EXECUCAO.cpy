           03 EXE-MODO                 PIC X.
           03 EXE-FUNCAO               PIC 9.
           03 EXE-PERIODO              PIC 9(4).
           03 EXE-DATA                 PIC 9(6).
           03 EXE-QTD-LIDOS            PIC 9(7).
           03 EXE-QTD-GRAVADOS         PIC 9(7).
           03 EXE-QTD-REJEITADOS       PIC 9(7).
