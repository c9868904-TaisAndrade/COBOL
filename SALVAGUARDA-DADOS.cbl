           03 CTL-SOMA-CODIGOS         PIC 9(7).
           03 CTL-SOMA-LIMITES         PIC 9(11)V99.

       LINKAGE SECTION.
       01 LS-PARAMETRO-EXECUCAO.
           COPY INFO-EXECUCAO.

       PROCEDURE DIVISION USING LS-PARAMETRO-EXECUCAO.
       MAIN-PROCEDURE.
           DISPLAY "***** SALVAGUARDA DO ARQUIVO DE CLIENTES ***** ".
           MOVE 0 TO WS-OPCAO-MENU.

           IF EXE-MODO EQUAL 'N'
               PERFORM P100-DESCARGA
                   THRU P100-FIM-DESCARGA
               MOVE WS-TOTAL-REGISTROS TO EXE-QTD-LIDOS
               MOVE WS-TOTAL-REGISTROS TO EXE-QTD-GRAVADOS
               MOVE ZERO               TO EXE-QTD-REJEITADOS
               GOBACK
           END-IF

           PERFORM UNTIL WS-OPCAO-MENU EQUAL 9
               DISPLAY " "
               DISPLAY "1 - DESCARGA DE DADOS PARA BACKUP DO DIA"
