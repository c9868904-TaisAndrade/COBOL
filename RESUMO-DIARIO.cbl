                       VALUE " TOTAL RESULT:".
           03 RES-TOTAL-GERAL          PIC ZZZZZZZZ9,99.

       LINKAGE SECTION.
       01 LS-PARAMETRO-EXECUCAO.
           COPY INFO-EXECUCAO.

       PROCEDURE DIVISION USING LS-PARAMETRO-EXECUCAO.
       MAIN-PROCEDURE.
           DISPLAY "***** RESUMO DIARIO DE OPERACOES ***** ".

           IF EXE-MODO EQUAL 'N'
               MOVE EXE-DATA TO WS-DATA-INICIAL
               MOVE EXE-DATA TO WS-DATA-FINAL
               DISPLAY "DATA DO RESUMO (AAMMDD): " WS-DATA-INICIAL
           ELSE
               DISPLAY "DATA INICIAL (AAMMDD): " WITH NO ADVANCING
               ACCEPT WS-DATA-INICIAL
               DISPLAY "DATA FINAL (AAMMDD, ZERO REPETE A INICIAL): "
                       WITH NO ADVANCING
               ACCEPT WS-DATA-FINAL
           END-IF
           IF WS-DATA-FINAL EQUAL ZERO
               MOVE WS-DATA-INICIAL TO WS-DATA-FINAL
           END-IF
           PERFORM P500-GRAVA-RESUMO
               THRU P500-FIM-GRAVA-RESUMO

           COMPUTE EXE-QTD-LIDOS = WS-QTD-GERAL + WS-QTD-REJEITADOS
           MOVE WS-QTD-GERAL      TO EXE-QTD-GRAVADOS
           MOVE WS-QTD-REJEITADOS TO EXE-QTD-REJEITADOS

           GOBACK.

       P100-ACUMULA-HISTORICO.
