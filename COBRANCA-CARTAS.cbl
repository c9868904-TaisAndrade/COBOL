           03 RES-DESCRICAO            PIC X(30).
           03 RES-QTDE                 PIC ZZZZ9.

       LINKAGE SECTION.
       01 LS-PARAMETRO-EXECUCAO.
           COPY INFO-EXECUCAO.

       PROCEDURE DIVISION USING LS-PARAMETRO-EXECUCAO.
       MAIN-PROCEDURE.
           DISPLAY "***** CARTAS DE COBRANCA ***** ".
           SET WS-FIM-ARQUIVO TO 0.
           CLOSE RECEBER
           CLOSE CARTAS.
       P000-FIM-PRINCIPAL.
           MOVE ZERO            TO EXE-QTD-LIDOS
           MOVE WS-TOTAL-CARTAS TO EXE-QTD-GRAVADOS
           MOVE ZERO            TO EXE-QTD-REJEITADOS
           GOBACK.

       P100-ACUMULA-FATURA.
           MOVE 'S' TO WS-TEM-CLIENTE

           IF SIT-FATURA NOT EQUAL 'Q'
                   AND SIT-FATURA NOT EQUAL 'C'
                   AND SIT-FATURA NOT EQUAL 'N'
               COMPUTE WS-DIAS-VENCIMENTO = FUNCTION INTEGER-OF-DATE
                       (20000000 + DATA-VENCIMENTO)
               COMPUTE WS-DIAS-ATRASO =
