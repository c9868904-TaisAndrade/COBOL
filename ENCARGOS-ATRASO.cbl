           COPY INFO-RECEBER.

       FD PARAMETROS.
       01 PAR-LINHA                    PIC X(16).

       FD DEMONSTRATIVO.
       01 DEM-LINHA                    PIC X(80).
           03 PAR-PCT-MULTA            PIC 9(2)V99.
           03 PAR-PCT-JUROS-DIA        PIC 9(2)V9999.
           03 PAR-DIAS-SUSPENSAO       PIC 9(3).
           03 PAR-DIAS-ROMPIMENTO      PIC 9(3).
       01 WS-CABECALHO-ENCARGO.
           03 FILLER                   PIC X(38)
                       VALUE "DEMONSTRATIVO DE ENCARGOS DE ATRASO".
                         ==LIM-CLIENTE==   BY ==WS-LIM-CLIENTE==
                         ==PLANO-CLIENTE== BY ==WS-PLANO-CLIENTE==.

       LINKAGE SECTION.
       01 LS-PARAMETRO-EXECUCAO.
           COPY INFO-EXECUCAO.

       PROCEDURE DIVISION USING LS-PARAMETRO-EXECUCAO.
       MAIN-PROCEDURE.
           DISPLAY "***** ENCARGOS DE ATRASO ***** ".
           MOVE 0 TO WS-OPCAO-MENU.

           IF EXE-MODO EQUAL 'N'
               PERFORM P200-APLICA-ENCARGOS
                   THRU P200-FIM-APLICA-ENCARGOS
               MOVE ZERO             TO EXE-QTD-LIDOS
               MOVE WS-TOTAL-FATURAS TO EXE-QTD-GRAVADOS
               MOVE ZERO             TO EXE-QTD-REJEITADOS
               GOBACK
           END-IF

           PERFORM UNTIL WS-OPCAO-MENU EQUAL 9
               DISPLAY " "
               DISPLAY "1 - MANUTENCAO DE PARAMETROS DE COBRANCA"
                   PAR-PCT-JUROS-DIA
           DISPLAY "DIAS DE ATRASO PARA SUSPENSAO: "
                   PAR-DIAS-SUSPENSAO
           DISPLAY "DIAS DE ATRASO DE PARCELA PARA ROMPER ACORDO: "
                   PAR-DIAS-ROMPIMENTO

           DISPLAY "NOVA MULTA (PCT SOBRE O SALDO): "
                   WITH NO ADVANCING
           DISPLAY "DIAS DE ATRASO PARA SUSPENSAO: "
                   WITH NO ADVANCING
           ACCEPT PAR-DIAS-SUSPENSAO
           DISPLAY "DIAS DE ATRASO DE PARCELA PARA ROMPER ACORDO: "
                   WITH NO ADVANCING
           ACCEPT PAR-DIAS-ROMPIMENTO

           OPEN OUTPUT PARAMETROS
           MOVE "PARAMETROS"           TO WS-NOME-ARQ
           MOVE ZERO TO PAR-PCT-MULTA
           MOVE ZERO TO PAR-PCT-JUROS-DIA
           MOVE ZERO TO PAR-DIAS-SUSPENSAO
           MOVE ZERO TO PAR-DIAS-ROMPIMENTO

           OPEN INPUT PARAMETROS
           IF WS-STATUS-PARAMETROS EQUAL ZERO
                       MOVE 'S' TO WS-PARAMETROS-OK
               END-READ
               CLOSE PARAMETROS
           END-IF
           IF PAR-DIAS-ROMPIMENTO IS NOT NUMERIC
               MOVE ZERO TO PAR-DIAS-ROMPIMENTO
           END-IF.

       P200-APLICA-ENCARGOS.

       P210-AVALIA-FATURA.
           IF SIT-FATURA EQUAL 'Q'
                   OR SIT-FATURA EQUAL 'C'
                   OR SIT-FATURA EQUAL 'N'
               CONTINUE
           ELSE
               COMPUTE WS-DIAS-VENCIMENTO = FUNCTION INTEGER-OF-DATE
