           03 LOG-FUNCAO               PIC X(20).
           03 FILLER                   PIC X VALUE SPACE.
           03 LOG-EVENTO               PIC X(20).
       01 WS-PARAMETRO-EXECUCAO.
           COPY INFO-EXECUCAO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "********* MENU PRINCIPAL DO SISTEMA ********* ".
           MOVE 0 TO WS-OPCAO-MENU.
           MOVE 'I'  TO EXE-MODO
           MOVE ZERO TO EXE-FUNCAO
           MOVE ZERO TO EXE-PERIODO
           MOVE ZERO TO EXE-DATA

           PERFORM P050-IDENTIFICA-OPERADOR
               THRU P050-FIM-IDENTIFICA-OPERADOR
               DISPLAY "13 - CADASTRO DE OPERADORES"
               DISPLAY "14 - EXPORTACAO CONTABIL"
               DISPLAY "15 - ARQUIVAMENTO DE FATURAS QUITADAS"
               DISPLAY "16 - CANCELAMENTO DE FATURAS"
               DISPLAY "17 - RENEGOCIACAO DE DIVIDAS"
               DISPLAY "18 - REMESSA BANCARIA"
               DISPLAY "19 - EXTRATO DE CONTA DO CLIENTE"
               DISPLAY "20 - REVISAO DE CONSUMOS RETIDOS"
               DISPLAY "21 - AUDITORIA DE INTEGRIDADE"
               DISPLAY "22 - ANALISE DE RECEITA MENSAL"
               DISPLAY "9 - SAIR"
               DISPLAY "OPCAO: " WITH NO ADVANCING
               ACCEPT WS-OPCAO-MENU
                       MOVE "FATURAMENTO-CLIENTE" TO WS-NOME-FUNCAO
                       PERFORM P100-INICIA-FUNCAO
                       CALL 'FATURAMENTO-CLIENTE'
                           USING WS-PARAMETRO-EXECUCAO
                       PERFORM P200-FINALIZA-FUNCAO
                   WHEN 5
                       MOVE "CONTAS-RECEBER" TO WS-NOME-FUNCAO
                       MOVE "RESUMO-DIARIO" TO WS-NOME-FUNCAO
                       PERFORM P100-INICIA-FUNCAO
                       CALL 'RESUMO-DIARIO'
                           USING WS-PARAMETRO-EXECUCAO
                       PERFORM P200-FINALIZA-FUNCAO
                   WHEN 8
                       MOVE "SALVAGUARDA-DADOS" TO WS-NOME-FUNCAO
                       PERFORM P100-INICIA-FUNCAO
                       CALL 'SALVAGUARDA-DADOS'
                           USING WS-PARAMETRO-EXECUCAO
                       PERFORM P200-FINALIZA-FUNCAO
                   WHEN 10
                       MOVE "ENCARGOS-ATRASO" TO WS-NOME-FUNCAO
                       PERFORM P100-INICIA-FUNCAO
                       CALL 'ENCARGOS-ATRASO'
                           USING WS-PARAMETRO-EXECUCAO
                       PERFORM P200-FINALIZA-FUNCAO
                   WHEN 11
                       MOVE "COBRANCA-CARTAS" TO WS-NOME-FUNCAO
                       PERFORM P100-INICIA-FUNCAO
                       CALL 'COBRANCA-CARTAS'
                           USING WS-PARAMETRO-EXECUCAO
                       PERFORM P200-FINALIZA-FUNCAO
                   WHEN 12
                       MOVE "SUSPENSAO-CLIENTE" TO WS-NOME-FUNCAO
                       PERFORM P100-INICIA-FUNCAO
                       CALL 'SUSPENSAO-CLIENTE' USING WS-OPERADOR-ID
                                               WS-PARAMETRO-EXECUCAO
                       PERFORM P200-FINALIZA-FUNCAO
                   WHEN 13
                       MOVE "CADASTRO-OPERADOR" TO WS-NOME-FUNCAO
                       MOVE "EXPORTA-CONTABIL" TO WS-NOME-FUNCAO
                       PERFORM P100-INICIA-FUNCAO
                       CALL 'EXPORTA-CONTABIL'
                           USING WS-PARAMETRO-EXECUCAO
                       PERFORM P200-FINALIZA-FUNCAO
                   WHEN 15
                       MOVE "ARQUIVA-FATURAS" TO WS-NOME-FUNCAO
                       PERFORM P100-INICIA-FUNCAO
                       CALL 'ARQUIVA-FATURAS'
                       PERFORM P200-FINALIZA-FUNCAO
                   WHEN 16
                       MOVE "CANCELA-FATURA" TO WS-NOME-FUNCAO
                       PERFORM P100-INICIA-FUNCAO
                       CALL 'CANCELA-FATURA' USING WS-OPERADOR-ID
                       PERFORM P200-FINALIZA-FUNCAO
                   WHEN 17
                       MOVE "RENEGOCIA-DIVIDA" TO WS-NOME-FUNCAO
                       PERFORM P100-INICIA-FUNCAO
                       CALL 'RENEGOCIA-DIVIDA' USING WS-OPERADOR-ID
                       PERFORM P200-FINALIZA-FUNCAO
                   WHEN 18
                       MOVE "REMESSA-BANCO" TO WS-NOME-FUNCAO
                       PERFORM P100-INICIA-FUNCAO
                       CALL 'REMESSA-BANCO' USING WS-OPERADOR-ID
                       PERFORM P200-FINALIZA-FUNCAO
                   WHEN 19
                       MOVE "EXTRATO-CLIENTE" TO WS-NOME-FUNCAO
                       PERFORM P100-INICIA-FUNCAO
                       CALL 'EXTRATO-CLIENTE'
                           USING WS-PARAMETRO-EXECUCAO
                       PERFORM P200-FINALIZA-FUNCAO
                   WHEN 20
                       MOVE "REVISAO-CONSUMO" TO WS-NOME-FUNCAO
                       PERFORM P100-INICIA-FUNCAO
                       CALL 'REVISAO-CONSUMO' USING WS-OPERADOR-ID
                       PERFORM P200-FINALIZA-FUNCAO
                   WHEN 21
                       MOVE "AUDITA-INTEGRIDADE" TO WS-NOME-FUNCAO
                       PERFORM P100-INICIA-FUNCAO
                       CALL 'AUDITA-INTEGRIDADE'
                           USING WS-PARAMETRO-EXECUCAO
                       PERFORM P200-FINALIZA-FUNCAO
                   WHEN 22
                       MOVE "ANALISE-RECEITA" TO WS-NOME-FUNCAO
                       PERFORM P100-INICIA-FUNCAO
                       CALL 'ANALISE-RECEITA'
                           USING WS-PARAMETRO-EXECUCAO
                       PERFORM P200-FINALIZA-FUNCAO
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
                   WHEN 13
                   WHEN 14
                   WHEN 15
                   WHEN 16
                   WHEN 17
                   WHEN 18
                   WHEN 20
                   WHEN 21
                   WHEN 22
                       MOVE 'N' TO WS-FUNCAO-PERMITIDA
                       DISPLAY "OPCAO RESTRITA A SUPERVISORES."
                   WHEN OTHER
