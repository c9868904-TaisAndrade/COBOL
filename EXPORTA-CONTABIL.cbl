           RECORD KEY IS CHAVE-MOVPAG
           FILE STATUS IS WS-STATUS-MOVPAG.

           SELECT MOVCRED ASSIGN
           'CAMINHO DO ARQUIVO\MOVIMENTO-CREDITO.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-MOVCRED
           ALTERNATE RECORD KEY IS MCR-NUM-FATURA WITH DUPLICATES
           FILE STATUS IS WS-STATUS-MOVCRED.

           SELECT EXPORTACAO ASSIGN
           'CAMINHO DO ARQUIVO\EXPORTA-CONTABIL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
       01 REG-MOVPAG.
           COPY INFO-MOVPAG.

       FD MOVCRED.
       01 REG-MOVCRED.
           COPY INFO-MOVCRED.

       FD EXPORTACAO.
       01 EXP-LINHA                    PIC X(80).

       77 WS-VALOR-FATURADO            PIC 9(11)V99.
       77 WS-VALOR-RECEBIDO            PIC 9(11)V99.
       77 WS-VALOR-FAT-LIBERADO        PIC 9(11)V99.
       77 WS-VALOR-ESTORNADO           PIC 9(11)V99.
       77 WS-STATUS-MOVCRED            PIC 99.
       77 WS-FIM-CREDITO               PIC 99.
       77 WS-VALOR-CRED-GERADO         PIC 9(11)V99.
       77 WS-VALOR-CRED-APLICADO       PIC 9(11)V99.
       77 WS-VALOR-CRED-DEVOLVIDO      PIC 9(11)V99.
       77 WS-VALOR-CANCELADO           PIC 9(11)V99.
       77 WS-VALOR-CRED-TRANSFERIDO    PIC 9(11)V99.
       77 WS-VALOR-CRED-ESTORNADO      PIC 9(11)V99.
       01 WS-DATA-SISTEMA              PIC 9(6).
       01 WS-REGISTRO-EXPORT.
           03 EXP-TIPO                 PIC X.
           03 TRL-SOMA-CLIENTES        PIC 9(9).
           03 TRL-SOMA-FATURAS         PIC 9(11).

       LINKAGE SECTION.
       01 LS-PARAMETRO-EXECUCAO.
           COPY INFO-EXECUCAO.

       PROCEDURE DIVISION USING LS-PARAMETRO-EXECUCAO.
       MAIN-PROCEDURE.
           DISPLAY "***** EXPORTACAO CONTABIL ***** ".
           SET WS-FIM-ARQUIVO TO 0.
           MOVE ZERO TO WS-VALOR-FATURADO
           MOVE ZERO TO WS-VALOR-RECEBIDO
           MOVE ZERO TO WS-VALOR-FAT-LIBERADO
           MOVE ZERO TO WS-VALOR-ESTORNADO
           MOVE ZERO TO WS-VALOR-CRED-GERADO
           MOVE ZERO TO WS-VALOR-CRED-APLICADO
           MOVE ZERO TO WS-VALOR-CRED-DEVOLVIDO
           MOVE ZERO TO WS-VALOR-CANCELADO
           MOVE ZERO TO WS-VALOR-CRED-TRANSFERIDO
           MOVE ZERO TO WS-VALOR-CRED-ESTORNADO

           IF EXE-MODO EQUAL 'N'
               MOVE EXE-PERIODO TO WS-PERIODO
               DISPLAY "PERIODO A EXPORTAR (AAMM): " WS-PERIODO
           ELSE
               DISPLAY "PERIODO A EXPORTAR (AAMM): "
                       WITH NO ADVANCING
               ACCEPT WS-PERIODO
           END-IF

           ACCEPT WS-DATA-SISTEMA FROM DATE

               GO TO P000-FIM-PRINCIPAL
           END-IF

           OPEN I-O MOVCRED
           IF WS-STATUS-MOVCRED EQUAL 35
               OPEN OUTPUT MOVCRED
               CLOSE MOVCRED
               OPEN I-O MOVCRED
           END-IF
           MOVE "MOVCRED"          TO WS-NOME-ARQ
           MOVE "ABERTURA"         TO WS-OPERACAO-ARQ
           MOVE WS-STATUS-MOVCRED  TO WS-STATUS-TESTE
           PERFORM P900-TESTA-ARQUIVO
           IF WS-ERRO-ARQ EQUAL 'S'
               CLOSE RECEBER
               CLOSE CONTROLE
               CLOSE EXPCTL
               CLOSE MOVPAG
               GO TO P000-FIM-PRINCIPAL
           END-IF

           OPEN OUTPUT EXPORTACAO
           MOVE "EXPORTACAO"       TO WS-NOME-ARQ
           MOVE "ABERTURA"         TO WS-OPERACAO-ARQ
               CLOSE CONTROLE
               CLOSE EXPCTL
               CLOSE MOVPAG
               CLOSE MOVCRED
               GO TO P000-FIM-PRINCIPAL
           END-IF


           PERFORM P150-EXPORTA-PAGAMENTOS

           PERFORM P170-EXPORTA-CREDITOS

           PERFORM P300-GRAVA-TRAILER

           MOVE WS-PERIODO         TO PERIODO-EXPORTADO
               DISPLAY "RECEITA DE LIBERACOES DE PERIODOS JA "
                       "EXPORTADOS: " WS-VALOR-FAT-LIBERADO
           END-IF
           IF WS-VALOR-ESTORNADO IS GREATER THAN ZERO
               DISPLAY "ESTORNOS DE PAGAMENTO: " WS-VALOR-ESTORNADO
           END-IF
           IF WS-VALOR-CANCELADO IS GREATER THAN ZERO
               DISPLAY "CANCELAMENTOS E NOTAS DE CREDITO: "
                       WS-VALOR-CANCELADO
           END-IF
           IF WS-VALOR-CRED-GERADO IS GREATER THAN ZERO
               DISPLAY "CREDITOS DE CLIENTES GERADOS..: "
                       WS-VALOR-CRED-GERADO
           END-IF
           IF WS-VALOR-CRED-APLICADO IS GREATER THAN ZERO
               DISPLAY "CREDITOS APLICADOS EM FATURAS.: "
                       WS-VALOR-CRED-APLICADO
           END-IF
           IF WS-VALOR-CRED-DEVOLVIDO IS GREATER THAN ZERO
               DISPLAY "CREDITOS DEVOLVIDOS A CLIENTES: "
                       WS-VALOR-CRED-DEVOLVIDO
           END-IF
           IF WS-VALOR-CRED-TRANSFERIDO IS GREATER THAN ZERO
               DISPLAY "PAGTOS DE FATURAS CANCELADAS EM CREDITO: "
                       WS-VALOR-CRED-TRANSFERIDO
           END-IF
           IF WS-VALOR-CRED-ESTORNADO IS GREATER THAN ZERO
               DISPLAY "CREDITOS ESTORNADOS (PAGTO DEVOLVIDO): "
                       WS-VALOR-CRED-ESTORNADO
           END-IF
           IF WS-VALOR-FATURADO NOT EQUAL TOT-VALOR-PERIODO
               DISPLAY "ATENCAO: RECEITA EXPORTADA DIVERGE DO "
                       "CONTROLE DO PERIODO: " TOT-VALOR-PERIODO
           CLOSE CONTROLE
           CLOSE EXPCTL
           CLOSE MOVPAG
           CLOSE MOVCRED
           CLOSE EXPORTACAO.
       P000-FIM-PRINCIPAL.
           MOVE ZERO               TO EXE-QTD-LIDOS
           MOVE WS-QTD-LANCAMENTOS TO EXE-QTD-GRAVADOS
           MOVE ZERO               TO EXE-QTD-REJEITADOS
           GOBACK.

       P100-EXPORTA-FATURA.
       P160-EXPORTA-MOVIMENTO.
           MOVE MOV-DATA-PAGAMENTO(1:4) TO WS-PERIODO-MOVIMENTO
           IF MOV-SIT-EXPORTACAO EQUAL 'E'
                   OR MOV-TIPO EQUAL 'L'
                   OR WS-PERIODO-MOVIMENTO IS GREATER THAN
                       WS-PERIODO
               CONTINUE
           ELSE
               MOVE 'M'                 TO EXP-TIPO
               MOVE MOV-DATA-PAGAMENTO  TO EXP-DATA
               EVALUATE MOV-TIPO
                   WHEN 'F'
                       MOVE 11201       TO EXP-CONTA-DEBITO
                       MOVE 31101       TO EXP-CONTA-CREDITO
                   WHEN 'E'
                       MOVE 11201       TO EXP-CONTA-DEBITO
                       MOVE 11101       TO EXP-CONTA-CREDITO
                   WHEN 'C'
                   WHEN 'N'
                       MOVE 31101       TO EXP-CONTA-DEBITO
                       MOVE 11201       TO EXP-CONTA-CREDITO
                   WHEN OTHER
                       MOVE 11101       TO EXP-CONTA-DEBITO
                       MOVE 11201       TO EXP-CONTA-CREDITO
               END-EVALUATE
               MOVE MOV-COD-CLIENTE     TO EXP-COD-CLIENTE
               MOVE MOV-NUM-FATURA      TO EXP-NUM-FATURA
               MOVE MOV-VALOR-PAGAMENTO TO EXP-VALOR
               PERFORM P200-GRAVA-LANCAMENTO
               EVALUATE MOV-TIPO
                   WHEN 'F'
                       ADD MOV-VALOR-PAGAMENTO TO WS-VALOR-FAT-LIBERADO
                   WHEN 'E'
                       ADD MOV-VALOR-PAGAMENTO TO WS-VALOR-ESTORNADO
                   WHEN 'C'
                   WHEN 'N'
                       ADD MOV-VALOR-PAGAMENTO TO WS-VALOR-CANCELADO
                   WHEN OTHER
                       ADD MOV-VALOR-PAGAMENTO TO WS-VALOR-RECEBIDO
               END-EVALUATE

               MOVE 'E' TO MOV-SIT-EXPORTACAO
               REWRITE REG-MOVPAG
               END-REWRITE
           END-IF.

       P170-EXPORTA-CREDITOS.
           SET WS-FIM-CREDITO TO 0.

           MOVE ZERO TO CHAVE-MOVCRED
           START MOVCRED KEY IS NOT LESS THAN CHAVE-MOVCRED
               INVALID KEY
                   MOVE 1 TO WS-FIM-CREDITO
           END-START

           PERFORM UNTIL WS-FIM-CREDITO EQUAL 1
               READ MOVCRED NEXT RECORD
                   AT END
                       MOVE 1 TO WS-FIM-CREDITO
                   NOT AT END
                       PERFORM P180-EXPORTA-MOV-CREDITO
               END-READ
           END-PERFORM.

       P180-EXPORTA-MOV-CREDITO.
           MOVE MCR-DATA(1:4) TO WS-PERIODO-MOVIMENTO
           IF MCR-SIT-EXPORTACAO EQUAL 'E'
                   OR WS-PERIODO-MOVIMENTO IS GREATER THAN
                       WS-PERIODO
               CONTINUE
           ELSE
               MOVE 'M'                 TO EXP-TIPO
               MOVE MCR-DATA            TO EXP-DATA
               EVALUATE MCR-TIPO
                   WHEN 'G'
                       MOVE 11101       TO EXP-CONTA-DEBITO
                       MOVE 21501       TO EXP-CONTA-CREDITO
                       ADD MCR-VALOR TO WS-VALOR-CRED-GERADO
                   WHEN 'A'
                       MOVE 21501       TO EXP-CONTA-DEBITO
                       MOVE 11201       TO EXP-CONTA-CREDITO
                       ADD MCR-VALOR TO WS-VALOR-CRED-APLICADO
                   WHEN 'T'
                       MOVE 11201       TO EXP-CONTA-DEBITO
                       MOVE 21501       TO EXP-CONTA-CREDITO
                       ADD MCR-VALOR TO WS-VALOR-CRED-TRANSFERIDO
                   WHEN 'E'
                       MOVE 21501       TO EXP-CONTA-DEBITO
                       MOVE 11101       TO EXP-CONTA-CREDITO
                       ADD MCR-VALOR TO WS-VALOR-CRED-ESTORNADO
                   WHEN OTHER
                       MOVE 21501       TO EXP-CONTA-DEBITO
                       MOVE 11101       TO EXP-CONTA-CREDITO
                       ADD MCR-VALOR TO WS-VALOR-CRED-DEVOLVIDO
               END-EVALUATE
               MOVE MCR-COD-CLIENTE     TO EXP-COD-CLIENTE
               MOVE MCR-NUM-FATURA      TO EXP-NUM-FATURA
               MOVE MCR-VALOR           TO EXP-VALOR
               PERFORM P200-GRAVA-LANCAMENTO

               MOVE 'E' TO MCR-SIT-EXPORTACAO
               REWRITE REG-MOVCRED
                   INVALID KEY
                       DISPLAY "ERRO AO MARCAR O MOVIMENTO DE "
                               "CREDITO COMO EXPORTADO: "
                               MCR-COD-CLIENTE
               END-REWRITE
           END-IF.

       P200-GRAVA-LANCAMENTO.
           WRITE EXP-LINHA FROM WS-REGISTRO-EXPORT
           ADD 1 TO WS-QTD-LANCAMENTOS
