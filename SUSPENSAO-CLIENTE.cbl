           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PARAMETROS.

           SELECT PARCELAS ASSIGN
           'CAMINHO DO ARQUIVO\PARCELAS-ACORDO.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-PARCELA
           FILE STATUS IS WS-STATUS-PARCELAS.

           SELECT AUDITORIA ASSIGN
           'CAMINHO DO ARQUIVO\AUDITORIA.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           COPY INFO-RECEBER.

       FD PARAMETROS.
       01 PAR-LINHA                    PIC X(16).

       FD PARCELAS.
       01 REG-PARCELA.
           COPY INFO-PARCELA.

       FD AUDITORIA.
       01 AUD-LINHA                    PIC X(308).
       77 WS-STATUS-PARAMETROS         PIC 99.
       77 WS-STATUS-AUDITORIA          PIC 99.
       77 WS-STATUS-RELSUSPENSAO       PIC 99.
       77 WS-STATUS-PARCELAS           PIC 99.
       77 WS-TEM-PARCELAS              PIC X.
       77 WS-FIM-PARCELAS              PIC 99.
       77 WS-FIM-ARQUIVO               PIC 99.
       77 WS-FIM-RECEBER               PIC 99.
       77 WS-NOME-ARQ                  PIC X(20).
           03 PAR-PCT-MULTA            PIC 9(2)V99.
           03 PAR-PCT-JUROS-DIA        PIC 9(2)V9999.
           03 PAR-DIAS-SUSPENSAO       PIC 9(3).
           03 PAR-DIAS-ROMPIMENTO      PIC 9(3).
       01 WS-LINHA-AUDITORIA.
           03 AUD-DATA                 PIC 9(6).
           03 FILLER                   PIC X VALUE SPACE.

       LINKAGE SECTION.
       01 LS-OPERADOR-ID               PIC X(8).
       01 LS-PARAMETRO-EXECUCAO.
           COPY INFO-EXECUCAO.

       PROCEDURE DIVISION USING LS-OPERADOR-ID
                                LS-PARAMETRO-EXECUCAO.
       MAIN-PROCEDURE.
           DISPLAY "***** SUSPENSAO AUTOMATICA DE CLIENTES ***** ".
           SET WS-FIM-ARQUIVO TO 0.
               GO TO P000-FIM-PRINCIPAL
           END-IF

           MOVE 'S' TO WS-TEM-PARCELAS
           OPEN INPUT PARCELAS
           IF WS-STATUS-PARCELAS EQUAL 35
               MOVE 'N' TO WS-TEM-PARCELAS
           ELSE
               MOVE "PARCELAS"         TO WS-NOME-ARQ
               MOVE "ABERTURA"         TO WS-OPERACAO-ARQ
               MOVE WS-STATUS-PARCELAS TO WS-STATUS-TESTE
               PERFORM P910-TESTA-ARQUIVO
               IF WS-ERRO-ARQ EQUAL 'S'
                   CLOSE DADOS
                   CLOSE RECEBER
                   CLOSE RELSUSPENSAO
                   GO TO P000-FIM-PRINCIPAL
               END-IF
           END-IF

           MOVE WS-DATA-SISTEMA TO SUSP-DATA
           WRITE SUSP-LINHA FROM WS-CABECALHO-SUSPENSAO
           MOVE SPACES TO SUSP-LINHA

           CLOSE DADOS
           CLOSE RECEBER
           CLOSE RELSUSPENSAO
           IF WS-TEM-PARCELAS EQUAL 'S'
               CLOSE PARCELAS
           END-IF.
       P000-FIM-PRINCIPAL.
           MOVE ZERO TO EXE-QTD-LIDOS
           COMPUTE EXE-QTD-GRAVADOS = WS-TOTAL-SUSPENSOS
                                    + WS-TOTAL-REATIVADOS
           MOVE ZERO TO EXE-QTD-REJEITADOS
           GOBACK.

       P110-LE-PARAMETROS.
           MOVE ZERO TO PAR-PCT-MULTA
           MOVE ZERO TO PAR-PCT-JUROS-DIA
           MOVE ZERO TO PAR-DIAS-SUSPENSAO
           MOVE ZERO TO PAR-DIAS-ROMPIMENTO

           OPEN INPUT PARAMETROS
           IF WS-STATUS-PARAMETROS EQUAL ZERO
                           PERFORM P310-APURA-FATURA
                       END-IF
               END-READ
           END-PERFORM

           IF WS-TEM-PARCELAS EQUAL 'S'
               PERFORM P320-APURA-PARCELAS
           END-IF.

       P310-APURA-FATURA.
           IF SIT-FATURA NOT EQUAL 'Q'
                   AND SIT-FATURA NOT EQUAL 'C'
                   AND SIT-FATURA NOT EQUAL 'N'
               ADD 1 TO WS-FATURAS-ABERTAS
               COMPUTE WS-DIAS-VENCIMENTO = FUNCTION INTEGER-OF-DATE
                       (20000000 + DATA-VENCIMENTO)
               END-IF
           END-IF.

       P320-APURA-PARCELAS.
           SET WS-FIM-PARCELAS TO 0.

           MOVE COD-CLIENTE TO PCL-COD-CLIENTE
           MOVE ZERO        TO PCL-DATA-ACORDO
           MOVE ZERO        TO PCL-NUM-PARCELA
           START PARCELAS KEY IS NOT LESS THAN CHAVE-PARCELA
               INVALID KEY
                   MOVE 1 TO WS-FIM-PARCELAS
           END-START

           PERFORM UNTIL WS-FIM-PARCELAS EQUAL 1
               READ PARCELAS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-FIM-PARCELAS
                   NOT AT END
                       IF PCL-COD-CLIENTE NOT EQUAL COD-CLIENTE
                           MOVE 1 TO WS-FIM-PARCELAS
                       ELSE
                           PERFORM P330-APURA-PARCELA
                       END-IF
               END-READ
           END-PERFORM.

       P330-APURA-PARCELA.
           IF PCL-SIT-PARCELA EQUAL 'A'
               COMPUTE WS-DIAS-VENCIMENTO = FUNCTION INTEGER-OF-DATE
                       (20000000 + PCL-DATA-VENCIMENTO)
               COMPUTE WS-DIAS-ATRASO =
                       WS-DIAS-HOJE - WS-DIAS-VENCIMENTO
               IF WS-DIAS-ATRASO IS GREATER THAN ZERO
                   ADD 1 TO WS-FATURAS-ABERTAS
                   IF WS-DIAS-ATRASO IS GREATER THAN WS-MAIOR-ATRASO
                       MOVE WS-DIAS-ATRASO TO WS-MAIOR-ATRASO
                   END-IF
               END-IF
           END-IF.

       P400-SUSPENDE-CLIENTE.
           MOVE INFO-CLIENTE TO WS-IMAGEM-ANTES
           MOVE 'S' TO SIT-CLIENTE
