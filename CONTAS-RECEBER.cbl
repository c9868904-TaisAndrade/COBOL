           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-REJRETORNO.

           SELECT HISTFAT ASSIGN
           DYNAMIC WS-NOME-HISTORICO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-HISTFAT.

           SELECT ESTORNOS ASSIGN
           'CAMINHO DO ARQUIVO\ESTORNOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-ESTORNOS.

           SELECT CREDITO ASSIGN
           'CAMINHO DO ARQUIVO\CREDITO-CLIENTE.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COD-CLIENTE-CREDITO
           FILE STATUS IS WS-STATUS-CREDITO.

           SELECT MOVCRED ASSIGN
           'CAMINHO DO ARQUIVO\MOVIMENTO-CREDITO.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-MOVCRED
           ALTERNATE RECORD KEY IS MCR-NUM-FATURA WITH DUPLICATES
           FILE STATUS IS WS-STATUS-MOVCRED.

       DATA DIVISION.
       FILE SECTION.
       FD DADOS.
       FD REJRETORNO.
       01 REJRET-LINHA                 PIC X(80).

       FD HISTFAT.
       01 HIST-LINHA                   PIC X(61).

       FD ESTORNOS.
       01 EST-LINHA                    PIC X(80).

       FD CREDITO.
       01 REG-CREDITO.
           COPY INFO-CREDITO.

       FD MOVCRED.
       01 REG-MOVCRED.
           COPY INFO-MOVCRED.

       WORKING-STORAGE SECTION.
       77 WS-STATUS-ARQUIVO            PIC 99.
       77 WS-STATUS-RECEBER            PIC 99.
       77 WS-HORA-SISTEMA              PIC 9(8).
       77 WS-MOV-DATA                  PIC 9(6).
       77 WS-MOV-VALOR                 PIC 9(6)V99.
       77 WS-MOV-TIPO                  PIC X.
       77 WS-STATUS-RETORNO            PIC 99.
       77 WS-STATUS-RELRETORNO         PIC 99.
       77 WS-STATUS-REJRETORNO         PIC 99.
       77 WS-GERAL-90                  PIC 9(7)V99.
       77 WS-GERAL-MAIS                PIC 9(7)V99.
       77 WS-GERAL-TOTAL               PIC 9(7)V99.
       77 WS-STATUS-HISTFAT            PIC 99.
       77 WS-STATUS-ESTORNOS           PIC 99.
       77 WS-FIM-HISTORICO             PIC 99.
       77 WS-NOME-HISTORICO            PIC X(40).
       77 WS-ANO-HISTORICO             PIC 99.
       77 WS-FATURA-ACHADA             PIC X.
       77 WS-FATURA-ARQUIVADA          PIC X.
       77 WS-VALOR-ESTORNO             PIC 9(6)V99.
       77 WS-MOTIVO-ESTORNO            PIC 9.
       77 WS-DESC-MOTIVO               PIC X(25).
       77 WS-STATUS-CREDITO            PIC 99.
       77 WS-STATUS-MOVCRED            PIC 99.
       77 WS-VALOR-APLICADO            PIC 9(6)V99.
       77 WS-VALOR-EXCEDENTE           PIC 9(6)V99.
       77 WS-CRED-CLIENTE              PIC 9(3).
       77 WS-CRED-TIPO                 PIC X.
       77 WS-CRED-VALOR                PIC 9(6)V99.
       77 WS-CRED-DATA                 PIC 9(6).
       77 WS-CRED-OK                   PIC X.
       77 WS-CRED-SALDO                PIC 9(7)V99.
       77 WS-TENTATIVAS                PIC 9(3).
       77 WS-GRAVADO                   PIC X.
       77 WS-RET-CREDITOS              PIC 9(6).
       77 WS-RET-VALOR-CREDITO         PIC 9(9)V99.
       77 WS-FIM-MOVIMENTO             PIC 99.
       77 WS-TEVE-CANCELAMENTO         PIC X.
       77 WS-MOMENTO-REFATURAMENTO     PIC 9(14).
       77 WS-MOMENTO-MOVIMENTO         PIC 9(14).
       77 WS-SOMA-RECEBIDO             PIC S9(7)V99.
       77 WS-SOMA-EXCEDENTE            PIC S9(7)V99.
       77 WS-RECEBIDO-FATURA           PIC 9(6)V99.
       77 WS-EXCEDENTE-FATURA          PIC 9(6)V99.
       77 WS-ESTORNO-FATURA            PIC 9(6)V99.
       77 WS-ESTORNO-CREDITO           PIC 9(6)V99.
       77 WS-CRED-FALTA                PIC 9(6)V99.
       01 WS-DATA-SISTEMA              PIC 9(6).
       01 WS-DATA-SIST-RED REDEFINES WS-DATA-SISTEMA.
           03 WS-DATA-AA               PIC 99.
           03 RRET-TOT-QTDE            PIC ZZZZZ9.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 RRET-TOT-VALOR           PIC ZZZZZZZZ9,99.
       01 WS-DETALHE-ESTORNO.
           03 EST-DATA                 PIC 9(6).
           03 FILLER                   PIC X VALUE SPACE.
           03 EST-HORA                 PIC 9(6).
           03 FILLER                   PIC X VALUE SPACE.
           03 EST-NUM-FATURA           PIC 9(7).
           03 FILLER                   PIC X VALUE SPACE.
           03 EST-COD-CLIENTE          PIC ZZ9.
           03 FILLER                   PIC X VALUE SPACE.
           03 EST-VALOR                PIC ZZZZZ9,99.
           03 FILLER                   PIC X VALUE SPACE.
           03 EST-MOTIVO               PIC 9.
           03 FILLER                   PIC X VALUE SPACE.
           03 EST-DESC-MOTIVO          PIC X(25).
           03 FILLER                   PIC X VALUE SPACE.
           03 EST-SITUACAO             PIC X.
           03 FILLER                   PIC X VALUE SPACE.
           03 EST-ORIGEM               PIC X(9).
       01 WS-DETALHE-ESTORNO-CRED.
           03 ESC-DATA                 PIC 9(6).
           03 FILLER                   PIC X VALUE SPACE.
           03 ESC-HORA                 PIC 9(6).
           03 FILLER                   PIC X VALUE SPACE.
           03 ESC-NUM-FATURA           PIC 9(7).
           03 FILLER                   PIC X VALUE SPACE.
           03 ESC-COD-CLIENTE          PIC ZZ9.
           03 FILLER                   PIC X(19)
                       VALUE " CREDITO ESTORNADO".
           03 ESC-VALOR                PIC ZZZZZ9,99.
           03 FILLER                   PIC X(15)
                       VALUE " NAO ESTORNADO ".
           03 ESC-FALTA                PIC ZZZZZ9,99.
       01 WS-INFO-HISTORICO.
           COPY INFO-RECEBER
               REPLACING ==NUM-FATURA==      BY ==HST-NUM-FATURA==
                   ==COD-CLIENTE-FATURA==
                       BY ==HST-COD-CLIENTE-FATURA==
                   ==DATA-EMISSAO==     BY ==HST-DATA-EMISSAO==
                   ==DATA-VENCIMENTO==  BY ==HST-DATA-VENCIMENTO==
                   ==VALOR-FATURA==     BY ==HST-VALOR-FATURA==
                   ==VALOR-PAGO==       BY ==HST-VALOR-PAGO==
                   ==SIT-FATURA==       BY ==HST-SIT-FATURA==
                   ==VALOR-MULTA==      BY ==HST-VALOR-MULTA==
                   ==VALOR-JUROS==      BY ==HST-VALOR-JUROS==
                   ==DATA-ULT-ENCARGO== BY ==HST-DATA-ULT-ENCARGO==.
       01 WS-INFO-CLIENTE.
           COPY INFO-CLIENTE
               REPLACING ==COD-CLIENTE==   BY ==WS-COD-CLIENTE==
               DISPLAY "1 - BAIXA DE PAGAMENTO"
               DISPLAY "2 - RELATORIO DE AGING"
               DISPLAY "3 - IMPORTACAO DE RETORNO BANCARIO"
               DISPLAY "4 - ESTORNO DE PAGAMENTO"
               DISPLAY "5 - DEVOLUCAO DE CREDITO AO CLIENTE"
               DISPLAY "9 - SAIR"
               DISPLAY "OPCAO: " WITH NO ADVANCING
               ACCEPT WS-OPCAO-MENU
                   WHEN 3
                       PERFORM P300-IMPORTA-RETORNO
                           THRU P300-FIM-IMPORTA-RETORNO
                   WHEN 4
                       PERFORM P400-ESTORNO-PAGAMENTO
                           THRU P400-FIM-ESTORNO-PAGAMENTO
                   WHEN 5
                       PERFORM P500-DEVOLVE-CREDITO
                           THRU P500-FIM-DEVOLVE-CREDITO
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
       P110-RECEBE-PAGAMENTO.
           IF SIT-FATURA EQUAL 'Q'
               DISPLAY "FATURA JA QUITADA: " NUM-FATURA
           ELSE
           IF SIT-FATURA EQUAL 'C'
               DISPLAY "FATURA CANCELADA: " NUM-FATURA
           ELSE
           IF SIT-FATURA EQUAL 'N'
               DISPLAY "FATURA EM ACORDO DE RENEGOCIACAO. PAGAMENTO "
                       "PELA RENEGOCIACAO DE DIVIDAS: " NUM-FATURA
           ELSE
               COMPUTE WS-SALDO-FATURA =
                       VALOR-FATURA + VALOR-MULTA +
               IF WS-VALOR-PAGAMENTO EQUAL ZERO
                   DISPLAY "PAGAMENTO COM VALOR ZERO IGNORADO."
               ELSE
                   PERFORM P120-SEPARA-EXCEDENTE
                   ADD WS-VALOR-APLICADO TO VALOR-PAGO
                   IF VALOR-PAGO IS GREATER THAN OR EQUAL TO
                           VALOR-FATURA + VALOR-MULTA +
                           VALOR-JUROS
                       MOVE 'Q' TO SIT-FATURA
                   ELSE
                       MOVE 'P' TO SIT-FATURA
                   END-IF
                   REWRITE INFO-RECEBER
                       INVALID KEY
                           DISPLAY "ERRO AO BAIXAR A FATURA: "
                                   NUM-FATURA
                       NOT INVALID KEY
                           DISPLAY "PAGAMENTO REGISTRADO. "
                                   "SITUACAO: " SIT-FATURA
                           ACCEPT WS-DATA-SISTEMA FROM DATE
                           MOVE WS-DATA-SISTEMA TO WS-MOV-DATA
                           IF WS-VALOR-APLICADO IS GREATER THAN ZERO
                               MOVE WS-VALOR-APLICADO
                                   TO WS-MOV-VALOR
                               MOVE 'P' TO WS-MOV-TIPO
                               PERFORM P700-GRAVA-MOVPAG
                           END-IF
                           IF WS-VALOR-EXCEDENTE IS GREATER THAN ZERO
                               PERFORM P750-GERA-CREDITO
                               IF WS-CRED-OK EQUAL 'S'
                                   DISPLAY "PAGAMENTO MAIOR QUE O "
                                           "SALDO. EXCEDENTE LANCADO "
                                           "COMO CREDITO DO CLIENTE: "
                                           WS-VALOR-EXCEDENTE
                               END-IF
                           END-IF
                   END-REWRITE
               END-IF
           END-IF
           END-IF
           END-IF.

       P120-SEPARA-EXCEDENTE.
           IF WS-VALOR-PAGAMENTO IS GREATER THAN WS-SALDO-FATURA
               MOVE WS-SALDO-FATURA TO WS-VALOR-APLICADO
               COMPUTE WS-VALOR-EXCEDENTE =
                       WS-VALOR-PAGAMENTO - WS-SALDO-FATURA
           ELSE
               MOVE WS-VALOR-PAGAMENTO TO WS-VALOR-APLICADO
               MOVE ZERO TO WS-VALOR-EXCEDENTE
           END-IF.

       P200-RELATORIO-AGING.
           MOVE 'S' TO WS-TEM-CLIENTE

           IF SIT-FATURA NOT EQUAL 'Q'
                   AND SIT-FATURA NOT EQUAL 'C'
               PERFORM P220-CLASSIFICA-FAIXA
           END-IF.

           MOVE ZERO TO WS-RET-VALOR-LIDO
           MOVE ZERO TO WS-RET-VALOR-BAIXADO
           MOVE ZERO TO WS-RET-VALOR-REJEITADO
           MOVE ZERO TO WS-RET-CREDITOS
           MOVE ZERO TO WS-RET-VALOR-CREDITO

           ACCEPT WS-DATA-SISTEMA FROM DATE

                   " VALOR: " WS-RET-VALOR-BAIXADO
           DISPLAY "REGISTROS REJEITADOS.: " WS-RET-REJEITADOS
                   " VALOR: " WS-RET-VALOR-REJEITADO
           DISPLAY "CREDITOS GERADOS.....: " WS-RET-CREDITOS
                   " VALOR: " WS-RET-VALOR-CREDITO

           CLOSE RETORNO
           CLOSE RECEBER
           IF SIT-FATURA EQUAL 'Q'
               MOVE "FATURA JA QUITADA" TO RJRET-MOTIVO
               PERFORM P330-GRAVA-REJEITO-RETORNO
           ELSE
           IF SIT-FATURA EQUAL 'C'
               MOVE "FATURA CANCELADA" TO RJRET-MOTIVO
               PERFORM P330-GRAVA-REJEITO-RETORNO
           ELSE
           IF SIT-FATURA EQUAL 'N'
               MOVE "FATURA EM ACORDO" TO RJRET-MOTIVO
               PERFORM P330-GRAVA-REJEITO-RETORNO
           ELSE
               COMPUTE WS-SALDO-FATURA =
                       VALOR-FATURA + VALOR-MULTA +
                   MOVE "PAGAMENTO COM VALOR ZERO" TO RJRET-MOTIVO
                   PERFORM P330-GRAVA-REJEITO-RETORNO
               ELSE
                   MOVE RET-VALOR-PAGAMENTO TO WS-VALOR-PAGAMENTO
                   PERFORM P120-SEPARA-EXCEDENTE
                   ADD WS-VALOR-APLICADO TO VALOR-PAGO
                   IF VALOR-PAGO IS GREATER THAN OR EQUAL TO
                           VALOR-FATURA + VALOR-MULTA +
                           VALOR-JUROS
                       MOVE 'Q' TO SIT-FATURA
                   ELSE
                       MOVE 'P' TO SIT-FATURA
                   END-IF
                   REWRITE INFO-RECEBER
                       INVALID KEY
                           MOVE "ERRO NA REGRAVACAO"
                               TO RJRET-MOTIVO
                           PERFORM P330-GRAVA-REJEITO-RETORNO
                       NOT INVALID KEY
                           ADD 1 TO WS-RET-BAIXADOS
                           ADD RET-VALOR-PAGAMENTO
                               TO WS-RET-VALOR-BAIXADO
                           MOVE RET-DATA-PAGAMENTO TO WS-MOV-DATA
                           IF WS-VALOR-APLICADO IS GREATER THAN ZERO
                               MOVE WS-VALOR-APLICADO
                                   TO WS-MOV-VALOR
                               MOVE 'P' TO WS-MOV-TIPO
                               PERFORM P700-GRAVA-MOVPAG
                           END-IF
                           MOVE RET-NUM-FATURA
                               TO RRET-NUM-FATURA
                           MOVE COD-CLIENTE-FATURA
                               TO RRET-COD-CLIENTE
                           MOVE RET-DATA-PAGAMENTO
                               TO RRET-DATA-PAGAMENTO
                           MOVE RET-VALOR-PAGAMENTO
                               TO RRET-VALOR
                           IF SIT-FATURA EQUAL 'Q'
                               MOVE "QUITADA" TO RRET-SITUACAO
                           ELSE
                               MOVE "PARCIAL" TO RRET-SITUACAO
                           END-IF
                           IF WS-VALOR-EXCEDENTE IS GREATER THAN ZERO
                               PERFORM P750-GERA-CREDITO
                               IF WS-CRED-OK EQUAL 'S'
                                   MOVE "QUITADA+CRED"
                                       TO RRET-SITUACAO
                                   ADD 1 TO WS-RET-CREDITOS
                                   ADD WS-VALOR-EXCEDENTE
                                       TO WS-RET-VALOR-CREDITO
                               END-IF
                           END-IF
                           WRITE RELRET-LINHA
                               FROM WS-DETALHE-RETORNO
                   END-REWRITE
               END-IF
           END-IF
           END-IF
           END-IF.

       P330-GRAVA-REJEITO-RETORNO.
           MOVE "REGISTROS REJEITADOS" TO RRET-TOT-DESCRICAO
           MOVE WS-RET-REJEITADOS      TO RRET-TOT-QTDE
           MOVE WS-RET-VALOR-REJEITADO TO RRET-TOT-VALOR
           WRITE RELRET-LINHA FROM WS-TOTAL-RETORNO

           MOVE "CREDITOS GERADOS"     TO RRET-TOT-DESCRICAO
           MOVE WS-RET-CREDITOS        TO RRET-TOT-QTDE
           MOVE WS-RET-VALOR-CREDITO   TO RRET-TOT-VALOR
           WRITE RELRET-LINHA FROM WS-TOTAL-RETORNO.

       P400-ESTORNO-PAGAMENTO.
           MOVE 'N' TO WS-FATURA-ACHADA
           MOVE 'N' TO WS-FATURA-ARQUIVADA

           DISPLAY "NUMERO DA FATURA (PERIODO+CODIGO): "
                   WITH NO ADVANCING
           ACCEPT WS-NUM-FATURA

           OPEN I-O RECEBER
           MOVE "CONTAS-RECEBER"  TO WS-NOME-ARQ
           MOVE "ABERTURA"        TO WS-OPERACAO-ARQ
           MOVE WS-STATUS-RECEBER TO WS-STATUS-TESTE
           PERFORM P900-TESTA-ARQUIVO
           IF WS-ERRO-ARQ EQUAL 'S'
               GO TO P400-FIM-ESTORNO-PAGAMENTO
           END-IF

           MOVE WS-NUM-FATURA TO NUM-FATURA
           READ RECEBER
               INVALID KEY
                   PERFORM P410-BUSCA-HISTORICO
                       THRU P410-FIM-BUSCA-HISTORICO
               NOT INVALID KEY
                   MOVE 'S' TO WS-FATURA-ACHADA
           END-READ

           IF WS-FATURA-ACHADA NOT EQUAL 'S'
               DISPLAY "FATURA NAO ENCONTRADA: " WS-NUM-FATURA
               CLOSE RECEBER
               GO TO P400-FIM-ESTORNO-PAGAMENTO
           END-IF

           IF SIT-FATURA EQUAL 'C'
               DISPLAY "FATURA CANCELADA. O VALOR PAGO FOI TRANSFERIDO "
                       "PARA O CREDITO DO CLIENTE: " NUM-FATURA
               CLOSE RECEBER
               GO TO P400-FIM-ESTORNO-PAGAMENTO
           END-IF

           IF SIT-FATURA EQUAL 'N'
               DISPLAY "FATURA EM ACORDO DE RENEGOCIACAO: " NUM-FATURA
               CLOSE RECEBER
               GO TO P400-FIM-ESTORNO-PAGAMENTO
           END-IF

           PERFORM P440-APURA-RECEBIDO THRU P440-FIM-APURA-RECEBIDO
           PERFORM P445-APURA-EXCEDENTE THRU P445-FIM-APURA-EXCEDENTE
           IF WS-RECEBIDO-FATURA EQUAL ZERO
                   AND WS-EXCEDENTE-FATURA EQUAL ZERO
               DISPLAY "FATURA SEM PAGAMENTO EM DINHEIRO A ESTORNAR: "
                       NUM-FATURA
               CLOSE RECEBER
               GO TO P400-FIM-ESTORNO-PAGAMENTO
           END-IF

           DISPLAY "CLIENTE: " COD-CLIENTE-FATURA
                   " VALOR: " VALOR-FATURA
                   " MULTA: " VALOR-MULTA
                   " JUROS: " VALOR-JUROS
                   " PAGO: " VALOR-PAGO
                   " SITUACAO: " SIT-FATURA
           IF WS-FATURA-ARQUIVADA EQUAL 'S'
               DISPLAY "FATURA ARQUIVADA EM: " WS-NOME-HISTORICO
           END-IF
           DISPLAY "RECEBIDO EM DINHEIRO NA FATURA: " WS-RECEBIDO-FATURA
           IF WS-EXCEDENTE-FATURA IS GREATER THAN ZERO
               DISPLAY "EXCEDENTE LANCADO COMO CREDITO DO CLIENTE: "
                       WS-EXCEDENTE-FATURA
           END-IF

           DISPLAY "VALOR DO ESTORNO: " WITH NO ADVANCING
           ACCEPT WS-VALOR-ESTORNO
           IF WS-VALOR-ESTORNO EQUAL ZERO
               DISPLAY "ESTORNO COM VALOR ZERO IGNORADO."
               CLOSE RECEBER
               GO TO P400-FIM-ESTORNO-PAGAMENTO
           END-IF
           IF WS-VALOR-ESTORNO IS GREATER THAN
                   WS-RECEBIDO-FATURA + WS-EXCEDENTE-FATURA
               DISPLAY "ESTORNO MAIOR QUE O VALOR RECEBIDO EM DINHEIRO "
                       "PELA FATURA. ESTORNO NAO EFETUADO."
               CLOSE RECEBER
               GO TO P400-FIM-ESTORNO-PAGAMENTO
           END-IF
           IF WS-VALOR-ESTORNO IS GREATER THAN WS-RECEBIDO-FATURA
               MOVE WS-RECEBIDO-FATURA TO WS-ESTORNO-FATURA
               COMPUTE WS-ESTORNO-CREDITO =
                       WS-VALOR-ESTORNO - WS-RECEBIDO-FATURA
           ELSE
               MOVE WS-VALOR-ESTORNO TO WS-ESTORNO-FATURA
               MOVE ZERO TO WS-ESTORNO-CREDITO
           END-IF

           DISPLAY "MOTIVO DO ESTORNO:"
           DISPLAY "  1 - CHEQUE DEVOLVIDO"
           DISPLAY "  2 - PAGAMENTO CONTESTADO"
           DISPLAY "  3 - BAIXA EM FATURA ERRADA"
           DISPLAY "  4 - BAIXA EM DUPLICIDADE"
           DISPLAY "MOTIVO: " WITH NO ADVANCING
           ACCEPT WS-MOTIVO-ESTORNO
           PERFORM P420-DESCREVE-MOTIVO
           IF WS-DESC-MOTIVO EQUAL SPACES
               DISPLAY "MOTIVO DE ESTORNO INVALIDO. "
                       "ESTORNO NAO EFETUADO."
               CLOSE RECEBER
               GO TO P400-FIM-ESTORNO-PAGAMENTO
           END-IF

           ACCEPT WS-DATA-SISTEMA FROM DATE
           MOVE WS-DATA-SISTEMA  TO WS-MOV-DATA
           MOVE ZERO             TO WS-CRED-FALTA
           ACCEPT WS-HORA-SISTEMA FROM TIME

           IF WS-ESTORNO-FATURA EQUAL ZERO
               GO TO P400-ESTORNA-CREDITO
           END-IF

           SUBTRACT WS-ESTORNO-FATURA FROM VALOR-PAGO
           IF VALOR-PAGO EQUAL ZERO
               MOVE 'A' TO SIT-FATURA
           ELSE
               MOVE 'P' TO SIT-FATURA
           END-IF

           IF WS-FATURA-ARQUIVADA EQUAL 'S'
               WRITE INFO-RECEBER
                   INVALID KEY
                       DISPLAY "ERRO AO RESTAURAR A FATURA: "
                               NUM-FATURA
                       CLOSE RECEBER
                       GO TO P400-FIM-ESTORNO-PAGAMENTO
               END-WRITE
               DISPLAY "FATURA RESTAURADA DO ARQUIVO HISTORICO."
           ELSE
               REWRITE INFO-RECEBER
                   INVALID KEY
                       DISPLAY "ERRO AO ESTORNAR A FATURA: "
                               NUM-FATURA
                       CLOSE RECEBER
                       GO TO P400-FIM-ESTORNO-PAGAMENTO
               END-REWRITE
           END-IF

           MOVE WS-ESTORNO-FATURA TO WS-MOV-VALOR
           MOVE 'E'               TO WS-MOV-TIPO
           PERFORM P700-GRAVA-MOVPAG

           DISPLAY "ESTORNO REGISTRADO. SITUACAO: " SIT-FATURA
                   " PAGO: " VALOR-PAGO.

       P400-ESTORNA-CREDITO.
           IF WS-ESTORNO-CREDITO IS GREATER THAN ZERO
               MOVE COD-CLIENTE-FATURA TO WS-CRED-CLIENTE
               MOVE WS-ESTORNO-CREDITO TO WS-CRED-VALOR
               MOVE WS-MOV-DATA        TO WS-CRED-DATA
               MOVE 'E'                TO WS-CRED-TIPO
               PERFORM P760-MOVIMENTA-CREDITO
                   THRU P760-FIM-MOVIMENTA-CREDITO
               IF WS-CRED-OK EQUAL 'S'
                   DISPLAY "CREDITO DO CLIENTE ESTORNADO: "
                           WS-CRED-VALOR " SALDO CREDOR: " WS-CRED-SALDO
                   IF WS-CRED-FALTA IS GREATER THAN ZERO
                       DISPLAY "CREDITO JA UTILIZADO, NAO ESTORNADO: "
                               WS-CRED-FALTA
                   END-IF
               ELSE
                   MOVE ZERO TO WS-CRED-VALOR
                   MOVE WS-ESTORNO-CREDITO TO WS-CRED-FALTA
               END-IF
           END-IF

           PERFORM P430-GRAVA-ESTORNO

           CLOSE RECEBER.
       P400-FIM-ESTORNO-PAGAMENTO.

       P410-BUSCA-HISTORICO.
           SET WS-FIM-HISTORICO TO 0.
           MOVE WS-NUM-FATURA(1:2) TO WS-ANO-HISTORICO
           MOVE SPACES TO WS-NOME-HISTORICO
           STRING "CAMINHO DO ARQUIVO\HIST-RECEBER-"
                       DELIMITED BY SIZE
                  WS-ANO-HISTORICO     DELIMITED BY SIZE
                  ".DAT"               DELIMITED BY SIZE
               INTO WS-NOME-HISTORICO

           OPEN INPUT HISTFAT
           IF WS-STATUS-HISTFAT EQUAL 35
               GO TO P410-FIM-BUSCA-HISTORICO
           END-IF
           MOVE "HISTFAT"          TO WS-NOME-ARQ
           MOVE "ABERTURA"         TO WS-OPERACAO-ARQ
           MOVE WS-STATUS-HISTFAT  TO WS-STATUS-TESTE
           PERFORM P900-TESTA-ARQUIVO
           IF WS-ERRO-ARQ EQUAL 'S'
               GO TO P410-FIM-BUSCA-HISTORICO
           END-IF

           PERFORM UNTIL WS-FIM-HISTORICO EQUAL 1
               READ HISTFAT
                   AT END
                       MOVE 1 TO WS-FIM-HISTORICO
                   NOT AT END
                       IF HIST-LINHA(1:3) NOT EQUAL "CTL"
                           MOVE HIST-LINHA TO WS-INFO-HISTORICO
                           IF HST-NUM-FATURA EQUAL WS-NUM-FATURA
                               MOVE WS-INFO-HISTORICO TO INFO-RECEBER
                               MOVE 'S' TO WS-FATURA-ACHADA
                               MOVE 'S' TO WS-FATURA-ARQUIVADA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE HISTFAT.
       P410-FIM-BUSCA-HISTORICO.

       P440-APURA-RECEBIDO.
           SET WS-FIM-MOVIMENTO TO 0.
           MOVE ZERO TO WS-SOMA-RECEBIDO
           MOVE ZERO TO WS-RECEBIDO-FATURA
           MOVE ZERO TO WS-MOMENTO-REFATURAMENTO
           MOVE 'N'  TO WS-TEVE-CANCELAMENTO

           OPEN INPUT MOVPAG
           IF WS-STATUS-MOVPAG EQUAL 35
               GO TO P440-FIM-APURA-RECEBIDO
           END-IF
           MOVE "MOVPAG"          TO WS-NOME-ARQ
           MOVE "ABERTURA"        TO WS-OPERACAO-ARQ
           MOVE WS-STATUS-MOVPAG  TO WS-STATUS-TESTE
           PERFORM P900-TESTA-ARQUIVO
           IF WS-ERRO-ARQ EQUAL 'S'
               GO TO P440-FIM-APURA-RECEBIDO
           END-IF

           MOVE NUM-FATURA TO MOV-NUM-FATURA
           MOVE ZERO       TO MOV-DATA-PAGAMENTO
           MOVE ZERO       TO MOV-HORA-PAGAMENTO
           START MOVPAG KEY IS NOT LESS THAN CHAVE-MOVPAG
               INVALID KEY
                   MOVE 1 TO WS-FIM-MOVIMENTO
           END-START

           PERFORM UNTIL WS-FIM-MOVIMENTO EQUAL 1
               READ MOVPAG NEXT RECORD
                   AT END
                       MOVE 1 TO WS-FIM-MOVIMENTO
                   NOT AT END
                       IF MOV-NUM-FATURA NOT EQUAL NUM-FATURA
                           MOVE 1 TO WS-FIM-MOVIMENTO
                       ELSE
                           PERFORM P442-ACUMULA-RECEBIDO
                       END-IF
               END-READ
           END-PERFORM

           CLOSE MOVPAG

           IF WS-SOMA-RECEBIDO IS GREATER THAN ZERO
               MOVE WS-SOMA-RECEBIDO TO WS-RECEBIDO-FATURA
           END-IF.
       P440-FIM-APURA-RECEBIDO.

       P442-ACUMULA-RECEBIDO.
           EVALUATE MOV-TIPO
               WHEN 'P'
                   ADD MOV-VALOR-PAGAMENTO TO WS-SOMA-RECEBIDO
               WHEN 'E'
                   SUBTRACT MOV-VALOR-PAGAMENTO FROM WS-SOMA-RECEBIDO
               WHEN 'C'
                   MOVE 'S' TO WS-TEVE-CANCELAMENTO
               WHEN 'F'
                   IF WS-TEVE-CANCELAMENTO EQUAL 'S'
                       MOVE ZERO TO WS-SOMA-RECEBIDO
                       MOVE 'N'  TO WS-TEVE-CANCELAMENTO
                       COMPUTE WS-MOMENTO-REFATURAMENTO =
                               MOV-DATA-PAGAMENTO * 100000000
                             + MOV-HORA-PAGAMENTO
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       P445-APURA-EXCEDENTE.
           SET WS-FIM-MOVIMENTO TO 0.
           MOVE ZERO TO WS-SOMA-EXCEDENTE
           MOVE ZERO TO WS-EXCEDENTE-FATURA

           OPEN INPUT MOVCRED
           IF WS-STATUS-MOVCRED EQUAL 35
               GO TO P445-FIM-APURA-EXCEDENTE
           END-IF
           MOVE "MOVCRED"          TO WS-NOME-ARQ
           MOVE "ABERTURA"         TO WS-OPERACAO-ARQ
           MOVE WS-STATUS-MOVCRED  TO WS-STATUS-TESTE
           PERFORM P900-TESTA-ARQUIVO
           IF WS-ERRO-ARQ EQUAL 'S'
               GO TO P445-FIM-APURA-EXCEDENTE
           END-IF

           MOVE NUM-FATURA TO MCR-NUM-FATURA
           START MOVCRED KEY IS EQUAL TO MCR-NUM-FATURA
               INVALID KEY
                   MOVE 1 TO WS-FIM-MOVIMENTO
           END-START

           PERFORM UNTIL WS-FIM-MOVIMENTO EQUAL 1
               READ MOVCRED NEXT RECORD
                   AT END
                       MOVE 1 TO WS-FIM-MOVIMENTO
                   NOT AT END
                       IF MCR-NUM-FATURA NOT EQUAL NUM-FATURA
                           MOVE 1 TO WS-FIM-MOVIMENTO
                       ELSE
                           COMPUTE WS-MOMENTO-MOVIMENTO =
                                   MCR-DATA * 100000000 + MCR-HORA
                           IF WS-MOMENTO-MOVIMENTO IS NOT LESS THAN
                                   WS-MOMENTO-REFATURAMENTO
                               EVALUATE MCR-TIPO
                                   WHEN 'G'
                                       ADD MCR-VALOR
                                           TO WS-SOMA-EXCEDENTE
                                   WHEN 'E'
                                       SUBTRACT MCR-VALOR
                                           FROM WS-SOMA-EXCEDENTE
                                   WHEN OTHER
                                       CONTINUE
                               END-EVALUATE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE MOVCRED

           IF WS-SOMA-EXCEDENTE IS GREATER THAN ZERO
               MOVE WS-SOMA-EXCEDENTE TO WS-EXCEDENTE-FATURA
           END-IF.
       P445-FIM-APURA-EXCEDENTE.

       P420-DESCREVE-MOTIVO.
           EVALUATE WS-MOTIVO-ESTORNO
               WHEN 1
                   MOVE "CHEQUE DEVOLVIDO"       TO WS-DESC-MOTIVO
               WHEN 2
                   MOVE "PAGAMENTO CONTESTADO"   TO WS-DESC-MOTIVO
               WHEN 3
                   MOVE "BAIXA EM FATURA ERRADA" TO WS-DESC-MOTIVO
               WHEN 4
                   MOVE "BAIXA EM DUPLICIDADE"   TO WS-DESC-MOTIVO
               WHEN OTHER
                   MOVE SPACES                   TO WS-DESC-MOTIVO
           END-EVALUATE.

       P430-GRAVA-ESTORNO.
           OPEN EXTEND ESTORNOS
           IF WS-STATUS-ESTORNOS EQUAL 35
               OPEN OUTPUT ESTORNOS
           END-IF
           MOVE "ESTORNOS"         TO WS-NOME-ARQ
           MOVE "ABERTURA"         TO WS-OPERACAO-ARQ
           MOVE WS-STATUS-ESTORNOS TO WS-STATUS-TESTE
           PERFORM P900-TESTA-ARQUIVO
           IF WS-ERRO-ARQ EQUAL 'S'
               DISPLAY "ESTORNO SEM REGISTRO NO ARQUIVO DE ESTORNOS."
           ELSE
               MOVE WS-MOV-DATA          TO EST-DATA
               MOVE WS-HORA-SISTEMA(1:6) TO EST-HORA
               MOVE NUM-FATURA           TO EST-NUM-FATURA
               MOVE COD-CLIENTE-FATURA   TO EST-COD-CLIENTE
               MOVE WS-ESTORNO-FATURA    TO EST-VALOR
               MOVE WS-MOTIVO-ESTORNO    TO EST-MOTIVO
               MOVE WS-DESC-MOTIVO       TO EST-DESC-MOTIVO
               MOVE SIT-FATURA           TO EST-SITUACAO
               IF WS-FATURA-ARQUIVADA EQUAL 'S'
                   MOVE "HISTORICO" TO EST-ORIGEM
               ELSE
                   MOVE "CORRENTE"  TO EST-ORIGEM
               END-IF
               WRITE EST-LINHA FROM WS-DETALHE-ESTORNO
               IF WS-ESTORNO-CREDITO IS GREATER THAN ZERO
                   MOVE WS-MOV-DATA          TO ESC-DATA
                   MOVE WS-HORA-SISTEMA(1:6) TO ESC-HORA
                   MOVE NUM-FATURA           TO ESC-NUM-FATURA
                   MOVE COD-CLIENTE-FATURA   TO ESC-COD-CLIENTE
                   MOVE WS-CRED-VALOR        TO ESC-VALOR
                   MOVE WS-CRED-FALTA        TO ESC-FALTA
                   WRITE EST-LINHA FROM WS-DETALHE-ESTORNO-CRED
               END-IF
               CLOSE ESTORNOS
           END-IF.

       P500-DEVOLVE-CREDITO.
           DISPLAY "CODIGO DO CLIENTE: " WITH NO ADVANCING
           ACCEPT WS-CRED-CLIENTE

           OPEN INPUT CREDITO
           IF WS-STATUS-CREDITO EQUAL 35
               DISPLAY "NAO HA CREDITOS DE CLIENTES REGISTRADOS."
               GO TO P500-FIM-DEVOLVE-CREDITO
           END-IF
           MOVE "CREDITO"          TO WS-NOME-ARQ
           MOVE "ABERTURA"         TO WS-OPERACAO-ARQ
           MOVE WS-STATUS-CREDITO  TO WS-STATUS-TESTE
           PERFORM P900-TESTA-ARQUIVO
           IF WS-ERRO-ARQ EQUAL 'S'
               GO TO P500-FIM-DEVOLVE-CREDITO
           END-IF

           MOVE WS-CRED-CLIENTE TO COD-CLIENTE-CREDITO
           READ CREDITO
               INVALID KEY
                   MOVE ZERO TO SALDO-CREDITO
           END-READ
           MOVE SALDO-CREDITO TO WS-CRED-SALDO
           CLOSE CREDITO

           IF WS-CRED-SALDO EQUAL ZERO
               DISPLAY "CLIENTE SEM CREDITO DISPONIVEL: "
                       WS-CRED-CLIENTE
               GO TO P500-FIM-DEVOLVE-CREDITO
           END-IF

           DISPLAY "CREDITO DISPONIVEL: " WS-CRED-SALDO
           DISPLAY "VALOR A DEVOLVER: " WITH NO ADVANCING
           ACCEPT WS-CRED-VALOR
           IF WS-CRED-VALOR EQUAL ZERO
               DISPLAY "DEVOLUCAO COM VALOR ZERO IGNORADA."
               GO TO P500-FIM-DEVOLVE-CREDITO
           END-IF
           IF WS-CRED-VALOR IS GREATER THAN WS-CRED-SALDO
               DISPLAY "VALOR MAIOR QUE O CREDITO DISPONIVEL. "
                       "DEVOLUCAO NAO EFETUADA."
               GO TO P500-FIM-DEVOLVE-CREDITO
           END-IF

           ACCEPT WS-CRED-DATA FROM DATE
           MOVE 'D'  TO WS-CRED-TIPO
           MOVE ZERO TO NUM-FATURA
           PERFORM P760-MOVIMENTA-CREDITO
               THRU P760-FIM-MOVIMENTA-CREDITO
           IF WS-CRED-OK EQUAL 'S'
               DISPLAY "DEVOLUCAO REGISTRADA. CREDITO RESTANTE: "
                       WS-CRED-SALDO
           END-IF.
       P500-FIM-DEVOLVE-CREDITO.

       P700-GRAVA-MOVPAG.
           ACCEPT WS-HORA-SISTEMA FROM TIME

           MOVE WS-HORA-SISTEMA     TO MOV-HORA-PAGAMENTO
           MOVE COD-CLIENTE-FATURA  TO MOV-COD-CLIENTE
           MOVE WS-MOV-VALOR        TO MOV-VALOR-PAGAMENTO
           MOVE WS-MOV-TIPO         TO MOV-TIPO
           MOVE 'N'                 TO MOV-SIT-EXPORTACAO

           OPEN I-O MOVPAG
               DISPLAY "PAGAMENTO SEM REGISTRO DE MOVIMENTO PARA "
                       "A EXPORTACAO CONTABIL."
           ELSE
               MOVE ZERO TO WS-TENTATIVAS
               MOVE 'N'  TO WS-GRAVADO
               PERFORM P705-ESCREVE-MOVPAG
                   UNTIL WS-GRAVADO EQUAL 'S'
                      OR WS-TENTATIVAS EQUAL 100
               IF WS-GRAVADO NOT EQUAL 'S'
                   DISPLAY "ERRO AO GRAVAR O MOVIMENTO DE "
                           "PAGAMENTO DA FATURA: " NUM-FATURA
                           " STATUS: " WS-STATUS-MOVPAG
               END-IF
               CLOSE MOVPAG
           END-IF.

       P705-ESCREVE-MOVPAG.
           WRITE REG-MOVPAG
               INVALID KEY
                   ADD 1 TO WS-TENTATIVAS
                   IF WS-STATUS-MOVPAG EQUAL 22
                       ADD 1 TO MOV-HORA-PAGAMENTO
                   ELSE
                       MOVE 100 TO WS-TENTATIVAS
                   END-IF
               NOT INVALID KEY
                   MOVE 'S' TO WS-GRAVADO
           END-WRITE.

       P750-GERA-CREDITO.
           MOVE COD-CLIENTE-FATURA TO WS-CRED-CLIENTE
           MOVE WS-VALOR-EXCEDENTE TO WS-CRED-VALOR
           MOVE WS-MOV-DATA        TO WS-CRED-DATA
           MOVE 'G'                TO WS-CRED-TIPO
           PERFORM P760-MOVIMENTA-CREDITO
               THRU P760-FIM-MOVIMENTA-CREDITO.

       P760-MOVIMENTA-CREDITO.
           MOVE 'N' TO WS-CRED-OK

           OPEN I-O CREDITO
           IF WS-STATUS-CREDITO EQUAL 35
               OPEN OUTPUT CREDITO
               CLOSE CREDITO
               OPEN I-O CREDITO
           END-IF
           MOVE "CREDITO"          TO WS-NOME-ARQ
           MOVE "ABERTURA"         TO WS-OPERACAO-ARQ
           MOVE WS-STATUS-CREDITO  TO WS-STATUS-TESTE
           PERFORM P900-TESTA-ARQUIVO
           IF WS-ERRO-ARQ EQUAL 'S'
               DISPLAY "CREDITO DO CLIENTE NAO REGISTRADO: "
                       WS-CRED-CLIENTE " VALOR: " WS-CRED-VALOR
               GO TO P760-FIM-MOVIMENTA-CREDITO
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
               DISPLAY "CREDITO DO CLIENTE NAO REGISTRADO: "
                       WS-CRED-CLIENTE " VALOR: " WS-CRED-VALOR
               CLOSE CREDITO
               GO TO P760-FIM-MOVIMENTA-CREDITO
           END-IF

           MOVE WS-CRED-CLIENTE TO COD-CLIENTE-CREDITO
           READ CREDITO
               INVALID KEY
                   MOVE WS-CRED-CLIENTE TO COD-CLIENTE-CREDITO
                   MOVE ZERO            TO SALDO-CREDITO
                   MOVE ZERO            TO DATA-ULT-CREDITO
                   WRITE REG-CREDITO
                       INVALID KEY
                           DISPLAY "ERRO AO CRIAR O CREDITO DO "
                                   "CLIENTE: " WS-CRED-CLIENTE
                           CLOSE CREDITO
                           CLOSE MOVCRED
                           GO TO P760-FIM-MOVIMENTA-CREDITO
                   END-WRITE
           END-READ

           IF WS-CRED-TIPO EQUAL 'E'
                   AND WS-CRED-VALOR IS GREATER THAN SALDO-CREDITO
               COMPUTE WS-CRED-FALTA = WS-CRED-VALOR - SALDO-CREDITO
               MOVE SALDO-CREDITO TO WS-CRED-VALOR
               IF WS-CRED-VALOR EQUAL ZERO
                   MOVE 'S' TO WS-CRED-OK
                   MOVE ZERO TO WS-CRED-SALDO
                   CLOSE CREDITO
                   CLOSE MOVCRED
                   GO TO P760-FIM-MOVIMENTA-CREDITO
               END-IF
           END-IF

           IF WS-CRED-TIPO EQUAL 'G'
               ADD WS-CRED-VALOR TO SALDO-CREDITO
           ELSE
               IF WS-CRED-VALOR IS GREATER THAN SALDO-CREDITO
                   DISPLAY "CREDITO INSUFICIENTE DO CLIENTE: "
                           WS-CRED-CLIENTE " SALDO: " SALDO-CREDITO
                   CLOSE CREDITO
                   CLOSE MOVCRED
                   GO TO P760-FIM-MOVIMENTA-CREDITO
               END-IF
               SUBTRACT WS-CRED-VALOR FROM SALDO-CREDITO
           END-IF
           MOVE WS-CRED-DATA TO DATA-ULT-CREDITO

           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE WS-CRED-CLIENTE    TO MCR-COD-CLIENTE
           MOVE WS-CRED-DATA       TO MCR-DATA
           MOVE WS-HORA-SISTEMA    TO MCR-HORA
           MOVE WS-CRED-TIPO       TO MCR-TIPO
           MOVE NUM-FATURA         TO MCR-NUM-FATURA
           MOVE WS-CRED-VALOR      TO MCR-VALOR
           MOVE SALDO-CREDITO      TO MCR-SALDO-APOS
           MOVE 'N'                TO MCR-SIT-EXPORTACAO
           MOVE ZERO TO WS-TENTATIVAS
           MOVE 'N'  TO WS-GRAVADO
           PERFORM P765-ESCREVE-MOVCRED
               UNTIL WS-GRAVADO EQUAL 'S'
                  OR WS-TENTATIVAS EQUAL 100
           IF WS-GRAVADO NOT EQUAL 'S'
               DISPLAY "ERRO AO GRAVAR O MOVIMENTO DE CREDITO DO "
                       "CLIENTE: " WS-CRED-CLIENTE
                       " STATUS: " WS-STATUS-MOVCRED
               CLOSE CREDITO
               CLOSE MOVCRED
               GO TO P760-FIM-MOVIMENTA-CREDITO
           END-IF

           REWRITE REG-CREDITO
               INVALID KEY
                   DISPLAY "ERRO AO ATUALIZAR O CREDITO DO CLIENTE: "
                           WS-CRED-CLIENTE
                   DELETE MOVCRED
                       INVALID KEY
                           DISPLAY "ERRO AO DESFAZER O MOVIMENTO DE "
                                   "CREDITO DO CLIENTE: "
                                   WS-CRED-CLIENTE
                   END-DELETE
                   CLOSE CREDITO
                   CLOSE MOVCRED
                   GO TO P760-FIM-MOVIMENTA-CREDITO
           END-REWRITE

           MOVE 'S' TO WS-CRED-OK
           MOVE SALDO-CREDITO TO WS-CRED-SALDO
           CLOSE CREDITO
           CLOSE MOVCRED.
       P760-FIM-MOVIMENTA-CREDITO.

       P765-ESCREVE-MOVCRED.
           WRITE REG-MOVCRED
               INVALID KEY
                   ADD 1 TO WS-TENTATIVAS
                   IF WS-STATUS-MOVCRED EQUAL 22
                       ADD 1 TO MCR-HORA
                   ELSE
                       MOVE 100 TO WS-TENTATIVAS
                   END-IF
               NOT INVALID KEY
                   MOVE 'S' TO WS-GRAVADO
           END-WRITE.

       P900-TESTA-ARQUIVO.
           CALL 'TRATA-STATUS' USING WS-NOME-ARQ WS-OPERACAO-ARQ
                                     WS-STATUS-TESTE WS-ERRO-ARQ
