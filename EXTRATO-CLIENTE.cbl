       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTRATO-CLIENTE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DADOS ASSIGN
           'CAMINHO DO ARQUIVO\DADOS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COD-CLIENTE
           ALTERNATE RECORD KEY IS NOME-CLIENTE WITH DUPLICATES
           FILE STATUS IS WS-STATUS-ARQUIVO.

           SELECT RECEBER ASSIGN
           'CAMINHO DO ARQUIVO\CONTAS-RECEBER.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NUM-FATURA
           ALTERNATE RECORD KEY IS COD-CLIENTE-FATURA
               WITH DUPLICATES
           FILE STATUS IS WS-STATUS-RECEBER.

           SELECT HISTFAT ASSIGN
           DYNAMIC WS-NOME-HISTORICO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-HISTFAT.

           SELECT MOVPAG ASSIGN
           'CAMINHO DO ARQUIVO\MOVIMENTO-PAGTO.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-MOVPAG
           FILE STATUS IS WS-STATUS-MOVPAG.

           SELECT MOVCRED ASSIGN
           'CAMINHO DO ARQUIVO\MOVIMENTO-CREDITO.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-MOVCRED
           ALTERNATE RECORD KEY IS MCR-NUM-FATURA WITH DUPLICATES
           FILE STATUS IS WS-STATUS-MOVCRED.

           SELECT LANCAMENTOS ASSIGN
           'CAMINHO DO ARQUIVO\EXTRATO-TRAB.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-LANCAMENTO
           FILE STATUS IS WS-STATUS-LANCAMENTOS.

           SELECT EXTRATO ASSIGN
           DYNAMIC WS-NOME-EXTRATO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-EXTRATO.

       DATA DIVISION.
       FILE SECTION.
       FD DADOS.
       01 INFO-CLIENTE.
           COPY INFO-CLIENTE.

       FD RECEBER.
       01 INFO-RECEBER.
           COPY INFO-RECEBER.

       FD HISTFAT.
       01 HIST-LINHA                   PIC X(61).

       FD MOVPAG.
       01 REG-MOVPAG.
           COPY INFO-MOVPAG.

       FD MOVCRED.
       01 REG-MOVCRED.
           COPY INFO-MOVCRED.

       FD LANCAMENTOS.
       01 REG-LANCAMENTO.
           03 CHAVE-LANCAMENTO.
               05 LAN-COD-CLIENTE      PIC 9(3).
               05 LAN-DATA             PIC 9(6).
               05 LAN-HORA             PIC 9(8).
               05 LAN-ORDEM            PIC 9.
               05 LAN-NUM-FATURA       PIC 9(7).
           03 LAN-TIPO                 PIC X.
           03 LAN-VALOR                PIC 9(6)V99.

       FD EXTRATO.
       01 EXT-LINHA                    PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-ARQUIVO            PIC 99.
       77 WS-STATUS-RECEBER            PIC 99.
       77 WS-STATUS-HISTFAT            PIC 99.
       77 WS-STATUS-MOVPAG             PIC 99.
       77 WS-STATUS-MOVCRED            PIC 99.
       77 WS-STATUS-LANCAMENTOS        PIC 99.
       77 WS-STATUS-EXTRATO            PIC 99.
       77 WS-OPCAO-MENU                PIC 9.
       77 WS-NOME-ARQ                  PIC X(20).
       77 WS-OPERACAO-ARQ              PIC X(10).
       77 WS-STATUS-TESTE              PIC 99.
       77 WS-ERRO-ARQ                  PIC X.
       77 WS-ARQUIVOS-OK               PIC X.
       77 WS-NOME-HISTORICO            PIC X(40).
       77 WS-NOME-EXTRATO              PIC X(40).
       77 WS-FIM-ARQUIVO               PIC 99.
       77 WS-FIM-HISTORICO             PIC 99.
       77 WS-FIM-MOVIMENTO             PIC 99.
       77 WS-FIM-LANCAMENTO            PIC 99.
       77 WS-CLIENTE-FILTRO            PIC 9(3).
       77 WS-COD-CLIENTE               PIC 9(3).
       77 WS-DATA-INICIAL              PIC 9(6).
       77 WS-DATA-FINAL                PIC 9(6).
       77 WS-PERIODO-EXTRATO           PIC 9(4).
       77 WS-MES-EXTRATO               PIC 99.
       77 WS-ANO-EXTRATO               PIC 99.
       77 WS-ULTIMO-DIA                PIC 99.
       77 WS-QUOCIENTE                 PIC 99.
       77 WS-RESTO                     PIC 9.
       77 WS-ANO-HISTORICO             PIC 99.
       77 WS-ANO-LIMITE                PIC 99.
       77 WS-FATURA-ANTERIOR           PIC 9(7).
       77 WS-TEVE-CANCELAMENTO         PIC X.
       77 WS-VALOR-ABATIDO             PIC 9(6)V99.
       77 WS-SALDO                     PIC S9(9)V99.
       77 WS-SALDO-ANTERIOR            PIC S9(9)V99.
       77 WS-SALDO-EDICAO              PIC S9(9)V99.
       77 WS-TOTAL-DEBITOS             PIC 9(9)V99.
       77 WS-TOTAL-CREDITOS            PIC 9(9)V99.
       77 WS-VALOR-DEBITO              PIC 9(6)V99.
       77 WS-VALOR-CREDITO             PIC 9(6)V99.
       77 WS-ABERTURA-IMPRESSA         PIC X.
       77 WS-QTD-LANCAMENTOS           PIC 9(5).
       77 WS-QTD-EXTRATOS              PIC 9(5).
       77 WS-QTD-CLIENTES-LIDOS        PIC 9(5).
       01 WS-DATA-SISTEMA              PIC 9(6).
       01 WS-DATA-AUX.
           03 WS-AUX-AA                PIC 99.
           03 WS-AUX-MM                PIC 99.
           03 WS-AUX-DD                PIC 99.
       01 WS-DATA-FORMATADA.
           03 FMT-DD                   PIC 99.
           03 FILLER                   PIC X VALUE "/".
           03 FMT-MM                   PIC 99.
           03 FILLER                   PIC X VALUE "/".
           03 FMT-AA                   PIC 99.
       01 WS-INFO-HISTORICO.
           03 HST-NUM-FATURA           PIC 9(7).
           03 HST-COD-CLIENTE-FATURA   PIC 9(3).
           03 FILLER                   PIC X(51).
       01 WS-CABECALHO-EXTRATO.
           03 FILLER                   PIC X(36)
                       VALUE "EXTRATO DE CONTA DO CLIENTE".
           03 FILLER                   PIC X(9) VALUE "EMISSAO: ".
           03 EXT-DATA-EMISSAO         PIC X(8).
       01 WS-LINHA-PERIODO.
           03 FILLER                   PIC X(9) VALUE "PERIODO: ".
           03 EXT-DATA-INICIAL         PIC X(8).
           03 FILLER                   PIC X(3) VALUE " A ".
           03 EXT-DATA-FINAL           PIC X(8).
       01 WS-LINHA-NOME.
           03 FILLER                   PIC X(4) VALUE "A/C ".
           03 EXT-NOME-CLIENTE         PIC X(20).
           03 FILLER                   PIC X(9) VALUE " CODIGO: ".
           03 EXT-COD-CLIENTE          PIC ZZ9.
       01 WS-LINHA-ENDERECO.
           03 EXT-END-CLIENTE          PIC X(30).
       01 WS-LINHA-CIDADE.
           03 EXT-CID-CLIENTE          PIC X(20).
           03 FILLER                   PIC X(3) VALUE " - ".
           03 EXT-UF-CLIENTE           PIC X(2).
           03 FILLER                   PIC X(6) VALUE " CEP: ".
           03 EXT-CEP-CLIENTE          PIC 9(8).
       01 WS-LINHA-EMAIL.
           03 FILLER                   PIC X(8) VALUE "E-MAIL: ".
           03 EXT-EMAIL-CLIENTE        PIC X(30).
       01 WS-CABECALHO-LANCAMENTOS.
           03 FILLER                   PIC X(9) VALUE "DATA".
           03 FILLER                   PIC X(25) VALUE "HISTORICO".
           03 FILLER                   PIC X(8) VALUE "FATURA".
           03 FILLER                   PIC X(10) VALUE "   DEBITO".
           03 FILLER                   PIC X(10) VALUE "  CREDITO".
           03 FILLER                   PIC X(12) VALUE "       SALDO".
       01 WS-DETALHE-LANCAMENTO.
           03 EXT-DATA                 PIC X(8).
           03 FILLER                   PIC X VALUE SPACE.
           03 EXT-HISTORICO            PIC X(24).
           03 FILLER                   PIC X VALUE SPACE.
           03 EXT-NUM-FATURA           PIC 9(7).
           03 FILLER                   PIC X VALUE SPACE.
           03 EXT-DEBITO               PIC ZZZZZ9,99.
           03 FILLER                   PIC X VALUE SPACE.
           03 EXT-CREDITO              PIC ZZZZZ9,99.
           03 FILLER                   PIC X VALUE SPACE.
           03 EXT-SALDO                PIC ZZZZZZ9,99.
           03 FILLER                   PIC X VALUE SPACE.
           03 EXT-SALDO-DC             PIC X.
       01 WS-LINHA-SALDO.
           03 EXT-DESC-SALDO           PIC X(42).
           03 FILLER                   PIC X(20) VALUE SPACES.
           03 EXT-VALOR-SALDO          PIC ZZZZZZ9,99.
           03 FILLER                   PIC X VALUE SPACE.
           03 EXT-VALOR-SALDO-DC       PIC X.
       01 WS-LINHA-TOTAIS.
           03 FILLER                   PIC X(42)
                       VALUE "TOTAIS DO PERIODO".
           03 EXT-TOTAL-DEBITOS        PIC ZZZZZZZ9,99.
           03 EXT-TOTAL-CREDITOS       PIC ZZZZZZZ9,99.
       01 WS-LINHA-LEGENDA.
           03 FILLER                   PIC X(52)
               VALUE "SALDO D = A PAGAR   C = CREDITO A SEU FAVOR".

       LINKAGE SECTION.
       01 LS-PARAMETRO-EXECUCAO.
           COPY INFO-EXECUCAO.

       PROCEDURE DIVISION USING LS-PARAMETRO-EXECUCAO.
       MAIN-PROCEDURE.
           DISPLAY "***** EXTRATO DE CONTA DO CLIENTE ***** ".
           MOVE 0 TO WS-OPCAO-MENU.

           IF EXE-MODO EQUAL 'N'
               MOVE EXE-PERIODO TO WS-PERIODO-EXTRATO
               PERFORM P200-EXTRATOS-MES
                   THRU P200-FIM-EXTRATOS-MES
               MOVE WS-QTD-CLIENTES-LIDOS TO EXE-QTD-LIDOS
               MOVE WS-QTD-EXTRATOS       TO EXE-QTD-GRAVADOS
               MOVE ZERO                  TO EXE-QTD-REJEITADOS
               GOBACK
           END-IF

           PERFORM UNTIL WS-OPCAO-MENU EQUAL 9
               DISPLAY " "
               DISPLAY "1 - EXTRATO DE UM CLIENTE"
               DISPLAY "2 - EXTRATOS DO MES PARA OS CLIENTES ATIVOS"
               DISPLAY "9 - SAIR"
               DISPLAY "OPCAO: " WITH NO ADVANCING
               ACCEPT WS-OPCAO-MENU

               EVALUATE WS-OPCAO-MENU
                   WHEN 1
                       PERFORM P100-EXTRATO-CLIENTE
                           THRU P100-FIM-EXTRATO-CLIENTE
                   WHEN 2
                       PERFORM P200-EXTRATOS-MES
                           THRU P200-FIM-EXTRATOS-MES
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "OPCAO INVALIDA."
               END-EVALUATE
           END-PERFORM

           GOBACK.

       P100-EXTRATO-CLIENTE.
           ACCEPT WS-DATA-SISTEMA FROM DATE
           MOVE ZERO TO WS-QTD-EXTRATOS

           DISPLAY "CODIGO DO CLIENTE: " WITH NO ADVANCING
           ACCEPT WS-CLIENTE-FILTRO
           DISPLAY "DATA INICIAL (AAMMDD): " WITH NO ADVANCING
           ACCEPT WS-DATA-INICIAL
           DISPLAY "DATA FINAL (AAMMDD, ZERO = HOJE): "
                   WITH NO ADVANCING
           ACCEPT WS-DATA-FINAL
           IF WS-DATA-FINAL EQUAL ZERO
               MOVE WS-DATA-SISTEMA TO WS-DATA-FINAL
           END-IF
           IF WS-CLIENTE-FILTRO EQUAL ZERO
               DISPLAY "CODIGO DE CLIENTE INVALIDO."
               GO TO P100-FIM-EXTRATO-CLIENTE
           END-IF
           IF WS-DATA-INICIAL IS GREATER THAN WS-DATA-FINAL
               DISPLAY "DATA INICIAL POSTERIOR A DATA FINAL."
               GO TO P100-FIM-EXTRATO-CLIENTE
           END-IF

           MOVE "CAMINHO DO ARQUIVO\EXTRATO-CLIENTE.TXT"
               TO WS-NOME-EXTRATO
           PERFORM P300-ABRE-ARQUIVOS THRU P300-FIM-ABRE-ARQUIVOS
           IF WS-ARQUIVOS-OK NOT EQUAL 'S'
               GO TO P100-FIM-EXTRATO-CLIENTE
           END-IF

           MOVE WS-CLIENTE-FILTRO TO COD-CLIENTE
           READ DADOS
               INVALID KEY
                   DISPLAY "CLIENTE NAO CADASTRADO: "
                           WS-CLIENTE-FILTRO
                   PERFORM P390-FECHA-ARQUIVOS
                   GO TO P100-FIM-EXTRATO-CLIENTE
           END-READ

           PERFORM P400-CARREGA-LANCAMENTOS
           PERFORM P500-EMITE-EXTRATO

           DISPLAY "CLIENTE: " COD-CLIENTE " " NOME-CLIENTE
           DISPLAY "LANCAMENTOS NO PERIODO: " WS-QTD-LANCAMENTOS
           MOVE WS-SALDO-ANTERIOR TO WS-SALDO-EDICAO
           PERFORM P570-INDICA-SALDO
           DISPLAY "SALDO ANTERIOR: " EXT-VALOR-SALDO " "
                   EXT-VALOR-SALDO-DC
           MOVE WS-SALDO TO WS-SALDO-EDICAO
           PERFORM P570-INDICA-SALDO
           DISPLAY "SALDO ATUAL...: " EXT-VALOR-SALDO " "
                   EXT-VALOR-SALDO-DC
           DISPLAY "EXTRATO GRAVADO EM: " WS-NOME-EXTRATO

           PERFORM P390-FECHA-ARQUIVOS.
       P100-FIM-EXTRATO-CLIENTE.

       P200-EXTRATOS-MES.
           ACCEPT WS-DATA-SISTEMA FROM DATE
           MOVE ZERO TO WS-QTD-EXTRATOS
           MOVE ZERO TO WS-QTD-CLIENTES-LIDOS
           SET WS-FIM-ARQUIVO TO 0.

           IF EXE-MODO NOT EQUAL 'N'
               DISPLAY "MES DOS EXTRATOS (AAMM): " WITH NO ADVANCING
               ACCEPT WS-PERIODO-EXTRATO
           END-IF
           MOVE WS-PERIODO-EXTRATO(1:2) TO WS-ANO-EXTRATO
           MOVE WS-PERIODO-EXTRATO(3:2) TO WS-MES-EXTRATO
           IF WS-MES-EXTRATO IS LESS THAN 1
                   OR WS-MES-EXTRATO IS GREATER THAN 12
               DISPLAY "MES INVALIDO: " WS-PERIODO-EXTRATO
               MOVE 8 TO RETURN-CODE
               GO TO P200-FIM-EXTRATOS-MES
           END-IF

           EVALUATE WS-MES-EXTRATO
               WHEN 2
                   DIVIDE WS-ANO-EXTRATO BY 4 GIVING WS-QUOCIENTE
                       REMAINDER WS-RESTO
                   IF WS-RESTO EQUAL ZERO
                       MOVE 29 TO WS-ULTIMO-DIA
                   ELSE
                       MOVE 28 TO WS-ULTIMO-DIA
                   END-IF
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-ULTIMO-DIA
               WHEN OTHER
                   MOVE 31 TO WS-ULTIMO-DIA
           END-EVALUATE
           COMPUTE WS-DATA-INICIAL = WS-PERIODO-EXTRATO * 100 + 1
           COMPUTE WS-DATA-FINAL   = WS-PERIODO-EXTRATO * 100
                                   + WS-ULTIMO-DIA
           MOVE ZERO TO WS-CLIENTE-FILTRO

           MOVE "CAMINHO DO ARQUIVO\EXTRATOS-MENSAIS.TXT"
               TO WS-NOME-EXTRATO
           PERFORM P300-ABRE-ARQUIVOS THRU P300-FIM-ABRE-ARQUIVOS
           IF WS-ARQUIVOS-OK NOT EQUAL 'S'
               GO TO P200-FIM-EXTRATOS-MES
           END-IF

           PERFORM P400-CARREGA-LANCAMENTOS

           MOVE ZERO TO COD-CLIENTE
           START DADOS KEY IS NOT LESS THAN COD-CLIENTE
               INVALID KEY
                   MOVE 1 TO WS-FIM-ARQUIVO
           END-START

           PERFORM UNTIL WS-FIM-ARQUIVO EQUAL 1
               READ DADOS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-FIM-ARQUIVO
                   NOT AT END
                       ADD 1 TO WS-QTD-CLIENTES-LIDOS
                       IF SIT-CLIENTE EQUAL 'A'
                           PERFORM P500-EMITE-EXTRATO
                       END-IF
               END-READ
           END-PERFORM

           DISPLAY "EXTRATOS DO MES " WS-PERIODO-EXTRATO
                   " GRAVADOS EM: " WS-NOME-EXTRATO
           DISPLAY "CLIENTES LIDOS...: " WS-QTD-CLIENTES-LIDOS
           DISPLAY "EXTRATOS EMITIDOS: " WS-QTD-EXTRATOS

           PERFORM P390-FECHA-ARQUIVOS.
       P200-FIM-EXTRATOS-MES.

       P300-ABRE-ARQUIVOS.
           MOVE 'N' TO WS-ARQUIVOS-OK

           OPEN INPUT DADOS
           MOVE "DADOS"           TO WS-NOME-ARQ
           MOVE "ABERTURA"        TO WS-OPERACAO-ARQ
           MOVE WS-STATUS-ARQUIVO TO WS-STATUS-TESTE
           PERFORM P900-TESTA-ARQUIVO
           IF WS-ERRO-ARQ EQUAL 'S'
               GO TO P300-FIM-ABRE-ARQUIVOS
           END-IF

           OPEN INPUT RECEBER
           MOVE "CONTAS-RECEBER"  TO WS-NOME-ARQ
           MOVE "ABERTURA"        TO WS-OPERACAO-ARQ
           MOVE WS-STATUS-RECEBER TO WS-STATUS-TESTE
           PERFORM P900-TESTA-ARQUIVO
           IF WS-ERRO-ARQ EQUAL 'S'
               CLOSE DADOS
               GO TO P300-FIM-ABRE-ARQUIVOS
           END-IF

           OPEN OUTPUT LANCAMENTOS
           CLOSE LANCAMENTOS
           OPEN I-O LANCAMENTOS
           MOVE "EXTRATO-TRAB"        TO WS-NOME-ARQ
           MOVE "ABERTURA"            TO WS-OPERACAO-ARQ
           MOVE WS-STATUS-LANCAMENTOS TO WS-STATUS-TESTE
           PERFORM P900-TESTA-ARQUIVO
           IF WS-ERRO-ARQ EQUAL 'S'
               CLOSE DADOS
               CLOSE RECEBER
               GO TO P300-FIM-ABRE-ARQUIVOS
           END-IF

           OPEN OUTPUT EXTRATO
           MOVE "EXTRATO"         TO WS-NOME-ARQ
           MOVE "ABERTURA"        TO WS-OPERACAO-ARQ
           MOVE WS-STATUS-EXTRATO TO WS-STATUS-TESTE
           PERFORM P900-TESTA-ARQUIVO
           IF WS-ERRO-ARQ EQUAL 'S'
               DISPLAY "EXTRATO PRETENDIDO: " WS-NOME-EXTRATO
               CLOSE DADOS
               CLOSE RECEBER
               CLOSE LANCAMENTOS
               GO TO P300-FIM-ABRE-ARQUIVOS
           END-IF

           MOVE 'S' TO WS-ARQUIVOS-OK.
       P300-FIM-ABRE-ARQUIVOS.

       P390-FECHA-ARQUIVOS.
           CLOSE DADOS
           CLOSE RECEBER
           CLOSE LANCAMENTOS
           CLOSE EXTRATO.

       P400-CARREGA-LANCAMENTOS.
           PERFORM P410-CARREGA-FATURAS
           PERFORM P420-CARREGA-HISTORICO
           PERFORM P430-CARREGA-PAGAMENTOS
               THRU P430-FIM-CARREGA-PAGAMENTOS
           PERFORM P440-CARREGA-CREDITOS
               THRU P440-FIM-CARREGA-CREDITOS.

       P410-CARREGA-FATURAS.
           SET WS-FIM-ARQUIVO TO 0.
           IF WS-CLIENTE-FILTRO EQUAL ZERO
               MOVE ZERO TO NUM-FATURA
               START RECEBER KEY IS NOT LESS THAN NUM-FATURA
                   INVALID KEY
                       MOVE 1 TO WS-FIM-ARQUIVO
               END-START
           ELSE
               MOVE WS-CLIENTE-FILTRO TO COD-CLIENTE-FATURA
               START RECEBER KEY IS NOT LESS THAN COD-CLIENTE-FATURA
                   INVALID KEY
                       MOVE 1 TO WS-FIM-ARQUIVO
               END-START
           END-IF

           PERFORM UNTIL WS-FIM-ARQUIVO EQUAL 1
               READ RECEBER NEXT RECORD
                   AT END
                       MOVE 1 TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF WS-CLIENTE-FILTRO EQUAL ZERO
                           PERFORM P450-LANCA-FATURA
                       ELSE
                           IF COD-CLIENTE-FATURA NOT EQUAL
                                   WS-CLIENTE-FILTRO
                               MOVE 1 TO WS-FIM-ARQUIVO
                           ELSE
                               PERFORM P450-LANCA-FATURA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       P420-CARREGA-HISTORICO.
           MOVE WS-DATA-FINAL(1:2) TO WS-ANO-LIMITE
           MOVE ZERO TO WS-ANO-HISTORICO
           PERFORM P425-LE-HISTORICO
           PERFORM UNTIL WS-ANO-HISTORICO EQUAL WS-ANO-LIMITE
               ADD 1 TO WS-ANO-HISTORICO
               PERFORM P425-LE-HISTORICO
           END-PERFORM.

       P425-LE-HISTORICO.
           SET WS-FIM-HISTORICO TO 0.
           MOVE SPACES TO WS-NOME-HISTORICO
           STRING "CAMINHO DO ARQUIVO\HIST-RECEBER-"
                       DELIMITED BY SIZE
                  WS-ANO-HISTORICO     DELIMITED BY SIZE
                  ".DAT"               DELIMITED BY SIZE
               INTO WS-NOME-HISTORICO

           OPEN INPUT HISTFAT
           IF WS-STATUS-HISTFAT EQUAL 35
               MOVE 1 TO WS-FIM-HISTORICO
           ELSE
               MOVE "HISTFAT"          TO WS-NOME-ARQ
               MOVE "ABERTURA"         TO WS-OPERACAO-ARQ
               MOVE WS-STATUS-HISTFAT  TO WS-STATUS-TESTE
               PERFORM P900-TESTA-ARQUIVO
               IF WS-ERRO-ARQ EQUAL 'S'
                   DISPLAY "HISTORICO NAO LIDO: " WS-NOME-HISTORICO
                   MOVE 1 TO WS-FIM-HISTORICO
               ELSE
                   PERFORM UNTIL WS-FIM-HISTORICO EQUAL 1
                       READ HISTFAT
                           AT END
                               MOVE 1 TO WS-FIM-HISTORICO
                           NOT AT END
                               PERFORM P428-AVALIA-HISTORICO
                       END-READ
                   END-PERFORM
                   CLOSE HISTFAT
               END-IF
           END-IF.

       P428-AVALIA-HISTORICO.
           IF HIST-LINHA(1:3) NOT EQUAL "CTL"
               MOVE HIST-LINHA TO WS-INFO-HISTORICO
               IF WS-CLIENTE-FILTRO EQUAL ZERO
                       OR HST-COD-CLIENTE-FATURA EQUAL
                           WS-CLIENTE-FILTRO
                   MOVE HST-NUM-FATURA TO NUM-FATURA
                   READ RECEBER
                       INVALID KEY
                           MOVE WS-INFO-HISTORICO TO INFO-RECEBER
                           PERFORM P450-LANCA-FATURA
                   END-READ
               END-IF
           END-IF.

       P430-CARREGA-PAGAMENTOS.
           SET WS-FIM-MOVIMENTO TO 0.
           MOVE ZERO TO WS-FATURA-ANTERIOR
           MOVE 'N' TO WS-TEVE-CANCELAMENTO
           MOVE ZERO TO WS-VALOR-ABATIDO

           OPEN INPUT MOVPAG
           IF WS-STATUS-MOVPAG EQUAL 35
               GO TO P430-FIM-CARREGA-PAGAMENTOS
           END-IF
           MOVE "MOVPAG"          TO WS-NOME-ARQ
           MOVE "ABERTURA"        TO WS-OPERACAO-ARQ
           MOVE WS-STATUS-MOVPAG  TO WS-STATUS-TESTE
           PERFORM P900-TESTA-ARQUIVO
           IF WS-ERRO-ARQ EQUAL 'S'
               DISPLAY "EXTRATO SEM OS MOVIMENTOS DE PAGAMENTO."
               GO TO P430-FIM-CARREGA-PAGAMENTOS
           END-IF

           PERFORM UNTIL WS-FIM-MOVIMENTO EQUAL 1
               READ MOVPAG NEXT RECORD
                   AT END
                       MOVE 1 TO WS-FIM-MOVIMENTO
                   NOT AT END
                       PERFORM P435-LANCA-MOVIMENTO
               END-READ
           END-PERFORM

           CLOSE MOVPAG.
       P430-FIM-CARREGA-PAGAMENTOS.

       P435-LANCA-MOVIMENTO.
           IF MOV-NUM-FATURA NOT EQUAL WS-FATURA-ANTERIOR
               MOVE MOV-NUM-FATURA TO WS-FATURA-ANTERIOR
               MOVE 'N' TO WS-TEVE-CANCELAMENTO
               MOVE ZERO TO WS-VALOR-ABATIDO
           END-IF

           MOVE MOV-TIPO            TO LAN-TIPO
           MOVE MOV-VALOR-PAGAMENTO TO LAN-VALOR
           EVALUATE MOV-TIPO
               WHEN 'C'
                   MOVE 'S' TO WS-TEVE-CANCELAMENTO
                   ADD MOV-VALOR-PAGAMENTO TO WS-VALOR-ABATIDO
               WHEN 'N'
                   ADD MOV-VALOR-PAGAMENTO TO WS-VALOR-ABATIDO
               WHEN 'F'
                   IF WS-TEVE-CANCELAMENTO EQUAL 'S'
                       MOVE WS-VALOR-ABATIDO TO LAN-VALOR
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF MOV-TIPO EQUAL 'F'
                   AND WS-TEVE-CANCELAMENTO NOT EQUAL 'S'
               CONTINUE
           ELSE
           IF WS-CLIENTE-FILTRO EQUAL ZERO
                   OR MOV-COD-CLIENTE EQUAL WS-CLIENTE-FILTRO
               MOVE MOV-COD-CLIENTE     TO LAN-COD-CLIENTE
               MOVE MOV-DATA-PAGAMENTO  TO LAN-DATA
               MOVE MOV-HORA-PAGAMENTO  TO LAN-HORA
               MOVE 4                   TO LAN-ORDEM
               MOVE MOV-NUM-FATURA      TO LAN-NUM-FATURA
               PERFORM P460-GRAVA-LANCAMENTO
           END-IF
           END-IF

           IF MOV-TIPO EQUAL 'F'
               MOVE 'N'  TO WS-TEVE-CANCELAMENTO
               MOVE ZERO TO WS-VALOR-ABATIDO
           END-IF.

       P440-CARREGA-CREDITOS.
           SET WS-FIM-MOVIMENTO TO 0.

           OPEN INPUT MOVCRED
           IF WS-STATUS-MOVCRED EQUAL 35
               GO TO P440-FIM-CARREGA-CREDITOS
           END-IF
           MOVE "MOVCRED"         TO WS-NOME-ARQ
           MOVE "ABERTURA"        TO WS-OPERACAO-ARQ
           MOVE WS-STATUS-MOVCRED TO WS-STATUS-TESTE
           PERFORM P900-TESTA-ARQUIVO
           IF WS-ERRO-ARQ EQUAL 'S'
               DISPLAY "EXTRATO SEM OS MOVIMENTOS DE CREDITO."
               GO TO P440-FIM-CARREGA-CREDITOS
           END-IF

           MOVE WS-CLIENTE-FILTRO TO MCR-COD-CLIENTE
           MOVE ZERO              TO MCR-DATA
           MOVE ZERO              TO MCR-HORA
           START MOVCRED KEY IS NOT LESS THAN CHAVE-MOVCRED
               INVALID KEY
                   MOVE 1 TO WS-FIM-MOVIMENTO
           END-START

           PERFORM UNTIL WS-FIM-MOVIMENTO EQUAL 1
               READ MOVCRED NEXT RECORD
                   AT END
                       MOVE 1 TO WS-FIM-MOVIMENTO
                   NOT AT END
                       IF WS-CLIENTE-FILTRO NOT EQUAL ZERO
                               AND MCR-COD-CLIENTE NOT EQUAL
                                   WS-CLIENTE-FILTRO
                           MOVE 1 TO WS-FIM-MOVIMENTO
                       ELSE
                           IF MCR-TIPO EQUAL 'G'
                                   OR MCR-TIPO EQUAL 'D'
                                   OR MCR-TIPO EQUAL 'E'
                               MOVE MCR-COD-CLIENTE TO LAN-COD-CLIENTE
                               MOVE MCR-DATA        TO LAN-DATA
                               MOVE MCR-HORA        TO LAN-HORA
                               MOVE 5               TO LAN-ORDEM
                               MOVE MCR-NUM-FATURA  TO LAN-NUM-FATURA
                               MOVE MCR-TIPO        TO LAN-TIPO
                               MOVE MCR-VALOR       TO LAN-VALOR
                               PERFORM P460-GRAVA-LANCAMENTO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE MOVCRED.
       P440-FIM-CARREGA-CREDITOS.

       P450-LANCA-FATURA.
           MOVE COD-CLIENTE-FATURA TO LAN-COD-CLIENTE
           MOVE ZERO               TO LAN-HORA
           MOVE NUM-FATURA         TO LAN-NUM-FATURA

           MOVE DATA-EMISSAO       TO LAN-DATA
           MOVE 1                  TO LAN-ORDEM
           MOVE 'I'                TO LAN-TIPO
           MOVE VALOR-FATURA       TO LAN-VALOR
           PERFORM P460-GRAVA-LANCAMENTO

           IF DATA-ULT-ENCARGO EQUAL ZERO
               MOVE DATA-VENCIMENTO  TO LAN-DATA
           ELSE
               MOVE DATA-ULT-ENCARGO TO LAN-DATA
           END-IF
           IF VALOR-MULTA IS GREATER THAN ZERO
               MOVE 2                TO LAN-ORDEM
               MOVE 'M'              TO LAN-TIPO
               MOVE VALOR-MULTA      TO LAN-VALOR
               PERFORM P460-GRAVA-LANCAMENTO
           END-IF
           IF VALOR-JUROS IS GREATER THAN ZERO
               MOVE 3                TO LAN-ORDEM
               MOVE 'J'              TO LAN-TIPO
               MOVE VALOR-JUROS      TO LAN-VALOR
               PERFORM P460-GRAVA-LANCAMENTO
           END-IF.

       P460-GRAVA-LANCAMENTO.
           WRITE REG-LANCAMENTO
               INVALID KEY
                   REWRITE REG-LANCAMENTO
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR O LANCAMENTO DA "
                                   "FATURA: " LAN-NUM-FATURA
                   END-REWRITE
           END-WRITE.

       P500-EMITE-EXTRATO.
           SET WS-FIM-LANCAMENTO TO 0.
           MOVE ZERO TO WS-SALDO
           MOVE ZERO TO WS-SALDO-ANTERIOR
           MOVE ZERO TO WS-TOTAL-DEBITOS
           MOVE ZERO TO WS-TOTAL-CREDITOS
           MOVE ZERO TO WS-QTD-LANCAMENTOS
           MOVE 'N'  TO WS-ABERTURA-IMPRESSA
           MOVE COD-CLIENTE TO WS-COD-CLIENTE
           ADD 1 TO WS-QTD-EXTRATOS

           PERFORM P510-CABECALHO-EXTRATO

           MOVE WS-COD-CLIENTE TO LAN-COD-CLIENTE
           MOVE ZERO           TO LAN-DATA
           MOVE ZERO           TO LAN-HORA
           MOVE ZERO           TO LAN-ORDEM
           MOVE ZERO           TO LAN-NUM-FATURA
           START LANCAMENTOS KEY IS NOT LESS THAN CHAVE-LANCAMENTO
               INVALID KEY
                   MOVE 1 TO WS-FIM-LANCAMENTO
           END-START

           PERFORM UNTIL WS-FIM-LANCAMENTO EQUAL 1
               READ LANCAMENTOS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-FIM-LANCAMENTO
                   NOT AT END
                       IF LAN-COD-CLIENTE NOT EQUAL WS-COD-CLIENTE
                           MOVE 1 TO WS-FIM-LANCAMENTO
                       ELSE
                           PERFORM P520-TRATA-LANCAMENTO
                       END-IF
               END-READ
           END-PERFORM

           IF WS-ABERTURA-IMPRESSA NOT EQUAL 'S'
               PERFORM P530-SALDO-ANTERIOR
           END-IF

           MOVE SPACES TO EXT-LINHA
           WRITE EXT-LINHA
           MOVE WS-TOTAL-DEBITOS  TO EXT-TOTAL-DEBITOS
           MOVE WS-TOTAL-CREDITOS TO EXT-TOTAL-CREDITOS
           WRITE EXT-LINHA FROM WS-LINHA-TOTAIS
           MOVE "SALDO ATUAL" TO EXT-DESC-SALDO
           MOVE WS-SALDO      TO WS-SALDO-EDICAO
           PERFORM P570-INDICA-SALDO
           WRITE EXT-LINHA FROM WS-LINHA-SALDO
           MOVE SPACES TO EXT-LINHA
           WRITE EXT-LINHA
           WRITE EXT-LINHA FROM WS-LINHA-LEGENDA.

       P510-CABECALHO-EXTRATO.
           IF WS-QTD-EXTRATOS IS GREATER THAN 1
               MOVE SPACES TO EXT-LINHA
               WRITE EXT-LINHA
                   BEFORE ADVANCING PAGE
           END-IF

           MOVE WS-DATA-SISTEMA TO WS-DATA-AUX
           PERFORM P590-FORMATA-DATA
           MOVE WS-DATA-FORMATADA TO EXT-DATA-EMISSAO
           WRITE EXT-LINHA FROM WS-CABECALHO-EXTRATO
           MOVE WS-DATA-INICIAL TO WS-DATA-AUX
           PERFORM P590-FORMATA-DATA
           MOVE WS-DATA-FORMATADA TO EXT-DATA-INICIAL
           MOVE WS-DATA-FINAL TO WS-DATA-AUX
           PERFORM P590-FORMATA-DATA
           MOVE WS-DATA-FORMATADA TO EXT-DATA-FINAL
           WRITE EXT-LINHA FROM WS-LINHA-PERIODO
           MOVE SPACES TO EXT-LINHA
           WRITE EXT-LINHA

           MOVE COD-CLIENTE   TO EXT-COD-CLIENTE
           MOVE NOME-CLIENTE  TO EXT-NOME-CLIENTE
           WRITE EXT-LINHA FROM WS-LINHA-NOME
           MOVE END-CLIENTE   TO EXT-END-CLIENTE
           WRITE EXT-LINHA FROM WS-LINHA-ENDERECO
           MOVE CID-CLIENTE   TO EXT-CID-CLIENTE
           MOVE UF-CLIENTE    TO EXT-UF-CLIENTE
           MOVE CEP-CLIENTE   TO EXT-CEP-CLIENTE
           WRITE EXT-LINHA FROM WS-LINHA-CIDADE
           MOVE EMAIL-CLIENTE TO EXT-EMAIL-CLIENTE
           WRITE EXT-LINHA FROM WS-LINHA-EMAIL

           MOVE SPACES TO EXT-LINHA
           WRITE EXT-LINHA
           WRITE EXT-LINHA FROM WS-CABECALHO-LANCAMENTOS.

       P520-TRATA-LANCAMENTO.
           MOVE ZERO TO WS-VALOR-DEBITO
           MOVE ZERO TO WS-VALOR-CREDITO
           EVALUATE LAN-TIPO
               WHEN 'I'
               WHEN 'M'
               WHEN 'J'
               WHEN 'E'
               WHEN 'F'
               WHEN 'D'
                   MOVE LAN-VALOR TO WS-VALOR-DEBITO
               WHEN 'P'
               WHEN 'C'
               WHEN 'N'
               WHEN 'G'
                   MOVE LAN-VALOR TO WS-VALOR-CREDITO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF LAN-DATA IS LESS THAN WS-DATA-INICIAL
               COMPUTE WS-SALDO = WS-SALDO + WS-VALOR-DEBITO
                                           - WS-VALOR-CREDITO
           ELSE
               IF LAN-DATA IS NOT GREATER THAN WS-DATA-FINAL
                   IF WS-ABERTURA-IMPRESSA NOT EQUAL 'S'
                       PERFORM P530-SALDO-ANTERIOR
                   END-IF
                   COMPUTE WS-SALDO = WS-SALDO + WS-VALOR-DEBITO
                                               - WS-VALOR-CREDITO
                   ADD WS-VALOR-DEBITO  TO WS-TOTAL-DEBITOS
                   ADD WS-VALOR-CREDITO TO WS-TOTAL-CREDITOS
                   ADD 1 TO WS-QTD-LANCAMENTOS
                   PERFORM P540-IMPRIME-LANCAMENTO
               END-IF
           END-IF.

       P530-SALDO-ANTERIOR.
           MOVE 'S' TO WS-ABERTURA-IMPRESSA
           MOVE WS-SALDO TO WS-SALDO-ANTERIOR
           MOVE "SALDO ANTERIOR" TO EXT-DESC-SALDO
           MOVE WS-SALDO TO WS-SALDO-EDICAO
           PERFORM P570-INDICA-SALDO
           WRITE EXT-LINHA FROM WS-LINHA-SALDO.

       P540-IMPRIME-LANCAMENTO.
           MOVE LAN-DATA TO WS-DATA-AUX
           PERFORM P590-FORMATA-DATA
           MOVE WS-DATA-FORMATADA TO EXT-DATA
           EVALUATE LAN-TIPO
               WHEN 'I'
                   MOVE "FATURA EMITIDA"          TO EXT-HISTORICO
               WHEN 'M'
                   MOVE "MULTA POR ATRASO"        TO EXT-HISTORICO
               WHEN 'J'
                   MOVE "JUROS DE MORA"           TO EXT-HISTORICO
               WHEN 'P'
                   MOVE "PAGAMENTO"               TO EXT-HISTORICO
               WHEN 'E'
                   MOVE "ESTORNO DE PAGAMENTO"    TO EXT-HISTORICO
               WHEN 'C'
                   MOVE "CANCELAMENTO DE FATURA"  TO EXT-HISTORICO
               WHEN 'N'
                   MOVE "NOTA DE CREDITO"         TO EXT-HISTORICO
               WHEN 'F'
                   MOVE "REFATURAMENTO"           TO EXT-HISTORICO
               WHEN 'L'
                   MOVE "LIBERACAO FATURA RETIDA" TO EXT-HISTORICO
               WHEN 'G'
                   MOVE "CREDITO PAGTO A MAIOR"   TO EXT-HISTORICO
               WHEN 'D'
                   MOVE "DEVOLUCAO DE CREDITO"    TO EXT-HISTORICO
               WHEN OTHER
                   MOVE "LANCAMENTO"              TO EXT-HISTORICO
           END-EVALUATE
           MOVE LAN-NUM-FATURA   TO EXT-NUM-FATURA
           MOVE WS-VALOR-DEBITO  TO EXT-DEBITO
           MOVE WS-VALOR-CREDITO TO EXT-CREDITO
           MOVE WS-SALDO         TO WS-SALDO-EDICAO
           PERFORM P570-INDICA-SALDO
           MOVE EXT-VALOR-SALDO    TO EXT-SALDO
           MOVE EXT-VALOR-SALDO-DC TO EXT-SALDO-DC
           WRITE EXT-LINHA FROM WS-DETALHE-LANCAMENTO.

       P570-INDICA-SALDO.
           MOVE WS-SALDO-EDICAO TO EXT-VALOR-SALDO
           IF WS-SALDO-EDICAO IS GREATER THAN ZERO
               MOVE 'D' TO EXT-VALOR-SALDO-DC
           ELSE
               IF WS-SALDO-EDICAO IS LESS THAN ZERO
                   MOVE 'C' TO EXT-VALOR-SALDO-DC
               ELSE
                   MOVE SPACE TO EXT-VALOR-SALDO-DC
               END-IF
           END-IF.

       P590-FORMATA-DATA.
           MOVE WS-AUX-DD TO FMT-DD
           MOVE WS-AUX-MM TO FMT-MM
           MOVE WS-AUX-AA TO FMT-AA.

       P900-TESTA-ARQUIVO.
           CALL 'TRATA-STATUS' USING WS-NOME-ARQ WS-OPERACAO-ARQ
                                     WS-STATUS-TESTE WS-ERRO-ARQ
           IF WS-ERRO-ARQ EQUAL 'S'
               MOVE 8 TO RETURN-CODE
           END-IF.

       END PROGRAM EXTRATO-CLIENTE.
