       IDENTIFICATION DIVISION.
       PROGRAM-ID. CANCELA-FATURA.

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

           SELECT CONSUMO ASSIGN
           'CAMINHO DO ARQUIVO\CONSUMO.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-CONSUMO
           FILE STATUS IS WS-STATUS-CONSUMO.

           SELECT MOVPAG ASSIGN
           'CAMINHO DO ARQUIVO\MOVIMENTO-PAGTO.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-MOVPAG
           FILE STATUS IS WS-STATUS-MOVPAG.

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

           SELECT NOTAS ASSIGN
           'CAMINHO DO ARQUIVO\NOTA-CREDITO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-NOTAS.

           SELECT AUDITORIA ASSIGN
           'CAMINHO DO ARQUIVO\AUDITORIA.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-AUDITORIA.

       DATA DIVISION.
       FILE SECTION.
       FD DADOS.
       01 INFO-CLIENTE.
           COPY INFO-CLIENTE.

       FD RECEBER.
       01 INFO-RECEBER.
           COPY INFO-RECEBER.

       FD CONSUMO.
       01 INFO-CONSUMO.
           COPY INFO-CONSUMO.

       FD MOVPAG.
       01 REG-MOVPAG.
           COPY INFO-MOVPAG.

       FD CREDITO.
       01 REG-CREDITO.
           COPY INFO-CREDITO.

       FD MOVCRED.
       01 REG-MOVCRED.
           COPY INFO-MOVCRED.

       FD NOTAS.
       01 NOTA-LINHA                   PIC X(80).

       FD AUDITORIA.
       01 AUD-LINHA                    PIC X(308).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-ARQUIVO            PIC 99.
       77 WS-STATUS-RECEBER            PIC 99.
       77 WS-STATUS-CONSUMO            PIC 99.
       77 WS-STATUS-MOVPAG             PIC 99.
       77 WS-STATUS-CREDITO            PIC 99.
       77 WS-STATUS-MOVCRED            PIC 99.
       77 WS-STATUS-NOTAS              PIC 99.
       77 WS-STATUS-AUDITORIA          PIC 99.
       77 WS-OPCAO-MENU                PIC 9.
       77 WS-NOME-ARQ                  PIC X(20).
       77 WS-OPERACAO-ARQ              PIC X(10).
       77 WS-STATUS-TESTE              PIC 99.
       77 WS-ERRO-ARQ                  PIC X.
       77 WS-OPERADOR-ID               PIC X(8).
       77 WS-ARQUIVOS-OK               PIC X.
       77 WS-FATURA-ACHADA             PIC X.
       77 WS-NUM-FATURA                PIC 9(7).
       77 WS-TIPO-NOTA                 PIC X.
       77 WS-MOTIVO-NOTA               PIC 9.
       77 WS-DESC-MOTIVO               PIC X(30).
       77 WS-CONFIRMA                  PIC X.
       77 WS-FIM-MOVIMENTO             PIC 99.
       77 WS-NOTAS-ANTERIORES          PIC 9(6)V99.
       77 WS-SALDO-PRINCIPAL           PIC 9(6)V99.
       77 WS-VALOR-NOTA                PIC 9(6)V99.
       77 WS-VALOR-TRANSFERIR          PIC 9(6)V99.
       77 WS-MOV-TIPO                  PIC X.
       77 WS-MOV-DATA                  PIC 9(6).
       77 WS-MOV-VALOR                 PIC 9(6)V99.
       77 WS-CRED-OK                   PIC X.
       77 WS-CRED-SALDO                PIC 9(7)V99.
       77 WS-DATA-SISTEMA              PIC 9(6).
       77 WS-HORA-SISTEMA              PIC 9(8).
       77 WS-IMAGEM-ANTES              PIC X(136).
       77 WS-IMAGEM-DEPOIS             PIC X(136).
       77 WS-DOC-PAGINA                PIC 9(3).
       77 WS-DOC-QUEBRA                PIC X.
       01 WS-LINHA-AUDITORIA.
           03 AUD-DATA                 PIC 9(6).
           03 FILLER                   PIC X VALUE SPACE.
           03 AUD-HORA                 PIC 9(8).
           03 FILLER                   PIC X VALUE SPACE.
           03 AUD-OPERADOR             PIC X(8).
           03 FILLER                   PIC X VALUE SPACE.
           03 AUD-ACAO                 PIC X(9).
           03 FILLER                   PIC X VALUE SPACE.
           03 AUD-ANTES                PIC X(136).
           03 FILLER                   PIC X VALUE SPACE.
           03 AUD-DEPOIS               PIC X(136).
       01 WS-INFO-CLIENTE.
           COPY INFO-CLIENTE
               REPLACING ==COD-CLIENTE==   BY ==WS-COD-CLIENTE==
                         ==NOME-CLIENTE==  BY ==WS-NOME-CLIENTE==
                         ==TEL-CLIENTE==   BY ==WS-TEL-CLIENTE==
                         ==SIT-CLIENTE==   BY ==WS-SIT-CLIENTE==
                         ==END-CLIENTE==   BY ==WS-END-CLIENTE==
                         ==CID-CLIENTE==   BY ==WS-CID-CLIENTE==
                         ==UF-CLIENTE==    BY ==WS-UF-CLIENTE==
                         ==CEP-CLIENTE==   BY ==WS-CEP-CLIENTE==
                         ==EMAIL-CLIENTE== BY ==WS-EMAIL-CLIENTE==
                         ==LIM-CLIENTE==   BY ==WS-LIM-CLIENTE==
                         ==PLANO-CLIENTE== BY ==WS-PLANO-CLIENTE==.
       01 WS-DOC-CAB-EMPRESA-1.
           03 FILLER                   PIC X(40)
                       VALUE "TELECOM SERVICOS DE COMUNICACAO LTDA".
           03 FILLER                   PIC X(10) VALUE "PAGINA: ".
           03 DOC-NUM-PAGINA           PIC ZZ9.
       01 WS-DOC-CAB-EMPRESA-2.
           03 FILLER                   PIC X(44)
               VALUE "AV CENTRAL, 1000 - CENTRO - SAO PAULO - SP".
       01 WS-DOC-CAB-EMPRESA-3.
           03 FILLER                   PIC X(44)
               VALUE "CNPJ 00.000.000/0001-00  TELEFONE 0800123456".
       01 WS-DOC-LINHA-TITULO.
           03 FILLER                   PIC X(18)
                       VALUE "NOTA DE CREDITO - ".
           03 DOC-TIPO-NOTA            PIC X(20).
           03 FILLER                   PIC X(8) VALUE "  DATA: ".
           03 DOC-NOTA-DD              PIC 99.
           03 FILLER                   PIC X VALUE "/".
           03 DOC-NOTA-MM              PIC 99.
           03 FILLER                   PIC X VALUE "/".
           03 DOC-NOTA-AA              PIC 99.
       01 WS-DOC-LINHA-FATURA.
           03 FILLER                   PIC X(20)
                       VALUE "REFERENTE A FATURA: ".
           03 DOC-NUM-FATURA           PIC 9(7).
           03 FILLER                   PIC X(11)
                       VALUE "  EMISSAO: ".
           03 DOC-EMISSAO-DD           PIC 99.
           03 FILLER                   PIC X VALUE "/".
           03 DOC-EMISSAO-MM           PIC 99.
           03 FILLER                   PIC X VALUE "/".
           03 DOC-EMISSAO-AA           PIC 99.
           03 FILLER                   PIC X(14)
                       VALUE "  VENCIMENTO: ".
           03 DOC-VENC-DD              PIC 99.
           03 FILLER                   PIC X VALUE "/".
           03 DOC-VENC-MM              PIC 99.
           03 FILLER                   PIC X VALUE "/".
           03 DOC-VENC-AA              PIC 99.
       01 WS-DOC-LINHA-CLIENTE.
           03 FILLER                   PIC X(9) VALUE "CLIENTE: ".
           03 DOC-COD-CLIENTE          PIC ZZ9.
           03 FILLER                   PIC X VALUE SPACE.
           03 DOC-NOME-CLIENTE         PIC X(20).
       01 WS-DOC-LINHA-ENDERECO.
           03 DOC-END-CLIENTE          PIC X(30).
       01 WS-DOC-LINHA-CIDADE.
           03 DOC-CID-CLIENTE          PIC X(20).
           03 FILLER                   PIC X(3) VALUE " - ".
           03 DOC-UF-CLIENTE           PIC X(2).
           03 FILLER                   PIC X(6) VALUE " CEP: ".
           03 DOC-CEP-CLIENTE          PIC 9(8).
       01 WS-DOC-LINHA-MOTIVO.
           03 FILLER                   PIC X(8) VALUE "MOTIVO: ".
           03 DOC-DESC-MOTIVO          PIC X(30).
       01 WS-DOC-LINHA-VALOR-FATURA.
           03 FILLER                   PIC X(20)
                       VALUE "VALOR DA FATURA:  R$".
           03 FILLER                   PIC X VALUE SPACE.
           03 DOC-VALOR-FATURA         PIC ZZZZZ9,99.
       01 WS-DOC-LINHA-VALOR-NOTA.
           03 FILLER                   PIC X(20)
                       VALUE "VALOR DO CREDITO: R$".
           03 FILLER                   PIC X VALUE SPACE.
           03 DOC-VALOR-NOTA           PIC ZZZZZ9,99.
       01 WS-DOC-LINHA-TRANSFERIDO.
           03 FILLER                   PIC X(20)
                       VALUE "VALOR JA PAGO:    R$".
           03 FILLER                   PIC X VALUE SPACE.
           03 DOC-VALOR-TRANSFERIDO    PIC ZZZZZ9,99.
           03 FILLER                   PIC X(30)
                       VALUE "  (LANCADO COMO CREDITO)".
       01 WS-DOC-LINHA-SALDO.
           03 FILLER                   PIC X(20)
                       VALUE "SALDO DA FATURA:  R$".
           03 FILLER                   PIC X VALUE SPACE.
           03 DOC-SALDO-FATURA         PIC ZZZZZ9,99.
       01 WS-DOC-LINHA-CORTE.
           03 FILLER                   PIC X(70) VALUE ALL "-".

       LINKAGE SECTION.
       01 LS-OPERADOR-ID               PIC X(8).

       PROCEDURE DIVISION USING LS-OPERADOR-ID.
       MAIN-PROCEDURE.
           DISPLAY "***** CANCELAMENTO DE FATURAS ***** ".
           MOVE 0 TO WS-OPCAO-MENU.
           MOVE ZERO TO WS-DOC-PAGINA.

           MOVE LS-OPERADOR-ID TO WS-OPERADOR-ID
           IF WS-OPERADOR-ID EQUAL SPACES
               MOVE "SEM-ID" TO WS-OPERADOR-ID
           END-IF

           PERFORM UNTIL WS-OPCAO-MENU EQUAL 9
               DISPLAY " "
               DISPLAY "1 - CANCELAMENTO TOTAL DE FATURA"
               DISPLAY "2 - NOTA DE CREDITO PARCIAL"
               DISPLAY "9 - SAIR"
               DISPLAY "OPCAO: " WITH NO ADVANCING
               ACCEPT WS-OPCAO-MENU

               EVALUATE WS-OPCAO-MENU
                   WHEN 1
                       PERFORM P100-CANCELA-FATURA
                           THRU P100-FIM-CANCELA-FATURA
                   WHEN 2
                       PERFORM P200-NOTA-CREDITO
                           THRU P200-FIM-NOTA-CREDITO
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "OPCAO INVALIDA."
               END-EVALUATE
           END-PERFORM

           GOBACK.

       P100-CANCELA-FATURA.
           MOVE 'T' TO WS-TIPO-NOTA

           PERFORM P300-ABRE-ARQUIVOS THRU P300-FIM-ABRE-ARQUIVOS
           IF WS-ARQUIVOS-OK NOT EQUAL 'S'
               GO TO P100-FIM-CANCELA-FATURA
           END-IF

           PERFORM P310-LOCALIZA-FATURA
           IF WS-FATURA-ACHADA NOT EQUAL 'S'
               PERFORM P390-FECHA-ARQUIVOS
               GO TO P100-FIM-CANCELA-FATURA
           END-IF

           PERFORM P320-APURA-NOTAS THRU P320-FIM-APURA-NOTAS
           IF WS-ERRO-ARQ EQUAL 'S'
               DISPLAY "MOVIMENTOS DA FATURA INDISPONIVEIS. "
                       "CANCELAMENTO NAO EFETUADO."
               PERFORM P390-FECHA-ARQUIVOS
               GO TO P100-FIM-CANCELA-FATURA
           END-IF
           COMPUTE WS-VALOR-NOTA = VALOR-FATURA - WS-NOTAS-ANTERIORES
           IF VALOR-PAGO IS GREATER THAN WS-NOTAS-ANTERIORES
               COMPUTE WS-VALOR-TRANSFERIR =
                       VALOR-PAGO - WS-NOTAS-ANTERIORES
           ELSE
               MOVE ZERO TO WS-VALOR-TRANSFERIR
           END-IF

           DISPLAY "VALOR A CANCELAR: " WS-VALOR-NOTA
           IF WS-NOTAS-ANTERIORES IS GREATER THAN ZERO
               DISPLAY "NOTAS DE CREDITO ANTERIORES: "
                       WS-NOTAS-ANTERIORES
           END-IF
           IF WS-VALOR-TRANSFERIR IS GREATER THAN ZERO
               DISPLAY "VALOR JA PAGO A LANCAR COMO CREDITO DO "
                       "CLIENTE: " WS-VALOR-TRANSFERIR
           END-IF

           PERFORM P330-PEDE-MOTIVO
           IF WS-DESC-MOTIVO EQUAL SPACES
               DISPLAY "MOTIVO INVALIDO. CANCELAMENTO NAO EFETUADO."
               PERFORM P390-FECHA-ARQUIVOS
               GO TO P100-FIM-CANCELA-FATURA
           END-IF

           DISPLAY "CONFIRMA O CANCELAMENTO DA FATURA (S/N): "
                   WITH NO ADVANCING
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT EQUAL 'S'
               DISPLAY "CANCELAMENTO NAO EFETUADO."
               PERFORM P390-FECHA-ARQUIVOS
               GO TO P100-FIM-CANCELA-FATURA
           END-IF

           MOVE INFO-RECEBER TO WS-IMAGEM-ANTES
           MOVE VALOR-FATURA TO VALOR-PAGO
           MOVE ZERO         TO VALOR-MULTA
           MOVE ZERO         TO VALOR-JUROS
           MOVE 'C'          TO SIT-FATURA
           REWRITE INFO-RECEBER
               INVALID KEY
                   DISPLAY "ERRO AO CANCELAR A FATURA: " NUM-FATURA
                   PERFORM P390-FECHA-ARQUIVOS
                   GO TO P100-FIM-CANCELA-FATURA
           END-REWRITE
           MOVE INFO-RECEBER TO WS-IMAGEM-DEPOIS

           ACCEPT WS-DATA-SISTEMA FROM DATE
           MOVE WS-DATA-SISTEMA TO WS-MOV-DATA
           IF WS-VALOR-NOTA IS GREATER THAN ZERO
               MOVE WS-VALOR-NOTA TO WS-MOV-VALOR
               MOVE 'C' TO WS-MOV-TIPO
               PERFORM P700-GRAVA-MOVPAG
           END-IF

           IF WS-VALOR-TRANSFERIR IS GREATER THAN ZERO
               PERFORM P760-TRANSFERE-CREDITO
                   THRU P760-FIM-TRANSFERE-CREDITO
               IF WS-CRED-OK EQUAL 'S'
                   DISPLAY "VALOR PAGO LANCADO COMO CREDITO DO "
                           "CLIENTE. SALDO CREDOR: " WS-CRED-SALDO
               END-IF
           END-IF

           PERFORM P340-REABRE-CONSUMO
           DISPLAY "REFATURAR PELO FATURAMENTO: OPCAO 1 COM O PERIODO "
                   "ABERTO, OPCAO 5 COM O PERIODO FECHADO."

           MOVE "CANCELAM." TO AUD-ACAO
           PERFORM P800-GRAVA-AUDITORIA

           PERFORM P600-IMPRIME-NOTA

           DISPLAY "FATURA CANCELADA: " NUM-FATURA
           PERFORM P390-FECHA-ARQUIVOS.
       P100-FIM-CANCELA-FATURA.

       P200-NOTA-CREDITO.
           MOVE 'P' TO WS-TIPO-NOTA
           MOVE ZERO TO WS-VALOR-TRANSFERIR

           PERFORM P300-ABRE-ARQUIVOS THRU P300-FIM-ABRE-ARQUIVOS
           IF WS-ARQUIVOS-OK NOT EQUAL 'S'
               GO TO P200-FIM-NOTA-CREDITO
           END-IF

           PERFORM P310-LOCALIZA-FATURA
           IF WS-FATURA-ACHADA NOT EQUAL 'S'
               PERFORM P390-FECHA-ARQUIVOS
               GO TO P200-FIM-NOTA-CREDITO
           END-IF

           IF VALOR-PAGO IS LESS THAN VALOR-FATURA
               COMPUTE WS-SALDO-PRINCIPAL = VALOR-FATURA - VALOR-PAGO
           ELSE
               MOVE ZERO TO WS-SALDO-PRINCIPAL
           END-IF
           IF WS-SALDO-PRINCIPAL EQUAL ZERO
               DISPLAY "FATURA SEM SALDO PARA NOTA DE CREDITO: "
                       NUM-FATURA
               PERFORM P390-FECHA-ARQUIVOS
               GO TO P200-FIM-NOTA-CREDITO
           END-IF

           DISPLAY "SALDO DA FATURA SEM ENCARGOS: " WS-SALDO-PRINCIPAL
           DISPLAY "VALOR DA NOTA DE CREDITO: " WITH NO ADVANCING
           ACCEPT WS-VALOR-NOTA
           IF WS-VALOR-NOTA EQUAL ZERO
               DISPLAY "NOTA DE CREDITO COM VALOR ZERO IGNORADA."
               PERFORM P390-FECHA-ARQUIVOS
               GO TO P200-FIM-NOTA-CREDITO
           END-IF
           IF WS-VALOR-NOTA IS GREATER THAN WS-SALDO-PRINCIPAL
               DISPLAY "VALOR MAIOR QUE O SALDO DA FATURA. UTILIZE O "
                       "CANCELAMENTO TOTAL."
               PERFORM P390-FECHA-ARQUIVOS
               GO TO P200-FIM-NOTA-CREDITO
           END-IF

           PERFORM P330-PEDE-MOTIVO
           IF WS-DESC-MOTIVO EQUAL SPACES
               DISPLAY "MOTIVO INVALIDO. NOTA DE CREDITO NAO EMITIDA."
               PERFORM P390-FECHA-ARQUIVOS
               GO TO P200-FIM-NOTA-CREDITO
           END-IF

           DISPLAY "CONFIRMA A EMISSAO DA NOTA DE CREDITO (S/N): "
                   WITH NO ADVANCING
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT EQUAL 'S'
               DISPLAY "NOTA DE CREDITO NAO EMITIDA."
               PERFORM P390-FECHA-ARQUIVOS
               GO TO P200-FIM-NOTA-CREDITO
           END-IF

           MOVE INFO-RECEBER TO WS-IMAGEM-ANTES
           ADD WS-VALOR-NOTA TO VALOR-PAGO
           IF VALOR-PAGO IS GREATER THAN OR EQUAL TO
                   VALOR-FATURA + VALOR-MULTA + VALOR-JUROS
               MOVE 'Q' TO SIT-FATURA
           ELSE
               MOVE 'P' TO SIT-FATURA
           END-IF
           REWRITE INFO-RECEBER
               INVALID KEY
                   DISPLAY "ERRO AO ATUALIZAR A FATURA: " NUM-FATURA
                   PERFORM P390-FECHA-ARQUIVOS
                   GO TO P200-FIM-NOTA-CREDITO
           END-REWRITE
           MOVE INFO-RECEBER TO WS-IMAGEM-DEPOIS

           ACCEPT WS-DATA-SISTEMA FROM DATE
           MOVE WS-DATA-SISTEMA TO WS-MOV-DATA
           MOVE WS-VALOR-NOTA   TO WS-MOV-VALOR
           MOVE 'N' TO WS-MOV-TIPO
           PERFORM P700-GRAVA-MOVPAG

           MOVE "NOTA-CRED" TO AUD-ACAO
           PERFORM P800-GRAVA-AUDITORIA

           PERFORM P600-IMPRIME-NOTA

           DISPLAY "NOTA DE CREDITO EMITIDA. SITUACAO DA FATURA: "
                   SIT-FATURA
           PERFORM P390-FECHA-ARQUIVOS.
       P200-FIM-NOTA-CREDITO.

       P300-ABRE-ARQUIVOS.
           MOVE 'N' TO WS-ARQUIVOS-OK

           OPEN I-O RECEBER
           MOVE "CONTAS-RECEBER"  TO WS-NOME-ARQ
           MOVE "ABERTURA"        TO WS-OPERACAO-ARQ
           MOVE WS-STATUS-RECEBER TO WS-STATUS-TESTE
           PERFORM P900-TESTA-ARQUIVO
           IF WS-ERRO-ARQ EQUAL 'S'
               GO TO P300-FIM-ABRE-ARQUIVOS
           END-IF

           OPEN INPUT DADOS
           MOVE "DADOS"           TO WS-NOME-ARQ
           MOVE "ABERTURA"        TO WS-OPERACAO-ARQ
           MOVE WS-STATUS-ARQUIVO TO WS-STATUS-TESTE
           PERFORM P900-TESTA-ARQUIVO
           IF WS-ERRO-ARQ EQUAL 'S'
               CLOSE RECEBER
               GO TO P300-FIM-ABRE-ARQUIVOS
           END-IF

           OPEN I-O CONSUMO
           IF WS-STATUS-CONSUMO EQUAL 35
               OPEN OUTPUT CONSUMO
               CLOSE CONSUMO
               OPEN I-O CONSUMO
           END-IF
           MOVE "CONSUMO"         TO WS-NOME-ARQ
           MOVE "ABERTURA"        TO WS-OPERACAO-ARQ
           MOVE WS-STATUS-CONSUMO TO WS-STATUS-TESTE
           PERFORM P900-TESTA-ARQUIVO
           IF WS-ERRO-ARQ EQUAL 'S'
               CLOSE RECEBER
               CLOSE DADOS
               GO TO P300-FIM-ABRE-ARQUIVOS
           END-IF

           MOVE 'S' TO WS-DOC-QUEBRA
           OPEN EXTEND NOTAS
           IF WS-STATUS-NOTAS EQUAL 35
               OPEN OUTPUT NOTAS
               MOVE 'N' TO WS-DOC-QUEBRA
           END-IF
           MOVE "NOTAS"           TO WS-NOME-ARQ
           MOVE "ABERTURA"        TO WS-OPERACAO-ARQ
           MOVE WS-STATUS-NOTAS   TO WS-STATUS-TESTE
           PERFORM P900-TESTA-ARQUIVO
           IF WS-ERRO-ARQ EQUAL 'S'
               CLOSE RECEBER
               CLOSE DADOS
               CLOSE CONSUMO
               GO TO P300-FIM-ABRE-ARQUIVOS
           END-IF

           MOVE 'S' TO WS-ARQUIVOS-OK.
       P300-FIM-ABRE-ARQUIVOS.

       P310-LOCALIZA-FATURA.
           MOVE 'N' TO WS-FATURA-ACHADA
           DISPLAY "NUMERO DA FATURA: " WITH NO ADVANCING
           ACCEPT WS-NUM-FATURA

           MOVE WS-NUM-FATURA TO NUM-FATURA
           READ RECEBER
               INVALID KEY
                   DISPLAY "FATURA NAO ENCONTRADA: " WS-NUM-FATURA
               NOT INVALID KEY
                   IF SIT-FATURA EQUAL 'C'
                       DISPLAY "FATURA JA CANCELADA: " NUM-FATURA
                   ELSE
                   IF SIT-FATURA EQUAL 'N'
                       DISPLAY "FATURA EM ACORDO DE RENEGOCIACAO: "
                               NUM-FATURA
                   ELSE
                       MOVE 'S' TO WS-FATURA-ACHADA
                       DISPLAY "CLIENTE: " COD-CLIENTE-FATURA
                               " VALOR: " VALOR-FATURA
                               " MULTA: " VALOR-MULTA
                               " JUROS: " VALOR-JUROS
                               " PAGO: " VALOR-PAGO
                               " SITUACAO: " SIT-FATURA
                   END-IF
                   END-IF
           END-READ.

       P320-APURA-NOTAS.
           MOVE ZERO TO WS-NOTAS-ANTERIORES
           MOVE 'N'  TO WS-ERRO-ARQ
           SET WS-FIM-MOVIMENTO TO 0.

           OPEN INPUT MOVPAG
           IF WS-STATUS-MOVPAG EQUAL 35
               GO TO P320-FIM-APURA-NOTAS
           END-IF
           MOVE "MOVPAG"          TO WS-NOME-ARQ
           MOVE "ABERTURA"        TO WS-OPERACAO-ARQ
           MOVE WS-STATUS-MOVPAG  TO WS-STATUS-TESTE
           PERFORM P900-TESTA-ARQUIVO
           IF WS-ERRO-ARQ EQUAL 'S'
               GO TO P320-FIM-APURA-NOTAS
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
                           EVALUATE MOV-TIPO
                               WHEN 'C'
                                   MOVE ZERO TO WS-NOTAS-ANTERIORES
                               WHEN 'N'
                                   ADD MOV-VALOR-PAGAMENTO
                                       TO WS-NOTAS-ANTERIORES
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE MOVPAG.
       P320-FIM-APURA-NOTAS.

       P330-PEDE-MOTIVO.
           DISPLAY "MOTIVO:"
           DISPLAY "  1 - ERRO DE FATURAMENTO"
           DISPLAY "  2 - COBRANCA INDEVIDA"
           DISPLAY "  3 - CONTESTACAO DO CLIENTE"
           DISPLAY "  4 - ABATIMENTO CONCEDIDO"
           DISPLAY "MOTIVO: " WITH NO ADVANCING
           ACCEPT WS-MOTIVO-NOTA

           EVALUATE WS-MOTIVO-NOTA
               WHEN 1
                   MOVE "ERRO DE FATURAMENTO"    TO WS-DESC-MOTIVO
               WHEN 2
                   MOVE "COBRANCA INDEVIDA"      TO WS-DESC-MOTIVO
               WHEN 3
                   MOVE "CONTESTACAO DO CLIENTE" TO WS-DESC-MOTIVO
               WHEN 4
                   MOVE "ABATIMENTO CONCEDIDO"   TO WS-DESC-MOTIVO
               WHEN OTHER
                   MOVE SPACES                   TO WS-DESC-MOTIVO
           END-EVALUATE.

       P340-REABRE-CONSUMO.
           MOVE COD-CLIENTE-FATURA TO COD-CLIENTE-CONSUMO
           MOVE NUM-FATURA(1:4)    TO PERIODO-CONSUMO
           READ CONSUMO
               INVALID KEY
                   DISPLAY "SEM CONSUMO REGISTRADO NO PERIODO: "
                           PERIODO-CONSUMO
               NOT INVALID KEY
                   IF SIT-CONSUMO EQUAL 'F'
                       MOVE 'A' TO SIT-CONSUMO
                       REWRITE INFO-CONSUMO
                           INVALID KEY
                               DISPLAY "ERRO AO REABRIR O CONSUMO DO "
                                       "CLIENTE: " COD-CLIENTE-CONSUMO
                           NOT INVALID KEY
                               DISPLAY "CONSUMO DO PERIODO REABERTO "
                                       "PARA REFATURAMENTO: "
                                       PERIODO-CONSUMO
                       END-REWRITE
                   END-IF
           END-READ.

       P390-FECHA-ARQUIVOS.
           CLOSE RECEBER
           CLOSE DADOS
           CLOSE CONSUMO
           CLOSE NOTAS.

       P600-IMPRIME-NOTA.
           MOVE COD-CLIENTE-FATURA TO COD-CLIENTE
           READ DADOS INTO WS-INFO-CLIENTE
               INVALID KEY
                   MOVE COD-CLIENTE-FATURA TO WS-COD-CLIENTE
                   MOVE "CLIENTE NAO CADASTRADO" TO WS-NOME-CLIENTE
                   MOVE SPACES TO WS-END-CLIENTE
                   MOVE SPACES TO WS-CID-CLIENTE
                   MOVE SPACES TO WS-UF-CLIENTE
                   MOVE ZERO   TO WS-CEP-CLIENTE
           END-READ

           ADD 1 TO WS-DOC-PAGINA
           IF WS-DOC-PAGINA IS GREATER THAN 1
                   OR WS-DOC-QUEBRA EQUAL 'S'
               MOVE SPACES TO NOTA-LINHA
               WRITE NOTA-LINHA
                   BEFORE ADVANCING PAGE
               MOVE 'N' TO WS-DOC-QUEBRA
           END-IF

           MOVE WS-DOC-PAGINA TO DOC-NUM-PAGINA
           WRITE NOTA-LINHA FROM WS-DOC-CAB-EMPRESA-1
           WRITE NOTA-LINHA FROM WS-DOC-CAB-EMPRESA-2
           WRITE NOTA-LINHA FROM WS-DOC-CAB-EMPRESA-3

           MOVE SPACES TO NOTA-LINHA
           WRITE NOTA-LINHA

           IF WS-TIPO-NOTA EQUAL 'T'
               MOVE "CANCELAMENTO TOTAL" TO DOC-TIPO-NOTA
           ELSE
               MOVE "CREDITO PARCIAL"    TO DOC-TIPO-NOTA
           END-IF
           MOVE WS-DATA-SISTEMA(5:2)  TO DOC-NOTA-DD
           MOVE WS-DATA-SISTEMA(3:2)  TO DOC-NOTA-MM
           MOVE WS-DATA-SISTEMA(1:2)  TO DOC-NOTA-AA
           WRITE NOTA-LINHA FROM WS-DOC-LINHA-TITULO

           MOVE NUM-FATURA            TO DOC-NUM-FATURA
           MOVE DATA-EMISSAO(5:2)     TO DOC-EMISSAO-DD
           MOVE DATA-EMISSAO(3:2)     TO DOC-EMISSAO-MM
           MOVE DATA-EMISSAO(1:2)     TO DOC-EMISSAO-AA
           MOVE DATA-VENCIMENTO(5:2)  TO DOC-VENC-DD
           MOVE DATA-VENCIMENTO(3:2)  TO DOC-VENC-MM
           MOVE DATA-VENCIMENTO(1:2)  TO DOC-VENC-AA
           WRITE NOTA-LINHA FROM WS-DOC-LINHA-FATURA

           MOVE SPACES TO NOTA-LINHA
           WRITE NOTA-LINHA

           MOVE WS-COD-CLIENTE        TO DOC-COD-CLIENTE
           MOVE WS-NOME-CLIENTE       TO DOC-NOME-CLIENTE
           WRITE NOTA-LINHA FROM WS-DOC-LINHA-CLIENTE
           MOVE WS-END-CLIENTE        TO DOC-END-CLIENTE
           WRITE NOTA-LINHA FROM WS-DOC-LINHA-ENDERECO
           MOVE WS-CID-CLIENTE        TO DOC-CID-CLIENTE
           MOVE WS-UF-CLIENTE         TO DOC-UF-CLIENTE
           MOVE WS-CEP-CLIENTE        TO DOC-CEP-CLIENTE
           WRITE NOTA-LINHA FROM WS-DOC-LINHA-CIDADE

           MOVE SPACES TO NOTA-LINHA
           WRITE NOTA-LINHA

           MOVE WS-DESC-MOTIVO        TO DOC-DESC-MOTIVO
           WRITE NOTA-LINHA FROM WS-DOC-LINHA-MOTIVO
           MOVE VALOR-FATURA          TO DOC-VALOR-FATURA
           WRITE NOTA-LINHA FROM WS-DOC-LINHA-VALOR-FATURA
           MOVE WS-VALOR-NOTA         TO DOC-VALOR-NOTA
           WRITE NOTA-LINHA FROM WS-DOC-LINHA-VALOR-NOTA
           IF WS-VALOR-TRANSFERIR IS GREATER THAN ZERO
               MOVE WS-VALOR-TRANSFERIR TO DOC-VALOR-TRANSFERIDO
               WRITE NOTA-LINHA FROM WS-DOC-LINHA-TRANSFERIDO
           END-IF
           IF WS-TIPO-NOTA EQUAL 'P'
               COMPUTE DOC-SALDO-FATURA =
                       VALOR-FATURA + VALOR-MULTA +
                       VALOR-JUROS - VALOR-PAGO
               WRITE NOTA-LINHA FROM WS-DOC-LINHA-SALDO
           END-IF

           MOVE SPACES TO NOTA-LINHA
           WRITE NOTA-LINHA
           WRITE NOTA-LINHA FROM WS-DOC-LINHA-CORTE.

       P700-GRAVA-MOVPAG.
           ACCEPT WS-HORA-SISTEMA FROM TIME

           MOVE NUM-FATURA          TO MOV-NUM-FATURA
           MOVE WS-MOV-DATA         TO MOV-DATA-PAGAMENTO
           MOVE WS-HORA-SISTEMA     TO MOV-HORA-PAGAMENTO
           MOVE COD-CLIENTE-FATURA  TO MOV-COD-CLIENTE
           MOVE WS-MOV-VALOR        TO MOV-VALOR-PAGAMENTO
           MOVE WS-MOV-TIPO         TO MOV-TIPO
           MOVE 'N'                 TO MOV-SIT-EXPORTACAO

           OPEN I-O MOVPAG
           IF WS-STATUS-MOVPAG EQUAL 35
               OPEN OUTPUT MOVPAG
               CLOSE MOVPAG
               OPEN I-O MOVPAG
           END-IF
           MOVE "MOVPAG"          TO WS-NOME-ARQ
           MOVE "ABERTURA"        TO WS-OPERACAO-ARQ
           MOVE WS-STATUS-MOVPAG  TO WS-STATUS-TESTE
           PERFORM P900-TESTA-ARQUIVO
           IF WS-ERRO-ARQ EQUAL 'S'
               DISPLAY "NOTA DE CREDITO SEM REGISTRO DE MOVIMENTO "
                       "PARA A EXPORTACAO CONTABIL."
           ELSE
               WRITE REG-MOVPAG
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR O MOVIMENTO DA NOTA "
                               "DE CREDITO DA FATURA: " NUM-FATURA
               END-WRITE
               CLOSE MOVPAG
           END-IF.

       P760-TRANSFERE-CREDITO.
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
                       COD-CLIENTE-FATURA " VALOR: "
                       WS-VALOR-TRANSFERIR
               GO TO P760-FIM-TRANSFERE-CREDITO
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
                       COD-CLIENTE-FATURA " VALOR: "
                       WS-VALOR-TRANSFERIR
               CLOSE CREDITO
               GO TO P760-FIM-TRANSFERE-CREDITO
           END-IF

           MOVE COD-CLIENTE-FATURA TO COD-CLIENTE-CREDITO
           READ CREDITO
               INVALID KEY
                   MOVE COD-CLIENTE-FATURA TO COD-CLIENTE-CREDITO
                   MOVE ZERO               TO SALDO-CREDITO
                   MOVE ZERO               TO DATA-ULT-CREDITO
                   WRITE REG-CREDITO
                       INVALID KEY
                           DISPLAY "ERRO AO CRIAR O CREDITO DO "
                                   "CLIENTE: " COD-CLIENTE-FATURA
                           CLOSE CREDITO
                           CLOSE MOVCRED
                           GO TO P760-FIM-TRANSFERE-CREDITO
                   END-WRITE
           END-READ

           ADD WS-VALOR-TRANSFERIR TO SALDO-CREDITO
           MOVE WS-MOV-DATA TO DATA-ULT-CREDITO

           REWRITE REG-CREDITO
               INVALID KEY
                   DISPLAY "ERRO AO ATUALIZAR O CREDITO DO CLIENTE: "
                           COD-CLIENTE-FATURA
                   CLOSE CREDITO
                   CLOSE MOVCRED
                   GO TO P760-FIM-TRANSFERE-CREDITO
           END-REWRITE

           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE COD-CLIENTE-FATURA  TO MCR-COD-CLIENTE
           MOVE WS-MOV-DATA         TO MCR-DATA
           MOVE WS-HORA-SISTEMA     TO MCR-HORA
           MOVE 'T'                 TO MCR-TIPO
           MOVE NUM-FATURA          TO MCR-NUM-FATURA
           MOVE WS-VALOR-TRANSFERIR TO MCR-VALOR
           MOVE SALDO-CREDITO       TO MCR-SALDO-APOS
           MOVE 'N'                 TO MCR-SIT-EXPORTACAO
           WRITE REG-MOVCRED
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR O MOVIMENTO DE CREDITO DO "
                           "CLIENTE: " COD-CLIENTE-FATURA
           END-WRITE

           MOVE 'S' TO WS-CRED-OK
           MOVE SALDO-CREDITO TO WS-CRED-SALDO
           CLOSE CREDITO
           CLOSE MOVCRED.
       P760-FIM-TRANSFERE-CREDITO.

       P800-GRAVA-AUDITORIA.
           ACCEPT WS-DATA-SISTEMA FROM DATE
           ACCEPT WS-HORA-SISTEMA FROM TIME

           MOVE WS-DATA-SISTEMA  TO AUD-DATA
           MOVE WS-HORA-SISTEMA  TO AUD-HORA
           MOVE WS-OPERADOR-ID   TO AUD-OPERADOR
           MOVE WS-IMAGEM-ANTES  TO AUD-ANTES
           MOVE WS-IMAGEM-DEPOIS TO AUD-DEPOIS

           OPEN EXTEND AUDITORIA
           IF WS-STATUS-AUDITORIA EQUAL 35
               OPEN OUTPUT AUDITORIA
           END-IF
           MOVE "AUDITORIA"          TO WS-NOME-ARQ
           MOVE "ABERTURA"           TO WS-OPERACAO-ARQ
           MOVE WS-STATUS-AUDITORIA  TO WS-STATUS-TESTE
           PERFORM P900-TESTA-ARQUIVO
           IF WS-ERRO-ARQ EQUAL 'S'
               DISPLAY "OPERACAO EFETUADA SEM REGISTRO DE "
                       "AUDITORIA."
           ELSE
               WRITE AUD-LINHA FROM WS-LINHA-AUDITORIA
               IF WS-STATUS-AUDITORIA NOT EQUAL ZERO
                   DISPLAY "ERRO AO GRAVAR NO ARQUIVO AUDITORIA. "
                           "STATUS: " WS-STATUS-AUDITORIA
               END-IF
               CLOSE AUDITORIA
           END-IF.

       P900-TESTA-ARQUIVO.
           CALL 'TRATA-STATUS' USING WS-NOME-ARQ WS-OPERACAO-ARQ
                                     WS-STATUS-TESTE WS-ERRO-ARQ
           IF WS-ERRO-ARQ EQUAL 'S'
               MOVE 8 TO RETURN-CODE
           END-IF.

       END PROGRAM CANCELA-FATURA.
