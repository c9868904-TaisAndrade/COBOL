       IDENTIFICATION DIVISION.
       PROGRAM-ID. REMESSA-BANCO.

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

           SELECT REMCTL ASSIGN
           'CAMINHO DO ARQUIVO\REMESSA-CTL.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RMC-NUM-FATURA
           FILE STATUS IS WS-STATUS-REMCTL.

           SELECT REMLOTE ASSIGN
           'CAMINHO DO ARQUIVO\REMESSA-LOTE.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LOT-NUM-REMESSA
           FILE STATUS IS WS-STATUS-REMLOTE.

           SELECT REMESSA ASSIGN
           'CAMINHO DO ARQUIVO\REMESSA-BANCO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-REMESSA.

           SELECT RETREMESSA ASSIGN
           'CAMINHO DO ARQUIVO\RETORNO-REMESSA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-RETREMESSA.

           SELECT RELREMESSA ASSIGN
           'CAMINHO DO ARQUIVO\RELATORIO-REMESSA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-RELREMESSA.

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

       FD REMCTL.
       01 REG-REMESSA-CTL.
           03 RMC-NUM-FATURA           PIC 9(7).
           03 RMC-COD-CLIENTE          PIC 9(3).
           03 RMC-DATA-VENCIMENTO      PIC 9(6).
           03 RMC-VALOR                PIC 9(6)V99.
           03 RMC-SIT-TITULO           PIC X.
           03 RMC-ULT-INSTRUCAO        PIC 99.
           03 RMC-NUM-REMESSA          PIC 9(6).
           03 RMC-DATA-ENVIO           PIC 9(6).
           03 RMC-SIT-RETORNO          PIC X.
           03 RMC-DATA-RETORNO         PIC 9(6).
           03 RMC-VENC-ANTERIOR        PIC 9(6).
           03 RMC-VALOR-ANTERIOR       PIC 9(6)V99.
           03 RMC-TROCA-VALOR          PIC X.

       FD REMLOTE.
       01 REG-REMESSA-LOTE.
           03 LOT-NUM-REMESSA          PIC 9(6).
           03 LOT-DATA-REMESSA         PIC 9(6).
           03 LOT-QTD-INCLUSOES        PIC 9(6).
           03 LOT-QTD-BAIXAS           PIC 9(6).
           03 LOT-QTD-ALTERACOES       PIC 9(6).
           03 LOT-VALOR-TOTAL          PIC 9(11)V99.

       FD REMESSA.
       01 REM-LINHA                    PIC X(150).

       FD RETREMESSA.
       01 RRM-LINHA                    PIC X(46).

       FD RELREMESSA.
       01 RELREM-LINHA                 PIC X(80).

       FD AUDITORIA.
       01 AUD-LINHA                    PIC X(308).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-ARQUIVO            PIC 99.
       77 WS-STATUS-RECEBER            PIC 99.
       77 WS-STATUS-REMCTL             PIC 99.
       77 WS-STATUS-REMLOTE            PIC 99.
       77 WS-STATUS-REMESSA            PIC 99.
       77 WS-STATUS-RETREMESSA         PIC 99.
       77 WS-STATUS-RELREMESSA         PIC 99.
       77 WS-STATUS-AUDITORIA          PIC 99.
       77 WS-OPCAO-MENU                PIC 9.
       77 WS-NOME-ARQ                  PIC X(20).
       77 WS-OPERACAO-ARQ              PIC X(10).
       77 WS-STATUS-TESTE              PIC 99.
       77 WS-ERRO-ARQ                  PIC X.
       77 WS-OPERADOR-ID               PIC X(8).
       77 WS-CONFIRMA                  PIC X.
       77 WS-FIM-ARQUIVO               PIC 99.
       77 WS-FIM-LOTE                  PIC 99.
       77 WS-FIM-RETORNO               PIC 99.
       77 WS-NUM-FATURA                PIC 9(7).
       77 WS-CTL-ACHADO                PIC X.
       77 WS-INSTRUCAO                 PIC 99.
       77 WS-TROCA-VALOR               PIC X.
       77 WS-REMESSA-ABERTA            PIC X.
       77 WS-NUM-REMESSA               PIC 9(6).
       77 WS-SEQ-REGISTRO              PIC 9(6).
       77 WS-QTD-INCLUSOES             PIC 9(6).
       77 WS-QTD-BAIXAS                PIC 9(6).
       77 WS-QTD-ALTERACOES            PIC 9(6).
       77 WS-VALOR-REMESSA             PIC 9(11)V99.
       77 WS-RRM-LIDOS                 PIC 9(6).
       77 WS-RRM-ACEITOS               PIC 9(6).
       77 WS-RRM-REJEITADOS            PIC 9(6).
       77 WS-RRM-IGNORADOS             PIC 9(6).
       77 WS-DATA-SISTEMA              PIC 9(6).
       77 WS-HORA-SISTEMA              PIC 9(8).
       77 WS-IMAGEM-ANTES              PIC X(136).
       77 WS-IMAGEM-DEPOIS             PIC X(136).
       01 WS-NOVO-VENCIMENTO.
           03 WS-NOVO-VENC-AA          PIC 99.
           03 WS-NOVO-VENC-MM          PIC 99.
           03 WS-NOVO-VENC-DD          PIC 99.
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
       01 WS-REMESSA-HEADER.
           03 RMH-TIPO                 PIC X VALUE '0'.
           03 RMH-SEQUENCIA            PIC 9(6).
           03 RMH-NUM-REMESSA          PIC 9(6).
           03 RMH-DATA                 PIC 9(6).
           03 RMH-EMPRESA              PIC X(40)
                       VALUE "TELECOM SERVICOS DE COMUNICACAO LTDA".
           03 RMH-CNPJ                 PIC 9(14)
                       VALUE 00000000000100.
           03 FILLER                   PIC X(77) VALUE SPACES.
       01 WS-REMESSA-DETALHE.
           03 RMD-TIPO                 PIC X VALUE '1'.
           03 RMD-SEQUENCIA            PIC 9(6).
           03 RMD-INSTRUCAO            PIC 99.
           03 RMD-NUM-FATURA           PIC 9(7).
           03 RMD-COD-CLIENTE          PIC 9(3).
           03 RMD-NOME-CLIENTE         PIC X(20).
           03 RMD-END-CLIENTE          PIC X(30).
           03 RMD-CID-CLIENTE          PIC X(20).
           03 RMD-UF-CLIENTE           PIC X(2).
           03 RMD-CEP-CLIENTE          PIC 9(8).
           03 RMD-DATA-VENCIMENTO      PIC 9(6).
           03 RMD-VALOR                PIC 9(6)V99.
           03 FILLER                   PIC X(37) VALUE SPACES.
       01 WS-REMESSA-TRAILER.
           03 RMT-TIPO                 PIC X VALUE '9'.
           03 RMT-SEQUENCIA            PIC 9(6).
           03 RMT-NUM-REMESSA          PIC 9(6).
           03 RMT-QTD-DETALHES         PIC 9(6).
           03 RMT-QTD-INCLUSOES        PIC 9(6).
           03 RMT-QTD-BAIXAS           PIC 9(6).
           03 RMT-QTD-ALTERACOES       PIC 9(6).
           03 RMT-VALOR-TOTAL          PIC 9(11)V99.
           03 FILLER                   PIC X(100) VALUE SPACES.
       01 WS-REGISTRO-RET-REMESSA.
           03 RRM-NUM-REMESSA          PIC 9(6).
           03 RRM-NUM-FATURA           PIC 9(7).
           03 RRM-INSTRUCAO            PIC 99.
           03 RRM-OCORRENCIA           PIC X.
           03 RRM-MOTIVO               PIC X(30).
       01 WS-CABECALHO-RET-REMESSA.
           03 FILLER                   PIC X(40)
                       VALUE "RETORNO DO REGISTRO DE TITULOS - DATA: ".
           03 RREL-DATA                PIC 9(6).
       01 WS-SUBCAB-RET-REMESSA.
           03 FILLER                   PIC X(40)
               VALUE "REMESSA FATURA  INSTRUCAO     SITUACAO ".
           03 FILLER                   PIC X(30)
               VALUE "MOTIVO".
       01 WS-DETALHE-RET-REMESSA.
           03 RREL-NUM-REMESSA         PIC 9(6).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 RREL-NUM-FATURA          PIC 9(7).
           03 FILLER                   PIC X(1) VALUE SPACES.
           03 RREL-INSTRUCAO           PIC X(14).
           03 FILLER                   PIC X(1) VALUE SPACES.
           03 RREL-SITUACAO            PIC X(10).
           03 FILLER                   PIC X(1) VALUE SPACES.
           03 RREL-MOTIVO              PIC X(30).
       01 WS-TOTAL-RET-REMESSA.
           03 RREL-TOT-DESCRICAO       PIC X(25).
           03 RREL-TOT-QTDE            PIC ZZZZZ9.

       LINKAGE SECTION.
       01 LS-OPERADOR-ID               PIC X(8).

       PROCEDURE DIVISION USING LS-OPERADOR-ID.
       MAIN-PROCEDURE.
           DISPLAY "***** REMESSA BANCARIA ***** ".
           MOVE 0 TO WS-OPCAO-MENU.

           MOVE LS-OPERADOR-ID TO WS-OPERADOR-ID
           IF WS-OPERADOR-ID EQUAL SPACES
               MOVE "SEM-ID" TO WS-OPERADOR-ID
           END-IF

           PERFORM UNTIL WS-OPCAO-MENU EQUAL 9
               DISPLAY " "
               DISPLAY "1 - GERACAO DO ARQUIVO DE REMESSA"
               DISPLAY "2 - ALTERACAO DE VENCIMENTO DE FATURA"
               DISPLAY "3 - PROCESSAMENTO DO RETORNO DA REMESSA"
               DISPLAY "4 - LIBERACAO DE REENVIO DE INSTRUCAO REJEITADA"
               DISPLAY "9 - SAIR"
               DISPLAY "OPCAO: " WITH NO ADVANCING
               ACCEPT WS-OPCAO-MENU

               EVALUATE WS-OPCAO-MENU
                   WHEN 1
                       PERFORM P100-GERA-REMESSA
                           THRU P100-FIM-GERA-REMESSA
                   WHEN 2
                       PERFORM P200-ALTERA-VENCIMENTO
                           THRU P200-FIM-ALTERA-VENCIMENTO
                   WHEN 3
                       PERFORM P300-PROCESSA-RETORNO
                           THRU P300-FIM-PROCESSA-RETORNO
                   WHEN 4
                       PERFORM P400-LIBERA-REENVIO
                           THRU P400-FIM-LIBERA-REENVIO
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "OPCAO INVALIDA."
               END-EVALUATE
           END-PERFORM

           GOBACK.

       P100-GERA-REMESSA.
           SET WS-FIM-ARQUIVO TO 0.
           MOVE 'N'  TO WS-REMESSA-ABERTA
           MOVE ZERO TO WS-SEQ-REGISTRO
           MOVE ZERO TO WS-QTD-INCLUSOES
           MOVE ZERO TO WS-QTD-BAIXAS
           MOVE ZERO TO WS-QTD-ALTERACOES
           MOVE ZERO TO WS-VALOR-REMESSA

           ACCEPT WS-DATA-SISTEMA FROM DATE

           OPEN INPUT RECEBER
           MOVE "CONTAS-RECEBER"  TO WS-NOME-ARQ
           MOVE "ABERTURA"        TO WS-OPERACAO-ARQ
           MOVE WS-STATUS-RECEBER TO WS-STATUS-TESTE
           PERFORM P900-TESTA-ARQUIVO
           IF WS-ERRO-ARQ EQUAL 'S'
               GO TO P100-FIM-GERA-REMESSA
           END-IF

           OPEN INPUT DADOS
           MOVE "DADOS"           TO WS-NOME-ARQ
           MOVE "ABERTURA"        TO WS-OPERACAO-ARQ
           MOVE WS-STATUS-ARQUIVO TO WS-STATUS-TESTE
           PERFORM P900-TESTA-ARQUIVO
           IF WS-ERRO-ARQ EQUAL 'S'
               CLOSE RECEBER
               GO TO P100-FIM-GERA-REMESSA
           END-IF

           PERFORM P500-ABRE-CONTROLE THRU P500-FIM-ABRE-CONTROLE
           IF WS-ERRO-ARQ EQUAL 'S'
               CLOSE RECEBER
               CLOSE DADOS
               GO TO P100-FIM-GERA-REMESSA
           END-IF

           OPEN I-O REMLOTE
           IF WS-STATUS-REMLOTE EQUAL 35
               OPEN OUTPUT REMLOTE
               CLOSE REMLOTE
               OPEN I-O REMLOTE
           END-IF
           MOVE "REMLOTE"         TO WS-NOME-ARQ
           MOVE "ABERTURA"        TO WS-OPERACAO-ARQ
           MOVE WS-STATUS-REMLOTE TO WS-STATUS-TESTE
           PERFORM P900-TESTA-ARQUIVO
           IF WS-ERRO-ARQ EQUAL 'S'
               CLOSE RECEBER
               CLOSE DADOS
               CLOSE REMCTL
               GO TO P100-FIM-GERA-REMESSA
           END-IF

           PERFORM P110-PROXIMA-REMESSA

           PERFORM UNTIL WS-FIM-ARQUIVO EQUAL 1
               READ RECEBER NEXT RECORD
                   AT END
                       MOVE 1 TO WS-FIM-ARQUIVO
                   NOT AT END
                       PERFORM P120-AVALIA-FATURA
               END-READ
           END-PERFORM

           IF WS-REMESSA-ABERTA EQUAL 'S'
               PERFORM P160-ENCERRA-REMESSA
               DISPLAY "REMESSA GERADA: " WS-NUM-REMESSA
               DISPLAY "INCLUSOES DE TITULOS...: " WS-QTD-INCLUSOES
               DISPLAY "PEDIDOS DE BAIXA.......: " WS-QTD-BAIXAS
               DISPLAY "ALTERACOES DE VENCIMENTO: " WS-QTD-ALTERACOES
               DISPLAY "VALOR TOTAL DA REMESSA.: " WS-VALOR-REMESSA
           ELSE
               DISPLAY "NENHUMA INSTRUCAO A ENVIAR AO BANCO."
           END-IF

           CLOSE RECEBER
           CLOSE DADOS
           CLOSE REMCTL
           CLOSE REMLOTE.
       P100-FIM-GERA-REMESSA.

       P110-PROXIMA-REMESSA.
           MOVE ZERO TO WS-NUM-REMESSA
           SET WS-FIM-LOTE TO 0.

           MOVE ZERO TO LOT-NUM-REMESSA
           START REMLOTE KEY IS NOT LESS THAN LOT-NUM-REMESSA
               INVALID KEY
                   MOVE 1 TO WS-FIM-LOTE
           END-START

           PERFORM UNTIL WS-FIM-LOTE EQUAL 1
               READ REMLOTE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-FIM-LOTE
                   NOT AT END
                       MOVE LOT-NUM-REMESSA TO WS-NUM-REMESSA
               END-READ
           END-PERFORM

           ADD 1 TO WS-NUM-REMESSA.

       P120-AVALIA-FATURA.
           MOVE ZERO TO WS-INSTRUCAO
           MOVE 'N'  TO WS-TROCA-VALOR

           MOVE NUM-FATURA TO RMC-NUM-FATURA
           READ REMCTL
               INVALID KEY
                   MOVE 'N' TO WS-CTL-ACHADO
               NOT INVALID KEY
                   MOVE 'S' TO WS-CTL-ACHADO
           END-READ

           IF WS-CTL-ACHADO EQUAL 'N'
               IF SIT-FATURA EQUAL 'A' OR SIT-FATURA EQUAL 'P'
                   MOVE 1 TO WS-INSTRUCAO
               END-IF
           ELSE
               IF RMC-SIT-TITULO EQUAL 'R'
                       AND RMC-SIT-RETORNO NOT EQUAL 'R'
                   IF SIT-FATURA EQUAL 'C' OR SIT-FATURA EQUAL 'N'
                       MOVE 2 TO WS-INSTRUCAO
                   ELSE
                       IF SIT-FATURA EQUAL 'A' OR SIT-FATURA EQUAL 'P'
                           IF VALOR-FATURA NOT EQUAL RMC-VALOR
                               MOVE 1   TO WS-INSTRUCAO
                               MOVE 'S' TO WS-TROCA-VALOR
                           ELSE
                               IF DATA-VENCIMENTO NOT EQUAL
                                       RMC-DATA-VENCIMENTO
                                   MOVE 6 TO WS-INSTRUCAO
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
               IF RMC-SIT-TITULO EQUAL 'B'
                   IF SIT-FATURA EQUAL 'A' OR SIT-FATURA EQUAL 'P'
                       MOVE 1 TO WS-INSTRUCAO
                   END-IF
               END-IF
           END-IF

           IF WS-INSTRUCAO NOT EQUAL ZERO
               PERFORM P130-GRAVA-INSTRUCAO
           END-IF.

       P130-GRAVA-INSTRUCAO.
           IF WS-REMESSA-ABERTA NOT EQUAL 'S'
               PERFORM P150-ABRE-REMESSA
               IF WS-REMESSA-ABERTA NOT EQUAL 'S'
                   MOVE 1 TO WS-FIM-ARQUIVO
               END-IF
           END-IF

           IF WS-REMESSA-ABERTA EQUAL 'S'
               MOVE COD-CLIENTE-FATURA TO COD-CLIENTE
               READ DADOS
                   INVALID KEY
                       MOVE "CLIENTE NAO CADASTRADO" TO NOME-CLIENTE
                       MOVE SPACES TO END-CLIENTE
                       MOVE SPACES TO CID-CLIENTE
                       MOVE SPACES TO UF-CLIENTE
                       MOVE ZERO   TO CEP-CLIENTE
               END-READ

               IF WS-TROCA-VALOR EQUAL 'S'
                   MOVE 2                   TO RMD-INSTRUCAO
                   MOVE RMC-DATA-VENCIMENTO TO RMD-DATA-VENCIMENTO
                   MOVE RMC-VALOR           TO RMD-VALOR
                   PERFORM P140-GRAVA-DETALHE
                   ADD 1 TO WS-QTD-BAIXAS
               END-IF

               MOVE WS-INSTRUCAO       TO RMD-INSTRUCAO
               MOVE DATA-VENCIMENTO    TO RMD-DATA-VENCIMENTO
               MOVE VALOR-FATURA       TO RMD-VALOR
               PERFORM P140-GRAVA-DETALHE

               IF WS-CTL-ACHADO EQUAL 'S'
                   MOVE RMC-DATA-VENCIMENTO TO RMC-VENC-ANTERIOR
                   MOVE RMC-VALOR           TO RMC-VALOR-ANTERIOR
               ELSE
                   MOVE ZERO                TO RMC-VENC-ANTERIOR
                   MOVE ZERO                TO RMC-VALOR-ANTERIOR
               END-IF
               MOVE WS-TROCA-VALOR     TO RMC-TROCA-VALOR

               EVALUATE WS-INSTRUCAO
                   WHEN 1
                       ADD 1 TO WS-QTD-INCLUSOES
                       MOVE 'R' TO RMC-SIT-TITULO
                   WHEN 2
                       ADD 1 TO WS-QTD-BAIXAS
                       MOVE 'B' TO RMC-SIT-TITULO
                   WHEN 6
                       ADD 1 TO WS-QTD-ALTERACOES
               END-EVALUATE

               MOVE NUM-FATURA         TO RMC-NUM-FATURA
               MOVE COD-CLIENTE-FATURA TO RMC-COD-CLIENTE
               MOVE DATA-VENCIMENTO    TO RMC-DATA-VENCIMENTO
               MOVE VALOR-FATURA       TO RMC-VALOR
               MOVE WS-INSTRUCAO       TO RMC-ULT-INSTRUCAO
               MOVE WS-NUM-REMESSA     TO RMC-NUM-REMESSA
               MOVE WS-DATA-SISTEMA    TO RMC-DATA-ENVIO
               MOVE 'P'                TO RMC-SIT-RETORNO
               MOVE ZERO               TO RMC-DATA-RETORNO
               IF WS-CTL-ACHADO EQUAL 'S'
                   REWRITE REG-REMESSA-CTL
                       INVALID KEY
                           DISPLAY "ERRO AO ATUALIZAR O CONTROLE DA "
                                   "FATURA: " NUM-FATURA
                   END-REWRITE
               ELSE
                   WRITE REG-REMESSA-CTL
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR O CONTROLE DA "
                                   "FATURA: " NUM-FATURA
                   END-WRITE
               END-IF
           END-IF.

       P140-GRAVA-DETALHE.
           ADD 1 TO WS-SEQ-REGISTRO
           MOVE WS-SEQ-REGISTRO    TO RMD-SEQUENCIA
           MOVE NUM-FATURA         TO RMD-NUM-FATURA
           MOVE COD-CLIENTE-FATURA TO RMD-COD-CLIENTE
           MOVE NOME-CLIENTE       TO RMD-NOME-CLIENTE
           MOVE END-CLIENTE        TO RMD-END-CLIENTE
           MOVE CID-CLIENTE        TO RMD-CID-CLIENTE
           MOVE UF-CLIENTE         TO RMD-UF-CLIENTE
           MOVE CEP-CLIENTE        TO RMD-CEP-CLIENTE
           WRITE REM-LINHA FROM WS-REMESSA-DETALHE
           ADD RMD-VALOR TO WS-VALOR-REMESSA.

       P150-ABRE-REMESSA.
           OPEN OUTPUT REMESSA
           MOVE "REMESSA"         TO WS-NOME-ARQ
           MOVE "ABERTURA"        TO WS-OPERACAO-ARQ
           MOVE WS-STATUS-REMESSA TO WS-STATUS-TESTE
           PERFORM P900-TESTA-ARQUIVO
           IF WS-ERRO-ARQ NOT EQUAL 'S'
               MOVE 'S' TO WS-REMESSA-ABERTA
               ADD 1 TO WS-SEQ-REGISTRO
               MOVE WS-SEQ-REGISTRO TO RMH-SEQUENCIA
               MOVE WS-NUM-REMESSA  TO RMH-NUM-REMESSA
               MOVE WS-DATA-SISTEMA TO RMH-DATA
               WRITE REM-LINHA FROM WS-REMESSA-HEADER
           END-IF.

       P160-ENCERRA-REMESSA.
           ADD 1 TO WS-SEQ-REGISTRO
           MOVE WS-SEQ-REGISTRO   TO RMT-SEQUENCIA
           MOVE WS-NUM-REMESSA    TO RMT-NUM-REMESSA
           COMPUTE RMT-QTD-DETALHES = WS-QTD-INCLUSOES +
                   WS-QTD-BAIXAS + WS-QTD-ALTERACOES
           MOVE WS-QTD-INCLUSOES  TO RMT-QTD-INCLUSOES
           MOVE WS-QTD-BAIXAS     TO RMT-QTD-BAIXAS
           MOVE WS-QTD-ALTERACOES TO RMT-QTD-ALTERACOES
           MOVE WS-VALOR-REMESSA  TO RMT-VALOR-TOTAL
           WRITE REM-LINHA FROM WS-REMESSA-TRAILER
           CLOSE REMESSA

           MOVE WS-NUM-REMESSA    TO LOT-NUM-REMESSA
           MOVE WS-DATA-SISTEMA   TO LOT-DATA-REMESSA
           MOVE WS-QTD-INCLUSOES  TO LOT-QTD-INCLUSOES
           MOVE WS-QTD-BAIXAS     TO LOT-QTD-BAIXAS
           MOVE WS-QTD-ALTERACOES TO LOT-QTD-ALTERACOES
           MOVE WS-VALOR-REMESSA  TO LOT-VALOR-TOTAL
           WRITE REG-REMESSA-LOTE
               INVALID KEY
                   DISPLAY "ERRO AO REGISTRAR A REMESSA: "
                           WS-NUM-REMESSA
           END-WRITE.

       P200-ALTERA-VENCIMENTO.
           DISPLAY "NUMERO DA FATURA: " WITH NO ADVANCING
           ACCEPT WS-NUM-FATURA

           OPEN I-O RECEBER
           MOVE "CONTAS-RECEBER"  TO WS-NOME-ARQ
           MOVE "ABERTURA"        TO WS-OPERACAO-ARQ
           MOVE WS-STATUS-RECEBER TO WS-STATUS-TESTE
           PERFORM P900-TESTA-ARQUIVO
           IF WS-ERRO-ARQ EQUAL 'S'
               GO TO P200-FIM-ALTERA-VENCIMENTO
           END-IF

           MOVE WS-NUM-FATURA TO NUM-FATURA
           READ RECEBER
               INVALID KEY
                   DISPLAY "FATURA NAO ENCONTRADA: " WS-NUM-FATURA
                   CLOSE RECEBER
                   GO TO P200-FIM-ALTERA-VENCIMENTO
           END-READ

           IF SIT-FATURA NOT EQUAL 'A' AND SIT-FATURA NOT EQUAL 'P'
               DISPLAY "FATURA SEM SALDO EM ABERTO. SITUACAO: "
                       SIT-FATURA
               CLOSE RECEBER
               GO TO P200-FIM-ALTERA-VENCIMENTO
           END-IF

           DISPLAY "CLIENTE: " COD-CLIENTE-FATURA
                   " VALOR: " VALOR-FATURA
                   " VENCIMENTO ATUAL: " DATA-VENCIMENTO
           DISPLAY "NOVO VENCIMENTO (AAMMDD): " WITH NO ADVANCING
           ACCEPT WS-NOVO-VENCIMENTO

           ACCEPT WS-DATA-SISTEMA FROM DATE
           IF WS-NOVO-VENCIMENTO IS NOT NUMERIC
                   OR WS-NOVO-VENC-MM EQUAL ZERO
                   OR WS-NOVO-VENC-MM IS GREATER THAN 12
                   OR WS-NOVO-VENC-DD EQUAL ZERO
                   OR WS-NOVO-VENC-DD IS GREATER THAN 31
               DISPLAY "DATA INVALIDA: " WS-NOVO-VENCIMENTO
               CLOSE RECEBER
               GO TO P200-FIM-ALTERA-VENCIMENTO
           END-IF
           IF WS-NOVO-VENCIMENTO IS LESS THAN WS-DATA-SISTEMA
               DISPLAY "NOVO VENCIMENTO ANTERIOR A DATA DE HOJE."
               CLOSE RECEBER
               GO TO P200-FIM-ALTERA-VENCIMENTO
           END-IF

           DISPLAY "CONFIRMA A ALTERACAO (S/N): " WITH NO ADVANCING
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT EQUAL 'S'
               DISPLAY "ALTERACAO NAO EFETUADA."
               CLOSE RECEBER
               GO TO P200-FIM-ALTERA-VENCIMENTO
           END-IF

           MOVE INFO-RECEBER TO WS-IMAGEM-ANTES
           MOVE WS-NOVO-VENCIMENTO TO DATA-VENCIMENTO
           REWRITE INFO-RECEBER
               INVALID KEY
                   DISPLAY "ERRO AO ALTERAR A FATURA: " NUM-FATURA
               NOT INVALID KEY
                   MOVE INFO-RECEBER TO WS-IMAGEM-DEPOIS
                   MOVE "ALT-VENC" TO AUD-ACAO
                   PERFORM P800-GRAVA-AUDITORIA
                   DISPLAY "VENCIMENTO ALTERADO. A INSTRUCAO SERA "
                           "ENVIADA NA PROXIMA REMESSA."
           END-REWRITE

           CLOSE RECEBER.
       P200-FIM-ALTERA-VENCIMENTO.

       P300-PROCESSA-RETORNO.
           SET WS-FIM-RETORNO TO 0.
           MOVE ZERO TO WS-RRM-LIDOS
           MOVE ZERO TO WS-RRM-ACEITOS
           MOVE ZERO TO WS-RRM-REJEITADOS
           MOVE ZERO TO WS-RRM-IGNORADOS

           ACCEPT WS-DATA-SISTEMA FROM DATE

           OPEN INPUT RETREMESSA
           MOVE "RETREMESSA"         TO WS-NOME-ARQ
           MOVE "ABERTURA"           TO WS-OPERACAO-ARQ
           MOVE WS-STATUS-RETREMESSA TO WS-STATUS-TESTE
           PERFORM P900-TESTA-ARQUIVO
           IF WS-ERRO-ARQ EQUAL 'S'
               GO TO P300-FIM-PROCESSA-RETORNO
           END-IF

           PERFORM P500-ABRE-CONTROLE THRU P500-FIM-ABRE-CONTROLE
           IF WS-ERRO-ARQ EQUAL 'S'
               CLOSE RETREMESSA
               GO TO P300-FIM-PROCESSA-RETORNO
           END-IF

           OPEN OUTPUT RELREMESSA
           MOVE "RELREMESSA"         TO WS-NOME-ARQ
           MOVE "ABERTURA"           TO WS-OPERACAO-ARQ
           MOVE WS-STATUS-RELREMESSA TO WS-STATUS-TESTE
           PERFORM P900-TESTA-ARQUIVO
           IF WS-ERRO-ARQ EQUAL 'S'
               CLOSE RETREMESSA
               CLOSE REMCTL
               GO TO P300-FIM-PROCESSA-RETORNO
           END-IF

           MOVE WS-DATA-SISTEMA TO RREL-DATA
           WRITE RELREM-LINHA FROM WS-CABECALHO-RET-REMESSA
           MOVE SPACES TO RELREM-LINHA
           WRITE RELREM-LINHA
           WRITE RELREM-LINHA FROM WS-SUBCAB-RET-REMESSA

           PERFORM UNTIL WS-FIM-RETORNO EQUAL 1
               READ RETREMESSA INTO WS-REGISTRO-RET-REMESSA
                   AT END
                       MOVE 1 TO WS-FIM-RETORNO
                   NOT AT END
                       ADD 1 TO WS-RRM-LIDOS
                       PERFORM P310-PROCESSA-OCORRENCIA
               END-READ
           END-PERFORM

           MOVE SPACES TO RELREM-LINHA
           WRITE RELREM-LINHA
           MOVE "REGISTROS LIDOS"      TO RREL-TOT-DESCRICAO
           MOVE WS-RRM-LIDOS           TO RREL-TOT-QTDE
           WRITE RELREM-LINHA FROM WS-TOTAL-RET-REMESSA
           MOVE "INSTRUCOES ACEITAS"   TO RREL-TOT-DESCRICAO
           MOVE WS-RRM-ACEITOS         TO RREL-TOT-QTDE
           WRITE RELREM-LINHA FROM WS-TOTAL-RET-REMESSA
           MOVE "INSTRUCOES REJEITADAS" TO RREL-TOT-DESCRICAO
           MOVE WS-RRM-REJEITADOS      TO RREL-TOT-QTDE
           WRITE RELREM-LINHA FROM WS-TOTAL-RET-REMESSA
           MOVE "OCORRENCIAS IGNORADAS" TO RREL-TOT-DESCRICAO
           MOVE WS-RRM-IGNORADOS       TO RREL-TOT-QTDE
           WRITE RELREM-LINHA FROM WS-TOTAL-RET-REMESSA

           DISPLAY "RETORNO DA REMESSA PROCESSADO."
           DISPLAY "REGISTROS LIDOS......: " WS-RRM-LIDOS
           DISPLAY "INSTRUCOES ACEITAS...: " WS-RRM-ACEITOS
           DISPLAY "INSTRUCOES REJEITADAS: " WS-RRM-REJEITADOS
           DISPLAY "OCORRENCIAS IGNORADAS: " WS-RRM-IGNORADOS

           CLOSE RETREMESSA
           CLOSE REMCTL
           CLOSE RELREMESSA.
       P300-FIM-PROCESSA-RETORNO.

       P310-PROCESSA-OCORRENCIA.
           MOVE RRM-NUM-REMESSA TO RREL-NUM-REMESSA
           MOVE RRM-NUM-FATURA  TO RREL-NUM-FATURA
           MOVE RRM-MOTIVO      TO RREL-MOTIVO
           EVALUATE RRM-INSTRUCAO
               WHEN 1
                   MOVE "INCLUSAO"      TO RREL-INSTRUCAO
               WHEN 2
                   MOVE "BAIXA"         TO RREL-INSTRUCAO
               WHEN 6
                   MOVE "ALT.VENCIMENTO" TO RREL-INSTRUCAO
               WHEN OTHER
                   MOVE "DESCONHECIDA"  TO RREL-INSTRUCAO
           END-EVALUATE

           MOVE RRM-NUM-FATURA TO RMC-NUM-FATURA
           READ REMCTL
               INVALID KEY
                   MOVE "IGNORADA"              TO RREL-SITUACAO
                   MOVE "FATURA NAO ENVIADA AO BANCO" TO RREL-MOTIVO
                   ADD 1 TO WS-RRM-IGNORADOS
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN RMC-NUM-REMESSA EQUAL RRM-NUM-REMESSA
                               AND RRM-INSTRUCAO EQUAL 2
                               AND RMC-ULT-INSTRUCAO EQUAL 1
                               AND RMC-TROCA-VALOR EQUAL 'S'
                           PERFORM P320-BAIXA-TROCA-VALOR
                       WHEN RMC-NUM-REMESSA NOT EQUAL RRM-NUM-REMESSA
                               OR RMC-ULT-INSTRUCAO NOT EQUAL
                                   RRM-INSTRUCAO
                           MOVE "IGNORADA"          TO RREL-SITUACAO
                           MOVE "INSTRUCAO SUPERADA" TO RREL-MOTIVO
                           ADD 1 TO WS-RRM-IGNORADOS
                       WHEN OTHER
                           IF RRM-OCORRENCIA EQUAL 'A'
                               MOVE "ACEITA"        TO RREL-SITUACAO
                               MOVE 'A'             TO RMC-SIT-RETORNO
                               ADD 1 TO WS-RRM-ACEITOS
                           ELSE
                               MOVE "REJEITADA"     TO RREL-SITUACAO
                               MOVE 'R'             TO RMC-SIT-RETORNO
                               ADD 1 TO WS-RRM-REJEITADOS
                               PERFORM P330-RESTAURA-CONTROLE
                           END-IF
                           MOVE WS-DATA-SISTEMA     TO RMC-DATA-RETORNO
                           REWRITE REG-REMESSA-CTL
                               INVALID KEY
                                   DISPLAY "ERRO AO ATUALIZAR O "
                                           "CONTROLE DA FATURA: "
                                           RMC-NUM-FATURA
                           END-REWRITE
                   END-EVALUATE
           END-READ

           WRITE RELREM-LINHA FROM WS-DETALHE-RET-REMESSA.

       P320-BAIXA-TROCA-VALOR.
           IF RRM-OCORRENCIA EQUAL 'A'
               MOVE "ACEITA"        TO RREL-SITUACAO
               ADD 1 TO WS-RRM-ACEITOS
           ELSE
               MOVE "REJEITADA"     TO RREL-SITUACAO
               ADD 1 TO WS-RRM-REJEITADOS
               MOVE 2               TO RMC-ULT-INSTRUCAO
               MOVE 'R'             TO RMC-SIT-RETORNO
               PERFORM P330-RESTAURA-CONTROLE
               MOVE WS-DATA-SISTEMA TO RMC-DATA-RETORNO
               REWRITE REG-REMESSA-CTL
                   INVALID KEY
                       DISPLAY "ERRO AO ATUALIZAR O CONTROLE "
                               "DA FATURA: " RMC-NUM-FATURA
               END-REWRITE
           END-IF.

       P330-RESTAURA-CONTROLE.
           IF RMC-ULT-INSTRUCAO EQUAL 2 OR RMC-ULT-INSTRUCAO EQUAL 6
               MOVE RMC-VENC-ANTERIOR  TO RMC-DATA-VENCIMENTO
               MOVE RMC-VALOR-ANTERIOR TO RMC-VALOR
               MOVE 'R'                TO RMC-SIT-TITULO
               MOVE 'N'                TO RMC-TROCA-VALOR
           END-IF.

       P400-LIBERA-REENVIO.
           DISPLAY "NUMERO DA FATURA: " WITH NO ADVANCING
           ACCEPT WS-NUM-FATURA

           PERFORM P500-ABRE-CONTROLE THRU P500-FIM-ABRE-CONTROLE
           IF WS-ERRO-ARQ EQUAL 'S'
               GO TO P400-FIM-LIBERA-REENVIO
           END-IF

           MOVE WS-NUM-FATURA TO RMC-NUM-FATURA
           READ REMCTL
               INVALID KEY
                   DISPLAY "FATURA AINDA NAO ENVIADA AO BANCO: "
                           WS-NUM-FATURA
                   CLOSE REMCTL
                   GO TO P400-FIM-LIBERA-REENVIO
           END-READ

           IF RMC-SIT-RETORNO NOT EQUAL 'R'
               DISPLAY "SOMENTE INSTRUCOES REJEITADAS PELO BANCO PODEM "
                       "SER REENVIADAS."
               CLOSE REMCTL
               GO TO P400-FIM-LIBERA-REENVIO
           END-IF

           DISPLAY "INSTRUCAO: " RMC-ULT-INSTRUCAO
                   " REMESSA: " RMC-NUM-REMESSA
                   " ENVIO: " RMC-DATA-ENVIO
                   " RETORNO: " RMC-DATA-RETORNO
           DISPLAY "CONFIRMA O REENVIO NA PROXIMA REMESSA (S/N): "
                   WITH NO ADVANCING
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA EQUAL 'S'
               IF RMC-ULT-INSTRUCAO EQUAL 1
                   DELETE REMCTL
                       INVALID KEY
                           DISPLAY "ERRO AO LIBERAR A FATURA: "
                                   WS-NUM-FATURA
                       NOT INVALID KEY
                           DISPLAY "FATURA LIBERADA PARA REENVIO."
                   END-DELETE
               ELSE
                   MOVE 'L' TO RMC-SIT-RETORNO
                   REWRITE REG-REMESSA-CTL
                       INVALID KEY
                           DISPLAY "ERRO AO LIBERAR A FATURA: "
                                   WS-NUM-FATURA
                       NOT INVALID KEY
                           DISPLAY "FATURA LIBERADA PARA REENVIO."
                   END-REWRITE
               END-IF
           ELSE
               DISPLAY "REENVIO NAO LIBERADO."
           END-IF

           CLOSE REMCTL.
       P400-FIM-LIBERA-REENVIO.

       P500-ABRE-CONTROLE.
           OPEN I-O REMCTL
           IF WS-STATUS-REMCTL EQUAL 35
               OPEN OUTPUT REMCTL
               CLOSE REMCTL
               OPEN I-O REMCTL
           END-IF
           MOVE "REMCTL"          TO WS-NOME-ARQ
           MOVE "ABERTURA"        TO WS-OPERACAO-ARQ
           MOVE WS-STATUS-REMCTL  TO WS-STATUS-TESTE
           PERFORM P900-TESTA-ARQUIVO.
       P500-FIM-ABRE-CONTROLE.

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

       END PROGRAM REMESSA-BANCO.
