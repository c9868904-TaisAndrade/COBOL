       IDENTIFICATION DIVISION.
       PROGRAM-ID. RENEGOCIA-DIVIDA.

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

           SELECT ACORDOS ASSIGN
           'CAMINHO DO ARQUIVO\ACORDOS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-ACORDO
           FILE STATUS IS WS-STATUS-ACORDOS.

           SELECT PARCELAS ASSIGN
           'CAMINHO DO ARQUIVO\PARCELAS-ACORDO.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-PARCELA
           FILE STATUS IS WS-STATUS-PARCELAS.

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

           SELECT PARAMETROS ASSIGN
           'CAMINHO DO ARQUIVO\PARAMETROS-COB.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PARAMETROS.

           SELECT RELROMPIMENTO ASSIGN
           'CAMINHO DO ARQUIVO\ROMPIMENTO-ACORDOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-RELROMPIMENTO.

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

       FD ACORDOS.
       01 REG-ACORDO.
           COPY INFO-ACORDO.

       FD PARCELAS.
       01 REG-PARCELA.
           COPY INFO-PARCELA.

       FD MOVPAG.
       01 REG-MOVPAG.
           COPY INFO-MOVPAG.

       FD CREDITO.
       01 REG-CREDITO.
           COPY INFO-CREDITO.

       FD MOVCRED.
       01 REG-MOVCRED.
           COPY INFO-MOVCRED.

       FD PARAMETROS.
       01 PAR-LINHA                    PIC X(16).

       FD RELROMPIMENTO.
       01 ROMP-LINHA                   PIC X(80).

       FD AUDITORIA.
       01 AUD-LINHA                    PIC X(308).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-ARQUIVO            PIC 99.
       77 WS-STATUS-RECEBER            PIC 99.
       77 WS-STATUS-ACORDOS            PIC 99.
       77 WS-STATUS-PARCELAS           PIC 99.
       77 WS-STATUS-MOVPAG             PIC 99.
       77 WS-STATUS-PARAMETROS         PIC 99.
       77 WS-STATUS-CREDITO            PIC 99.
       77 WS-STATUS-MOVCRED            PIC 99.
       77 WS-STATUS-RELROMPIMENTO      PIC 99.
       77 WS-STATUS-AUDITORIA          PIC 99.
       77 WS-OPCAO-MENU                PIC 9.
       77 WS-NOME-ARQ                  PIC X(20).
       77 WS-OPERACAO-ARQ              PIC X(10).
       77 WS-STATUS-TESTE              PIC 99.
       77 WS-ERRO-ARQ                  PIC X.
       77 WS-OPERADOR-ID               PIC X(8).
       77 WS-ARQUIVOS-OK               PIC X.
       77 WS-PARAMETROS-OK             PIC X.
       77 WS-CONFIRMA                  PIC X.
       77 WS-COD-CLIENTE               PIC 9(3).
       77 WS-ACORDO-ACHADO             PIC X.
       77 WS-FIM-RECEBER               PIC 99.
       77 WS-FIM-ACORDOS               PIC 99.
       77 WS-FIM-PARCELAS              PIC 99.
       77 WS-QTD-FATURAS               PIC 9(3).
       77 WS-QTD-PARCELAS              PIC 99.
       77 WS-NUM-PARCELA               PIC 99.
       77 WS-IND                       PIC 99.
       77 WS-DATAS-OK                  PIC X.
       77 WS-DATA-ANTERIOR             PIC 9(6).
       77 WS-SALDO-FATURA              PIC 9(7)V99.
       77 WS-VALOR-DIVIDA              PIC 9(7)V99.
       77 WS-VALOR-PARCELA             PIC 9(7)V99.
       77 WS-VALOR-PRIMEIRA            PIC 9(7)V99.
       77 WS-SALDO-PARCELA             PIC 9(7)V99.
       77 WS-VALOR-PAGAMENTO           PIC 9(7)V99.
       77 WS-VALOR-DISTRIBUIR          PIC 9(7)V99.
       77 WS-VALOR-APLICADO            PIC 9(6)V99.
       77 WS-ULTIMA-FATURA             PIC 9(7).
       77 WS-CRED-VALOR                PIC 9(6)V99.
       77 WS-CRED-OK                   PIC X.
       77 WS-TENTATIVAS                PIC 9(3).
       77 WS-GRAVADO                   PIC X.
       77 WS-SALDO-ACORDO              PIC 9(7)V99.
       77 WS-PARCELAS-ABERTAS          PIC 99.
       77 WS-SIT-PARCELA               PIC X.
       77 WS-DATA-SISTEMA              PIC 9(6).
       77 WS-HORA-SISTEMA              PIC 9(8).
       77 WS-DIAS-HOJE                 PIC 9(7).
       77 WS-DIAS-VENCIMENTO           PIC 9(7).
       77 WS-DIAS-ATRASO               PIC S9(7).
       77 WS-MAIOR-ATRASO              PIC S9(7).
       77 WS-TOTAL-VERIFICADOS         PIC 9(5).
       77 WS-TOTAL-ROMPIDOS            PIC 9(5).
       77 WS-TOTAL-FATURAS-RESTAURADAS PIC 9(5).
       77 WS-IMAGEM-ANTES              PIC X(136).
       77 WS-IMAGEM-DEPOIS             PIC X(136).
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
       01 WS-REGISTRO-PARAMETRO.
           03 PAR-PCT-MULTA            PIC 9(2)V99.
           03 PAR-PCT-JUROS-DIA        PIC 9(2)V9999.
           03 PAR-DIAS-SUSPENSAO       PIC 9(3).
           03 PAR-DIAS-ROMPIMENTO      PIC 9(3).
       01 WS-DATA-PARCELA.
           03 WS-PARCELA-AA            PIC 99.
           03 WS-PARCELA-MM            PIC 99.
           03 WS-PARCELA-DD            PIC 99.
       01 WS-TABELA-PARCELAS.
           03 WS-PARCELA-ACORDO OCCURS 24 TIMES.
               05 TAB-VENCIMENTO       PIC 9(6).
               05 TAB-VALOR            PIC 9(7)V99.
       01 WS-CABECALHO-ROMPIMENTO.
           03 FILLER                   PIC X(38)
                       VALUE "ACORDOS ROMPIDOS POR ATRASO - DATA: ".
           03 ROMP-DATA                PIC 9(6).
       01 WS-SUBCAB-ROMPIMENTO.
           03 FILLER                   PIC X(38)
               VALUE "CLIENTE DATA-ACORDO PARCELAS-ABERTAS".
           03 FILLER                   PIC X(30)
               VALUE "DIAS-ATRASO  SALDO-ACORDO".
       01 WS-DETALHE-ROMPIMENTO.
           03 FILLER                   PIC X(4) VALUE SPACES.
           03 ROMP-COD-CLIENTE         PIC 9(3).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 ROMP-DATA-ACORDO         PIC 9(6).
           03 FILLER                   PIC X(14) VALUE SPACES.
           03 ROMP-PARCELAS            PIC Z9.
           03 FILLER                   PIC X(8) VALUE SPACES.
           03 ROMP-DIAS-ATRASO         PIC ZZZ9.
           03 FILLER                   PIC X(4) VALUE SPACES.
           03 ROMP-SALDO               PIC ZZZZZZ9,99.
       01 WS-RODAPE-ROMPIMENTO.
           03 FILLER                   PIC X(30)
                       VALUE "TOTAL DE ACORDOS ROMPIDOS: ".
           03 ROMP-TOTAL               PIC ZZZZ9.

       LINKAGE SECTION.
       01 LS-OPERADOR-ID               PIC X(8).

       PROCEDURE DIVISION USING LS-OPERADOR-ID.
       MAIN-PROCEDURE.
           DISPLAY "***** RENEGOCIACAO DE DIVIDAS ***** ".
           MOVE 0 TO WS-OPCAO-MENU.

           MOVE LS-OPERADOR-ID TO WS-OPERADOR-ID
           IF WS-OPERADOR-ID EQUAL SPACES
               MOVE "SEM-ID" TO WS-OPERADOR-ID
           END-IF

           PERFORM UNTIL WS-OPCAO-MENU EQUAL 9
               DISPLAY " "
               DISPLAY "1 - NOVO ACORDO DE PARCELAMENTO"
               DISPLAY "2 - PAGAMENTO DE PARCELA"
               DISPLAY "3 - CONSULTA DE ACORDOS DO CLIENTE"
               DISPLAY "4 - VERIFICACAO DE ACORDOS EM ATRASO"
               DISPLAY "9 - SAIR"
               DISPLAY "OPCAO: " WITH NO ADVANCING
               ACCEPT WS-OPCAO-MENU

               EVALUATE WS-OPCAO-MENU
                   WHEN 1
                       PERFORM P100-NOVO-ACORDO
                           THRU P100-FIM-NOVO-ACORDO
                   WHEN 2
                       PERFORM P200-PAGA-PARCELA
                           THRU P200-FIM-PAGA-PARCELA
                   WHEN 3
                       PERFORM P500-CONSULTA-ACORDOS
                           THRU P500-FIM-CONSULTA-ACORDOS
                   WHEN 4
                       PERFORM P400-VERIFICA-ATRASOS
                           THRU P400-FIM-VERIFICA-ATRASOS
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "OPCAO INVALIDA."
               END-EVALUATE
           END-PERFORM

           GOBACK.

       P100-NOVO-ACORDO.
           PERFORM P300-ABRE-ARQUIVOS THRU P300-FIM-ABRE-ARQUIVOS
           IF WS-ARQUIVOS-OK NOT EQUAL 'S'
               GO TO P100-FIM-NOVO-ACORDO
           END-IF

           PERFORM P310-LOCALIZA-CLIENTE
           IF WS-COD-CLIENTE EQUAL ZERO
               PERFORM P390-FECHA-ARQUIVOS
               GO TO P100-FIM-NOVO-ACORDO
           END-IF

           PERFORM P320-ACORDO-ATIVO
           IF WS-ACORDO-ACHADO EQUAL 'S'
               DISPLAY "CLIENTE JA POSSUI ACORDO ATIVO DE "
                       ACD-DATA-ACORDO
               PERFORM P390-FECHA-ARQUIVOS
               GO TO P100-FIM-NOVO-ACORDO
           END-IF

           PERFORM P330-LISTA-FATURAS
           IF WS-QTD-FATURAS EQUAL ZERO
               DISPLAY "CLIENTE SEM FATURAS EM ABERTO."
               PERFORM P390-FECHA-ARQUIVOS
               GO TO P100-FIM-NOVO-ACORDO
           END-IF

           DISPLAY "FATURAS EM ABERTO: " WS-QTD-FATURAS
                   " DIVIDA TOTAL: " WS-VALOR-DIVIDA
           DISPLAY "QUANTIDADE DE PARCELAS (1 A 24): "
                   WITH NO ADVANCING
           ACCEPT WS-QTD-PARCELAS
           IF WS-QTD-PARCELAS EQUAL ZERO
                   OR WS-QTD-PARCELAS IS GREATER THAN 24
               DISPLAY "QUANTIDADE DE PARCELAS INVALIDA."
               PERFORM P390-FECHA-ARQUIVOS
               GO TO P100-FIM-NOVO-ACORDO
           END-IF

           COMPUTE WS-VALOR-PARCELA =
                   WS-VALOR-DIVIDA / WS-QTD-PARCELAS
           COMPUTE WS-VALOR-PRIMEIRA = WS-VALOR-DIVIDA -
                   WS-VALOR-PARCELA * (WS-QTD-PARCELAS - 1)
           IF WS-VALOR-PARCELA EQUAL ZERO
               DISPLAY "VALOR DA PARCELA MENOR QUE UM CENTAVO."
               PERFORM P390-FECHA-ARQUIVOS
               GO TO P100-FIM-NOVO-ACORDO
           END-IF

           ACCEPT WS-DATA-SISTEMA FROM DATE
           MOVE WS-DATA-SISTEMA TO WS-DATA-ANTERIOR
           MOVE 'S' TO WS-DATAS-OK
           MOVE 1 TO WS-IND
           PERFORM UNTIL WS-IND IS GREATER THAN WS-QTD-PARCELAS
                   OR WS-DATAS-OK NOT EQUAL 'S'
               PERFORM P340-PEDE-VENCIMENTO
               ADD 1 TO WS-IND
           END-PERFORM
           IF WS-DATAS-OK NOT EQUAL 'S'
               DISPLAY "ACORDO NAO EFETUADO."
               PERFORM P390-FECHA-ARQUIVOS
               GO TO P100-FIM-NOVO-ACORDO
           END-IF

           MOVE WS-COD-CLIENTE  TO ACD-COD-CLIENTE
           MOVE WS-DATA-SISTEMA TO ACD-DATA-ACORDO
           READ ACORDOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "JA EXISTE ACORDO DO CLIENTE NESTA DATA."
                   PERFORM P390-FECHA-ARQUIVOS
                   GO TO P100-FIM-NOVO-ACORDO
           END-READ

           DISPLAY " "
           DISPLAY "PARCELA  VENCIMENTO       VALOR"
           MOVE 1 TO WS-IND
           PERFORM UNTIL WS-IND IS GREATER THAN WS-QTD-PARCELAS
               DISPLAY "   " WS-IND "     " TAB-VENCIMENTO(WS-IND)
                       "   " TAB-VALOR(WS-IND)
               ADD 1 TO WS-IND
           END-PERFORM
           DISPLAY "CONFIRMA O ACORDO (S/N): " WITH NO ADVANCING
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT EQUAL 'S'
               DISPLAY "ACORDO NAO EFETUADO."
               PERFORM P390-FECHA-ARQUIVOS
               GO TO P100-FIM-NOVO-ACORDO
           END-IF

           MOVE WS-COD-CLIENTE  TO ACD-COD-CLIENTE
           MOVE WS-DATA-SISTEMA TO ACD-DATA-ACORDO
           MOVE WS-VALOR-DIVIDA TO ACD-VALOR-ACORDO
           MOVE WS-QTD-FATURAS  TO ACD-QTD-FATURAS
           MOVE WS-QTD-PARCELAS TO ACD-QTD-PARCELAS
           MOVE 'A'             TO ACD-SIT-ACORDO
           MOVE WS-DATA-SISTEMA TO ACD-DATA-SITUACAO
           MOVE WS-OPERADOR-ID  TO ACD-OPERADOR
           WRITE REG-ACORDO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR O ACORDO DO CLIENTE: "
                           WS-COD-CLIENTE
                   PERFORM P390-FECHA-ARQUIVOS
                   GO TO P100-FIM-NOVO-ACORDO
           END-WRITE

           MOVE 1 TO WS-IND
           PERFORM UNTIL WS-IND IS GREATER THAN WS-QTD-PARCELAS
               MOVE WS-COD-CLIENTE        TO PCL-COD-CLIENTE
               MOVE WS-DATA-SISTEMA       TO PCL-DATA-ACORDO
               MOVE WS-IND                TO PCL-NUM-PARCELA
               MOVE TAB-VENCIMENTO(WS-IND) TO PCL-DATA-VENCIMENTO
               MOVE TAB-VALOR(WS-IND)     TO PCL-VALOR-PARCELA
               MOVE ZERO                  TO PCL-VALOR-PAGO
               MOVE 'A'                   TO PCL-SIT-PARCELA
               MOVE ZERO                  TO PCL-DATA-PAGAMENTO
               WRITE REG-PARCELA
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR A PARCELA: " WS-IND
               END-WRITE
               ADD 1 TO WS-IND
           END-PERFORM

           PERFORM P350-MARCA-FATURAS

           DISPLAY "ACORDO REGISTRADO. CLIENTE: " WS-COD-CLIENTE
                   " PARCELAS: " WS-QTD-PARCELAS
                   " VALOR: " WS-VALOR-DIVIDA
           PERFORM P390-FECHA-ARQUIVOS.
       P100-FIM-NOVO-ACORDO.

       P200-PAGA-PARCELA.
           PERFORM P300-ABRE-ARQUIVOS THRU P300-FIM-ABRE-ARQUIVOS
           IF WS-ARQUIVOS-OK NOT EQUAL 'S'
               GO TO P200-FIM-PAGA-PARCELA
           END-IF

           PERFORM P310-LOCALIZA-CLIENTE
           IF WS-COD-CLIENTE EQUAL ZERO
               PERFORM P390-FECHA-ARQUIVOS
               GO TO P200-FIM-PAGA-PARCELA
           END-IF

           PERFORM P320-ACORDO-ATIVO
           IF WS-ACORDO-ACHADO NOT EQUAL 'S'
               DISPLAY "CLIENTE SEM ACORDO ATIVO."
               PERFORM P390-FECHA-ARQUIVOS
               GO TO P200-FIM-PAGA-PARCELA
           END-IF

           PERFORM P360-LISTA-PARCELAS

           DISPLAY "NUMERO DA PARCELA: " WITH NO ADVANCING
           ACCEPT WS-NUM-PARCELA
           MOVE ACD-COD-CLIENTE TO PCL-COD-CLIENTE
           MOVE ACD-DATA-ACORDO TO PCL-DATA-ACORDO
           MOVE WS-NUM-PARCELA  TO PCL-NUM-PARCELA
           READ PARCELAS
               INVALID KEY
                   DISPLAY "PARCELA NAO ENCONTRADA: " WS-NUM-PARCELA
                   PERFORM P390-FECHA-ARQUIVOS
                   GO TO P200-FIM-PAGA-PARCELA
           END-READ
           IF PCL-SIT-PARCELA NOT EQUAL 'A'
               DISPLAY "PARCELA JA QUITADA: " WS-NUM-PARCELA
               PERFORM P390-FECHA-ARQUIVOS
               GO TO P200-FIM-PAGA-PARCELA
           END-IF

           COMPUTE WS-SALDO-PARCELA =
                   PCL-VALOR-PARCELA - PCL-VALOR-PAGO
           DISPLAY "SALDO DA PARCELA: " WS-SALDO-PARCELA
           DISPLAY "VALOR PAGO: " WITH NO ADVANCING
           ACCEPT WS-VALOR-PAGAMENTO
           IF WS-VALOR-PAGAMENTO EQUAL ZERO
               DISPLAY "PAGAMENTO COM VALOR ZERO IGNORADO."
               PERFORM P390-FECHA-ARQUIVOS
               GO TO P200-FIM-PAGA-PARCELA
           END-IF
           IF WS-VALOR-PAGAMENTO IS GREATER THAN WS-SALDO-PARCELA
               DISPLAY "VALOR MAIOR QUE O SALDO DA PARCELA."
               PERFORM P390-FECHA-ARQUIVOS
               GO TO P200-FIM-PAGA-PARCELA
           END-IF

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
               DISPLAY "PAGAMENTO DA PARCELA NAO REGISTRADO."
               PERFORM P390-FECHA-ARQUIVOS
               GO TO P200-FIM-PAGA-PARCELA
           END-IF

           ACCEPT WS-DATA-SISTEMA FROM DATE
           ADD WS-VALOR-PAGAMENTO TO PCL-VALOR-PAGO
           MOVE WS-DATA-SISTEMA TO PCL-DATA-PAGAMENTO
           IF PCL-VALOR-PAGO IS GREATER THAN OR EQUAL TO
                   PCL-VALOR-PARCELA
               MOVE 'Q' TO PCL-SIT-PARCELA
           END-IF
           REWRITE REG-PARCELA
               INVALID KEY
                   DISPLAY "ERRO AO ATUALIZAR A PARCELA: "
                           WS-NUM-PARCELA
                   CLOSE MOVPAG
                   PERFORM P390-FECHA-ARQUIVOS
                   GO TO P200-FIM-PAGA-PARCELA
           END-REWRITE
           MOVE PCL-SIT-PARCELA TO WS-SIT-PARCELA

           PERFORM P370-DISTRIBUI-PAGAMENTO
           CLOSE MOVPAG

           IF WS-VALOR-DISTRIBUIR IS GREATER THAN ZERO
               PERFORM P385-GERA-CREDITO THRU P385-FIM-GERA-CREDITO
               IF WS-CRED-OK EQUAL 'S'
                   DISPLAY "PAGAMENTO MAIOR QUE O SALDO DAS FATURAS "
                           "DO ACORDO. EXCEDENTE LANCADO COMO CREDITO "
                           "DO CLIENTE: " WS-VALOR-DISTRIBUIR
               END-IF
           END-IF

           PERFORM P380-VERIFICA-QUITACAO
           IF WS-PARCELAS-ABERTAS EQUAL ZERO
               MOVE 'Q'             TO ACD-SIT-ACORDO
               MOVE WS-DATA-SISTEMA TO ACD-DATA-SITUACAO
               REWRITE REG-ACORDO
                   INVALID KEY
                       DISPLAY "ERRO AO ENCERRAR O ACORDO DO CLIENTE: "
                               ACD-COD-CLIENTE
                   NOT INVALID KEY
                       DISPLAY "ACORDO QUITADO."
               END-REWRITE
           END-IF

           DISPLAY "PAGAMENTO REGISTRADO. SITUACAO DA PARCELA: "
                   WS-SIT-PARCELA
           PERFORM P390-FECHA-ARQUIVOS.
       P200-FIM-PAGA-PARCELA.

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

           OPEN I-O RECEBER
           MOVE "CONTAS-RECEBER"  TO WS-NOME-ARQ
           MOVE "ABERTURA"        TO WS-OPERACAO-ARQ
           MOVE WS-STATUS-RECEBER TO WS-STATUS-TESTE
           PERFORM P900-TESTA-ARQUIVO
           IF WS-ERRO-ARQ EQUAL 'S'
               CLOSE DADOS
               GO TO P300-FIM-ABRE-ARQUIVOS
           END-IF

           OPEN I-O ACORDOS
           IF WS-STATUS-ACORDOS EQUAL 35
               OPEN OUTPUT ACORDOS
               CLOSE ACORDOS
               OPEN I-O ACORDOS
           END-IF
           MOVE "ACORDOS"         TO WS-NOME-ARQ
           MOVE "ABERTURA"        TO WS-OPERACAO-ARQ
           MOVE WS-STATUS-ACORDOS TO WS-STATUS-TESTE
           PERFORM P900-TESTA-ARQUIVO
           IF WS-ERRO-ARQ EQUAL 'S'
               CLOSE DADOS
               CLOSE RECEBER
               GO TO P300-FIM-ABRE-ARQUIVOS
           END-IF

           OPEN I-O PARCELAS
           IF WS-STATUS-PARCELAS EQUAL 35
               OPEN OUTPUT PARCELAS
               CLOSE PARCELAS
               OPEN I-O PARCELAS
           END-IF
           MOVE "PARCELAS"         TO WS-NOME-ARQ
           MOVE "ABERTURA"         TO WS-OPERACAO-ARQ
           MOVE WS-STATUS-PARCELAS TO WS-STATUS-TESTE
           PERFORM P900-TESTA-ARQUIVO
           IF WS-ERRO-ARQ EQUAL 'S'
               CLOSE DADOS
               CLOSE RECEBER
               CLOSE ACORDOS
               GO TO P300-FIM-ABRE-ARQUIVOS
           END-IF

           MOVE 'S' TO WS-ARQUIVOS-OK.
       P300-FIM-ABRE-ARQUIVOS.

       P310-LOCALIZA-CLIENTE.
           DISPLAY "CODIGO DO CLIENTE: " WITH NO ADVANCING
           ACCEPT WS-COD-CLIENTE

           MOVE WS-COD-CLIENTE TO COD-CLIENTE
           READ DADOS
               INVALID KEY
                   DISPLAY "CLIENTE NAO ENCONTRADO: " WS-COD-CLIENTE
                   MOVE ZERO TO WS-COD-CLIENTE
               NOT INVALID KEY
                   DISPLAY "CLIENTE: " COD-CLIENTE " " NOME-CLIENTE
                           " SITUACAO: " SIT-CLIENTE
           END-READ.

       P320-ACORDO-ATIVO.
           MOVE 'N' TO WS-ACORDO-ACHADO
           SET WS-FIM-ACORDOS TO 0.

           MOVE WS-COD-CLIENTE TO ACD-COD-CLIENTE
           MOVE ZERO           TO ACD-DATA-ACORDO
           START ACORDOS KEY IS NOT LESS THAN CHAVE-ACORDO
               INVALID KEY
                   MOVE 1 TO WS-FIM-ACORDOS
           END-START

           PERFORM UNTIL WS-FIM-ACORDOS EQUAL 1
               READ ACORDOS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-FIM-ACORDOS
                   NOT AT END
                       IF ACD-COD-CLIENTE NOT EQUAL WS-COD-CLIENTE
                           MOVE 1 TO WS-FIM-ACORDOS
                       ELSE
                           IF ACD-SIT-ACORDO EQUAL 'A'
                               MOVE 'S' TO WS-ACORDO-ACHADO
                               MOVE 1 TO WS-FIM-ACORDOS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       P330-LISTA-FATURAS.
           MOVE ZERO TO WS-QTD-FATURAS
           MOVE ZERO TO WS-VALOR-DIVIDA
           SET WS-FIM-RECEBER TO 0.

           MOVE WS-COD-CLIENTE TO COD-CLIENTE-FATURA
           START RECEBER KEY IS NOT LESS THAN COD-CLIENTE-FATURA
               INVALID KEY
                   MOVE 1 TO WS-FIM-RECEBER
           END-START

           DISPLAY " "
           DISPLAY "FATURA   VENCIMENTO  SIT  SALDO"
           PERFORM UNTIL WS-FIM-RECEBER EQUAL 1
               READ RECEBER NEXT RECORD
                   AT END
                       MOVE 1 TO WS-FIM-RECEBER
                   NOT AT END
                       IF COD-CLIENTE-FATURA NOT EQUAL WS-COD-CLIENTE
                           MOVE 1 TO WS-FIM-RECEBER
                       ELSE
                           IF SIT-FATURA EQUAL 'A'
                                   OR SIT-FATURA EQUAL 'P'
                               COMPUTE WS-SALDO-FATURA =
                                       VALOR-FATURA + VALOR-MULTA +
                                       VALOR-JUROS - VALOR-PAGO
                               ADD 1 TO WS-QTD-FATURAS
                               ADD WS-SALDO-FATURA TO WS-VALOR-DIVIDA
                               DISPLAY NUM-FATURA "  " DATA-VENCIMENTO
                                       "      " SIT-FATURA "   "
                                       WS-SALDO-FATURA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       P340-PEDE-VENCIMENTO.
           IF WS-IND EQUAL 1
               MOVE WS-VALOR-PRIMEIRA TO TAB-VALOR(WS-IND)
           ELSE
               MOVE WS-VALOR-PARCELA  TO TAB-VALOR(WS-IND)
           END-IF

           DISPLAY "VENCIMENTO DA PARCELA " WS-IND " (AAMMDD): "
                   WITH NO ADVANCING
           ACCEPT WS-DATA-PARCELA

           IF WS-DATA-PARCELA IS NOT NUMERIC
                   OR WS-PARCELA-MM EQUAL ZERO
                   OR WS-PARCELA-MM IS GREATER THAN 12
                   OR WS-PARCELA-DD EQUAL ZERO
                   OR WS-PARCELA-DD IS GREATER THAN 31
               DISPLAY "DATA INVALIDA: " WS-DATA-PARCELA
               MOVE 'N' TO WS-DATAS-OK
           ELSE
               IF WS-DATA-PARCELA IS LESS THAN WS-DATA-ANTERIOR
                   DISPLAY "VENCIMENTO ANTERIOR AO DA PARCELA "
                           "ANTERIOR OU A DATA DE HOJE."
                   MOVE 'N' TO WS-DATAS-OK
               ELSE
                   MOVE WS-DATA-PARCELA TO TAB-VENCIMENTO(WS-IND)
                   MOVE WS-DATA-PARCELA TO WS-DATA-ANTERIOR
               END-IF
           END-IF.

       P350-MARCA-FATURAS.
           SET WS-FIM-RECEBER TO 0.

           MOVE WS-COD-CLIENTE TO COD-CLIENTE-FATURA
           START RECEBER KEY IS NOT LESS THAN COD-CLIENTE-FATURA
               INVALID KEY
                   MOVE 1 TO WS-FIM-RECEBER
           END-START

           PERFORM UNTIL WS-FIM-RECEBER EQUAL 1
               READ RECEBER NEXT RECORD
                   AT END
                       MOVE 1 TO WS-FIM-RECEBER
                   NOT AT END
                       IF COD-CLIENTE-FATURA NOT EQUAL WS-COD-CLIENTE
                           MOVE 1 TO WS-FIM-RECEBER
                       ELSE
                           IF SIT-FATURA EQUAL 'A'
                                   OR SIT-FATURA EQUAL 'P'
                               MOVE INFO-RECEBER TO WS-IMAGEM-ANTES
                               MOVE 'N' TO SIT-FATURA
                               REWRITE INFO-RECEBER
                                   INVALID KEY
                                       DISPLAY "ERRO AO MARCAR A "
                                               "FATURA: " NUM-FATURA
                                   NOT INVALID KEY
                                       MOVE INFO-RECEBER
                                           TO WS-IMAGEM-DEPOIS
                                       MOVE "ACORDO" TO AUD-ACAO
                                       PERFORM P800-GRAVA-AUDITORIA
                               END-REWRITE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       P360-LISTA-PARCELAS.
           SET WS-FIM-PARCELAS TO 0.

           MOVE ACD-COD-CLIENTE TO PCL-COD-CLIENTE
           MOVE ACD-DATA-ACORDO TO PCL-DATA-ACORDO
           MOVE ZERO            TO PCL-NUM-PARCELA
           START PARCELAS KEY IS NOT LESS THAN CHAVE-PARCELA
               INVALID KEY
                   MOVE 1 TO WS-FIM-PARCELAS
           END-START

           DISPLAY "ACORDO DE " ACD-DATA-ACORDO
                   " VALOR: " ACD-VALOR-ACORDO
                   " FATURAS: " ACD-QTD-FATURAS
                   " SITUACAO: " ACD-SIT-ACORDO
           DISPLAY "PARCELA  VENCIMENTO       VALOR        PAGO  SIT"
           PERFORM UNTIL WS-FIM-PARCELAS EQUAL 1
               READ PARCELAS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-FIM-PARCELAS
                   NOT AT END
                       IF PCL-COD-CLIENTE NOT EQUAL ACD-COD-CLIENTE
                               OR PCL-DATA-ACORDO NOT EQUAL
                                  ACD-DATA-ACORDO
                           MOVE 1 TO WS-FIM-PARCELAS
                       ELSE
                           DISPLAY "   " PCL-NUM-PARCELA "     "
                                   PCL-DATA-VENCIMENTO "   "
                                   PCL-VALOR-PARCELA " "
                                   PCL-VALOR-PAGO "   "
                                   PCL-SIT-PARCELA
                       END-IF
               END-READ
           END-PERFORM.

       P370-DISTRIBUI-PAGAMENTO.
           MOVE WS-VALOR-PAGAMENTO TO WS-VALOR-DISTRIBUIR
           MOVE ZERO TO WS-ULTIMA-FATURA
           SET WS-FIM-RECEBER TO 0.

           MOVE WS-COD-CLIENTE TO COD-CLIENTE-FATURA
           START RECEBER KEY IS NOT LESS THAN COD-CLIENTE-FATURA
               INVALID KEY
                   MOVE 1 TO WS-FIM-RECEBER
           END-START

           PERFORM UNTIL WS-FIM-RECEBER EQUAL 1
                   OR WS-VALOR-DISTRIBUIR EQUAL ZERO
               READ RECEBER NEXT RECORD
                   AT END
                       MOVE 1 TO WS-FIM-RECEBER
                   NOT AT END
                       IF COD-CLIENTE-FATURA NOT EQUAL WS-COD-CLIENTE
                           MOVE 1 TO WS-FIM-RECEBER
                       ELSE
                           IF SIT-FATURA EQUAL 'N'
                               PERFORM P375-APLICA-FATURA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       P375-APLICA-FATURA.
           COMPUTE WS-SALDO-FATURA = VALOR-FATURA + VALOR-MULTA +
                   VALOR-JUROS - VALOR-PAGO
           IF WS-VALOR-DISTRIBUIR IS LESS THAN WS-SALDO-FATURA
               MOVE WS-VALOR-DISTRIBUIR TO WS-VALOR-APLICADO
           ELSE
               MOVE WS-SALDO-FATURA     TO WS-VALOR-APLICADO
           END-IF
           SUBTRACT WS-VALOR-APLICADO FROM WS-VALOR-DISTRIBUIR
           MOVE NUM-FATURA TO WS-ULTIMA-FATURA

           MOVE INFO-RECEBER TO WS-IMAGEM-ANTES
           ADD WS-VALOR-APLICADO TO VALOR-PAGO
           IF VALOR-PAGO IS GREATER THAN OR EQUAL TO
                   VALOR-FATURA + VALOR-MULTA + VALOR-JUROS
               MOVE 'Q' TO SIT-FATURA
           END-IF
           REWRITE INFO-RECEBER
               INVALID KEY
                   DISPLAY "ERRO AO ATUALIZAR A FATURA: " NUM-FATURA
               NOT INVALID KEY
                   MOVE INFO-RECEBER TO WS-IMAGEM-DEPOIS
                   MOVE "PGTO-ACD" TO AUD-ACAO
                   PERFORM P800-GRAVA-AUDITORIA

                   ACCEPT WS-HORA-SISTEMA FROM TIME
                   MOVE NUM-FATURA          TO MOV-NUM-FATURA
                   MOVE WS-DATA-SISTEMA     TO MOV-DATA-PAGAMENTO
                   MOVE WS-HORA-SISTEMA     TO MOV-HORA-PAGAMENTO
                   MOVE COD-CLIENTE-FATURA  TO MOV-COD-CLIENTE
                   MOVE WS-VALOR-APLICADO   TO MOV-VALOR-PAGAMENTO
                   MOVE 'P'                 TO MOV-TIPO
                   MOVE 'N'                 TO MOV-SIT-EXPORTACAO
                   WRITE REG-MOVPAG
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR O MOVIMENTO DA "
                                   "FATURA: " NUM-FATURA
                   END-WRITE
           END-REWRITE.

       P380-VERIFICA-QUITACAO.
           MOVE ZERO TO WS-PARCELAS-ABERTAS
           SET WS-FIM-PARCELAS TO 0.

           MOVE ACD-COD-CLIENTE TO PCL-COD-CLIENTE
           MOVE ACD-DATA-ACORDO TO PCL-DATA-ACORDO
           MOVE ZERO            TO PCL-NUM-PARCELA
           START PARCELAS KEY IS NOT LESS THAN CHAVE-PARCELA
               INVALID KEY
                   MOVE 1 TO WS-FIM-PARCELAS
           END-START

           PERFORM UNTIL WS-FIM-PARCELAS EQUAL 1
               READ PARCELAS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-FIM-PARCELAS
                   NOT AT END
                       IF PCL-COD-CLIENTE NOT EQUAL ACD-COD-CLIENTE
                               OR PCL-DATA-ACORDO NOT EQUAL
                                  ACD-DATA-ACORDO
                           MOVE 1 TO WS-FIM-PARCELAS
                       ELSE
                           IF PCL-SIT-PARCELA EQUAL 'A'
                               ADD 1 TO WS-PARCELAS-ABERTAS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       P385-GERA-CREDITO.
           MOVE 'N' TO WS-CRED-OK
           MOVE WS-VALOR-DISTRIBUIR TO WS-CRED-VALOR

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
                       WS-COD-CLIENTE " VALOR: " WS-CRED-VALOR
               GO TO P385-FIM-GERA-CREDITO
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
                       WS-COD-CLIENTE " VALOR: " WS-CRED-VALOR
               CLOSE CREDITO
               GO TO P385-FIM-GERA-CREDITO
           END-IF

           MOVE WS-COD-CLIENTE TO COD-CLIENTE-CREDITO
           READ CREDITO
               INVALID KEY
                   MOVE WS-COD-CLIENTE TO COD-CLIENTE-CREDITO
                   MOVE ZERO           TO SALDO-CREDITO
                   MOVE ZERO           TO DATA-ULT-CREDITO
                   WRITE REG-CREDITO
                       INVALID KEY
                           DISPLAY "ERRO AO CRIAR O CREDITO DO "
                                   "CLIENTE: " WS-COD-CLIENTE
                           CLOSE CREDITO
                           CLOSE MOVCRED
                           GO TO P385-FIM-GERA-CREDITO
                   END-WRITE
           END-READ

           ADD WS-CRED-VALOR TO SALDO-CREDITO
           MOVE WS-DATA-SISTEMA TO DATA-ULT-CREDITO

           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE WS-COD-CLIENTE     TO MCR-COD-CLIENTE
           MOVE WS-DATA-SISTEMA    TO MCR-DATA
           MOVE WS-HORA-SISTEMA    TO MCR-HORA
           MOVE 'G'                TO MCR-TIPO
           MOVE WS-ULTIMA-FATURA   TO MCR-NUM-FATURA
           MOVE WS-CRED-VALOR      TO MCR-VALOR
           MOVE SALDO-CREDITO      TO MCR-SALDO-APOS
           MOVE 'N'                TO MCR-SIT-EXPORTACAO
           MOVE ZERO TO WS-TENTATIVAS
           MOVE 'N'  TO WS-GRAVADO
           PERFORM P386-ESCREVE-MOVCRED
               UNTIL WS-GRAVADO EQUAL 'S'
                  OR WS-TENTATIVAS EQUAL 100
           IF WS-GRAVADO NOT EQUAL 'S'
               DISPLAY "ERRO AO GRAVAR O MOVIMENTO DE CREDITO DO "
                       "CLIENTE: " WS-COD-CLIENTE
                       " STATUS: " WS-STATUS-MOVCRED
               DISPLAY "CREDITO DO CLIENTE NAO REGISTRADO: "
                       WS-COD-CLIENTE " VALOR: " WS-CRED-VALOR
               CLOSE CREDITO
               CLOSE MOVCRED
               GO TO P385-FIM-GERA-CREDITO
           END-IF

           REWRITE REG-CREDITO
               INVALID KEY
                   DISPLAY "ERRO AO ATUALIZAR O CREDITO DO CLIENTE: "
                           WS-COD-CLIENTE
                   DELETE MOVCRED
                       INVALID KEY
                           DISPLAY "ERRO AO DESFAZER O MOVIMENTO DE "
                                   "CREDITO DO CLIENTE: "
                                   WS-COD-CLIENTE
                   END-DELETE
                   CLOSE CREDITO
                   CLOSE MOVCRED
                   GO TO P385-FIM-GERA-CREDITO
           END-REWRITE

           MOVE 'S' TO WS-CRED-OK
           CLOSE CREDITO
           CLOSE MOVCRED.
       P385-FIM-GERA-CREDITO.

       P386-ESCREVE-MOVCRED.
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

       P390-FECHA-ARQUIVOS.
           CLOSE DADOS
           CLOSE RECEBER
           CLOSE ACORDOS
           CLOSE PARCELAS.

       P400-VERIFICA-ATRASOS.
           MOVE ZERO TO WS-TOTAL-VERIFICADOS
           MOVE ZERO TO WS-TOTAL-ROMPIDOS
           MOVE ZERO TO WS-TOTAL-FATURAS-RESTAURADAS
           SET WS-FIM-ACORDOS TO 0.

           PERFORM P110-LE-PARAMETROS
           IF WS-PARAMETROS-OK NOT EQUAL 'S'
                   OR PAR-DIAS-ROMPIMENTO EQUAL ZERO
               DISPLAY "PRAZO PARA ROMPIMENTO DE ACORDO NAO "
                       "CONFIGURADO. UTILIZE A MANUTENCAO DE "
                       "PARAMETROS EM ENCARGOS POR ATRASO."
               GO TO P400-FIM-VERIFICA-ATRASOS
           END-IF

           PERFORM P300-ABRE-ARQUIVOS THRU P300-FIM-ABRE-ARQUIVOS
           IF WS-ARQUIVOS-OK NOT EQUAL 'S'
               GO TO P400-FIM-VERIFICA-ATRASOS
           END-IF

           OPEN EXTEND RELROMPIMENTO
           IF WS-STATUS-RELROMPIMENTO EQUAL 35
               OPEN OUTPUT RELROMPIMENTO
           END-IF
           MOVE "RELROMPIMENTO"         TO WS-NOME-ARQ
           MOVE "ABERTURA"              TO WS-OPERACAO-ARQ
           MOVE WS-STATUS-RELROMPIMENTO TO WS-STATUS-TESTE
           PERFORM P900-TESTA-ARQUIVO
           IF WS-ERRO-ARQ EQUAL 'S'
               PERFORM P390-FECHA-ARQUIVOS
               GO TO P400-FIM-VERIFICA-ATRASOS
           END-IF

           ACCEPT WS-DATA-SISTEMA FROM DATE
           COMPUTE WS-DIAS-HOJE = FUNCTION INTEGER-OF-DATE
                   (20000000 + WS-DATA-SISTEMA)

           MOVE WS-DATA-SISTEMA TO ROMP-DATA
           WRITE ROMP-LINHA FROM WS-CABECALHO-ROMPIMENTO
           WRITE ROMP-LINHA FROM WS-SUBCAB-ROMPIMENTO

           MOVE ZERO TO ACD-COD-CLIENTE
           MOVE ZERO TO ACD-DATA-ACORDO
           START ACORDOS KEY IS NOT LESS THAN CHAVE-ACORDO
               INVALID KEY
                   MOVE 1 TO WS-FIM-ACORDOS
           END-START

           PERFORM UNTIL WS-FIM-ACORDOS EQUAL 1
               READ ACORDOS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-FIM-ACORDOS
                   NOT AT END
                       IF ACD-SIT-ACORDO EQUAL 'A'
                           ADD 1 TO WS-TOTAL-VERIFICADOS
                           PERFORM P410-APURA-ACORDO
                           IF WS-MAIOR-ATRASO IS GREATER THAN
                                   PAR-DIAS-ROMPIMENTO
                               PERFORM P420-ROMPE-ACORDO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           MOVE WS-TOTAL-ROMPIDOS TO ROMP-TOTAL
           WRITE ROMP-LINHA FROM WS-RODAPE-ROMPIMENTO
           MOVE SPACES TO ROMP-LINHA
           WRITE ROMP-LINHA

           DISPLAY "ACORDOS ATIVOS VERIFICADOS: " WS-TOTAL-VERIFICADOS
           DISPLAY "ACORDOS ROMPIDOS: " WS-TOTAL-ROMPIDOS
           DISPLAY "FATURAS RESTAURADAS: " WS-TOTAL-FATURAS-RESTAURADAS

           CLOSE RELROMPIMENTO
           PERFORM P390-FECHA-ARQUIVOS.
       P400-FIM-VERIFICA-ATRASOS.

       P410-APURA-ACORDO.
           MOVE ZERO TO WS-MAIOR-ATRASO
           MOVE ZERO TO WS-PARCELAS-ABERTAS
           MOVE ZERO TO WS-SALDO-ACORDO
           SET WS-FIM-PARCELAS TO 0.

           MOVE ACD-COD-CLIENTE TO PCL-COD-CLIENTE
           MOVE ACD-DATA-ACORDO TO PCL-DATA-ACORDO
           MOVE ZERO            TO PCL-NUM-PARCELA
           START PARCELAS KEY IS NOT LESS THAN CHAVE-PARCELA
               INVALID KEY
                   MOVE 1 TO WS-FIM-PARCELAS
           END-START

           PERFORM UNTIL WS-FIM-PARCELAS EQUAL 1
               READ PARCELAS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-FIM-PARCELAS
                   NOT AT END
                       IF PCL-COD-CLIENTE NOT EQUAL ACD-COD-CLIENTE
                               OR PCL-DATA-ACORDO NOT EQUAL
                                  ACD-DATA-ACORDO
                           MOVE 1 TO WS-FIM-PARCELAS
                       ELSE
                           IF PCL-SIT-PARCELA EQUAL 'A'
                               ADD 1 TO WS-PARCELAS-ABERTAS
                               COMPUTE WS-SALDO-ACORDO =
                                       WS-SALDO-ACORDO +
                                       PCL-VALOR-PARCELA -
                                       PCL-VALOR-PAGO
                               COMPUTE WS-DIAS-VENCIMENTO =
                                       FUNCTION INTEGER-OF-DATE
                                       (20000000 + PCL-DATA-VENCIMENTO)
                               COMPUTE WS-DIAS-ATRASO =
                                       WS-DIAS-HOJE - WS-DIAS-VENCIMENTO
                               IF WS-DIAS-ATRASO IS GREATER THAN
                                       WS-MAIOR-ATRASO
                                   MOVE WS-DIAS-ATRASO
                                       TO WS-MAIOR-ATRASO
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       P420-ROMPE-ACORDO.
           SET WS-FIM-PARCELAS TO 0.

           MOVE ACD-COD-CLIENTE TO PCL-COD-CLIENTE
           MOVE ACD-DATA-ACORDO TO PCL-DATA-ACORDO
           MOVE ZERO            TO PCL-NUM-PARCELA
           START PARCELAS KEY IS NOT LESS THAN CHAVE-PARCELA
               INVALID KEY
                   MOVE 1 TO WS-FIM-PARCELAS
           END-START

           PERFORM UNTIL WS-FIM-PARCELAS EQUAL 1
               READ PARCELAS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-FIM-PARCELAS
                   NOT AT END
                       IF PCL-COD-CLIENTE NOT EQUAL ACD-COD-CLIENTE
                               OR PCL-DATA-ACORDO NOT EQUAL
                                  ACD-DATA-ACORDO
                           MOVE 1 TO WS-FIM-PARCELAS
                       ELSE
                           IF PCL-SIT-PARCELA EQUAL 'A'
                               MOVE 'C' TO PCL-SIT-PARCELA
                               REWRITE REG-PARCELA
                                   INVALID KEY
                                       DISPLAY "ERRO AO CANCELAR A "
                                               "PARCELA: "
                                               PCL-NUM-PARCELA
                               END-REWRITE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           MOVE ACD-COD-CLIENTE TO WS-COD-CLIENTE
           PERFORM P430-RESTAURA-FATURAS

           MOVE 'R'             TO ACD-SIT-ACORDO
           MOVE WS-DATA-SISTEMA TO ACD-DATA-SITUACAO
           REWRITE REG-ACORDO
               INVALID KEY
                   DISPLAY "ERRO AO ROMPER O ACORDO DO CLIENTE: "
                           ACD-COD-CLIENTE
           END-REWRITE

           ADD 1 TO WS-TOTAL-ROMPIDOS
           MOVE ACD-COD-CLIENTE     TO ROMP-COD-CLIENTE
           MOVE ACD-DATA-ACORDO     TO ROMP-DATA-ACORDO
           MOVE WS-PARCELAS-ABERTAS TO ROMP-PARCELAS
           MOVE WS-MAIOR-ATRASO     TO ROMP-DIAS-ATRASO
           MOVE WS-SALDO-ACORDO     TO ROMP-SALDO
           WRITE ROMP-LINHA FROM WS-DETALHE-ROMPIMENTO.

       P430-RESTAURA-FATURAS.
           SET WS-FIM-RECEBER TO 0.

           MOVE WS-COD-CLIENTE TO COD-CLIENTE-FATURA
           START RECEBER KEY IS NOT LESS THAN COD-CLIENTE-FATURA
               INVALID KEY
                   MOVE 1 TO WS-FIM-RECEBER
           END-START

           PERFORM UNTIL WS-FIM-RECEBER EQUAL 1
               READ RECEBER NEXT RECORD
                   AT END
                       MOVE 1 TO WS-FIM-RECEBER
                   NOT AT END
                       IF COD-CLIENTE-FATURA NOT EQUAL WS-COD-CLIENTE
                           MOVE 1 TO WS-FIM-RECEBER
                       ELSE
                           IF SIT-FATURA EQUAL 'N'
                               PERFORM P435-RESTAURA-FATURA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       P435-RESTAURA-FATURA.
           MOVE INFO-RECEBER TO WS-IMAGEM-ANTES
           IF VALOR-PAGO IS GREATER THAN ZERO
               MOVE 'P' TO SIT-FATURA
           ELSE
               MOVE 'A' TO SIT-FATURA
           END-IF
           MOVE WS-DATA-SISTEMA TO DATA-ULT-ENCARGO
           REWRITE INFO-RECEBER
               INVALID KEY
                   DISPLAY "ERRO AO RESTAURAR A FATURA: " NUM-FATURA
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-FATURAS-RESTAURADAS
                   MOVE INFO-RECEBER TO WS-IMAGEM-DEPOIS
                   MOVE "ROMPE-ACD" TO AUD-ACAO
                   PERFORM P800-GRAVA-AUDITORIA
           END-REWRITE.

       P110-LE-PARAMETROS.
           MOVE 'N' TO WS-PARAMETROS-OK
           MOVE ZERO TO PAR-PCT-MULTA
           MOVE ZERO TO PAR-PCT-JUROS-DIA
           MOVE ZERO TO PAR-DIAS-SUSPENSAO
           MOVE ZERO TO PAR-DIAS-ROMPIMENTO

           OPEN INPUT PARAMETROS
           IF WS-STATUS-PARAMETROS EQUAL ZERO
               READ PARAMETROS INTO WS-REGISTRO-PARAMETRO
                   NOT AT END
                       MOVE 'S' TO WS-PARAMETROS-OK
               END-READ
               CLOSE PARAMETROS
           END-IF
           IF PAR-DIAS-ROMPIMENTO IS NOT NUMERIC
               MOVE ZERO TO PAR-DIAS-ROMPIMENTO
           END-IF.

       P500-CONSULTA-ACORDOS.
           PERFORM P300-ABRE-ARQUIVOS THRU P300-FIM-ABRE-ARQUIVOS
           IF WS-ARQUIVOS-OK NOT EQUAL 'S'
               GO TO P500-FIM-CONSULTA-ACORDOS
           END-IF

           PERFORM P310-LOCALIZA-CLIENTE
           IF WS-COD-CLIENTE EQUAL ZERO
               PERFORM P390-FECHA-ARQUIVOS
               GO TO P500-FIM-CONSULTA-ACORDOS
           END-IF

           MOVE 'N' TO WS-ACORDO-ACHADO
           SET WS-FIM-ACORDOS TO 0.
           MOVE WS-COD-CLIENTE TO ACD-COD-CLIENTE
           MOVE ZERO           TO ACD-DATA-ACORDO
           START ACORDOS KEY IS NOT LESS THAN CHAVE-ACORDO
               INVALID KEY
                   MOVE 1 TO WS-FIM-ACORDOS
           END-START

           PERFORM UNTIL WS-FIM-ACORDOS EQUAL 1
               READ ACORDOS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-FIM-ACORDOS
                   NOT AT END
                       IF ACD-COD-CLIENTE NOT EQUAL WS-COD-CLIENTE
                           MOVE 1 TO WS-FIM-ACORDOS
                       ELSE
                           MOVE 'S' TO WS-ACORDO-ACHADO
                           DISPLAY " "
                           PERFORM P360-LISTA-PARCELAS
                       END-IF
               END-READ
           END-PERFORM

           IF WS-ACORDO-ACHADO NOT EQUAL 'S'
               DISPLAY "NENHUM ACORDO REGISTRADO PARA O CLIENTE."
           END-IF

           PERFORM P390-FECHA-ARQUIVOS.
       P500-FIM-CONSULTA-ACORDOS.

       P800-GRAVA-AUDITORIA.
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

       END PROGRAM RENEGOCIA-DIVIDA.
