       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDITA-INTEGRIDADE.

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

           SELECT PLANOS ASSIGN
           'CAMINHO DO ARQUIVO\PLANOS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COD-PLANO
           FILE STATUS IS WS-STATUS-PLANOS.

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

           SELECT RETIDAS ASSIGN
           'CAMINHO DO ARQUIVO\RETIDAS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RTD-NUM-FATURA
           ALTERNATE RECORD KEY IS RTD-COD-CLIENTE-FATURA
               WITH DUPLICATES
           FILE STATUS IS WS-STATUS-RETIDAS.

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

           SELECT CONTROLE ASSIGN
           'CAMINHO DO ARQUIVO\CONTROLE-FAT.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PERIODO-CONTROLE
           FILE STATUS IS WS-STATUS-CONTROLE.

           SELECT EXPCTL ASSIGN
           'CAMINHO DO ARQUIVO\EXPORT-CTL.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PERIODO-EXPORTADO
           FILE STATUS IS WS-STATUS-EXPCTL.

           SELECT HISTFAT ASSIGN
           DYNAMIC WS-NOME-HISTORICO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-HISTFAT.

           SELECT FATHIST ASSIGN
           'CAMINHO DO ARQUIVO\INTEGRIDADE-HIST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IHT-NUM-FATURA
           FILE STATUS IS WS-STATUS-FATHIST.

           SELECT OCORRENCIAS ASSIGN
           'CAMINHO DO ARQUIVO\INTEGRIDADE-TRAB.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-OCORRENCIA
           FILE STATUS IS WS-STATUS-OCORRENCIAS.

           SELECT RELATORIO ASSIGN
           'CAMINHO DO ARQUIVO\INTEGRIDADE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD DADOS.
       01 INFO-CLIENTE.
           COPY INFO-CLIENTE.

       FD PLANOS.
       01 INFO-PLANO.
           COPY INFO-PLANO.

       FD RECEBER.
       01 INFO-RECEBER.
           COPY INFO-RECEBER.

       FD CONSUMO.
       01 INFO-CONSUMO.
           COPY INFO-CONSUMO.

       FD RETIDAS.
       01 INFO-RETIDA.
           COPY INFO-RECEBER
               REPLACING ==NUM-FATURA==      BY ==RTD-NUM-FATURA==
                   ==COD-CLIENTE-FATURA==
                       BY ==RTD-COD-CLIENTE-FATURA==
                   ==DATA-EMISSAO==     BY ==RTD-DATA-EMISSAO==
                   ==DATA-VENCIMENTO==  BY ==RTD-DATA-VENCIMENTO==
                   ==VALOR-FATURA==     BY ==RTD-VALOR-FATURA==
                   ==VALOR-PAGO==       BY ==RTD-VALOR-PAGO==
                   ==SIT-FATURA==       BY ==RTD-SIT-FATURA==
                   ==VALOR-MULTA==      BY ==RTD-VALOR-MULTA==
                   ==VALOR-JUROS==      BY ==RTD-VALOR-JUROS==
                   ==DATA-ULT-ENCARGO== BY ==RTD-DATA-ULT-ENCARGO==.

       FD MOVPAG.
       01 REG-MOVPAG.
           COPY INFO-MOVPAG.

       FD MOVCRED.
       01 REG-MOVCRED.
           COPY INFO-MOVCRED.

       FD CONTROLE.
       01 REG-CONTROLE-FAT.
           03 PERIODO-CONTROLE         PIC 9(4).
           03 SIT-PERIODO              PIC X.
           03 TOT-CLIENTES-PERIODO     PIC 9(6).
           03 TOT-VALOR-PERIODO        PIC 9(9)V99.

       FD EXPCTL.
       01 REG-EXPORT-CTL.
           03 PERIODO-EXPORTADO        PIC 9(4).
           03 DATA-EXPORTACAO          PIC 9(6).
           03 QTD-EXPORTADA            PIC 9(6).
           03 VALOR-EXPORTADO          PIC 9(11)V99.

       FD HISTFAT.
       01 HIST-LINHA                   PIC X(61).

       FD FATHIST.
       01 REG-FATURA-HISTORICO.
           03 IHT-NUM-FATURA           PIC 9(7).
           03 IHT-VALOR-FATURA         PIC 9(6)V99.

       FD OCORRENCIAS.
       01 REG-OCORRENCIA.
           03 CHAVE-OCORRENCIA.
               05 OCR-SEVERIDADE       PIC 9.
               05 OCR-TIPO             PIC 99.
               05 OCR-SEQUENCIA        PIC 9(6).
           03 OCR-CHAVE                PIC X(10).
           03 OCR-DETALHE              PIC X(40).

       FD RELATORIO.
       01 REL-LINHA                    PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-ARQUIVO            PIC 99.
       77 WS-STATUS-PLANOS             PIC 99.
       77 WS-STATUS-RECEBER            PIC 99.
       77 WS-STATUS-CONSUMO            PIC 99.
       77 WS-STATUS-RETIDAS            PIC 99.
       77 WS-STATUS-MOVPAG             PIC 99.
       77 WS-STATUS-MOVCRED            PIC 99.
       77 WS-STATUS-CONTROLE           PIC 99.
       77 WS-STATUS-EXPCTL             PIC 99.
       77 WS-STATUS-HISTFAT            PIC 99.
       77 WS-STATUS-FATHIST            PIC 99.
       77 WS-STATUS-OCORRENCIAS        PIC 99.
       77 WS-STATUS-RELATORIO          PIC 99.
       77 WS-NOME-ARQ                  PIC X(20).
       77 WS-OPERACAO-ARQ              PIC X(10).
       77 WS-STATUS-TESTE              PIC 99.
       77 WS-ERRO-ARQ                  PIC X.
       77 WS-ARQUIVOS-OK               PIC X.
       77 WS-TEM-CONSUMO               PIC X.
       77 WS-TEM-RETIDAS               PIC X.
       77 WS-TEM-MOVPAG                PIC X.
       77 WS-TEM-MOVCRED               PIC X.
       77 WS-TEM-CONTROLE              PIC X.
       77 WS-TEM-EXPCTL                PIC X.
       77 WS-NOME-HISTORICO            PIC X(40).
       77 WS-ANO-HISTORICO             PIC 99.
       77 WS-ANO-LIMITE                PIC 99.
       77 WS-FIM-ARQUIVO               PIC 99.
       77 WS-FIM-MOVIMENTO             PIC 99.
       77 WS-FIM-HISTORICO             PIC 99.
       77 WS-FIM-OCORRENCIA            PIC 99.
       77 WS-FATURA-EXISTE             PIC X.
       77 WS-FATURA-ANTERIOR           PIC 9(7).
       77 WS-TEVE-CANCELAMENTO         PIC X.
       77 WS-MOMENTO-REFATURAMENTO     PIC 9(14).
       77 WS-MOMENTO-MOVIMENTO         PIC 9(14).
       77 WS-SOMA-MOVIMENTOS           PIC S9(9)V99.
       77 WS-SALDO-FATURA              PIC S9(9)V99.
       77 WS-SOMA-PERIODO              PIC 9(11)V99.
       77 WS-PERIODO-INICIAL           PIC 9(7).
       77 WS-PERIODO-AUDITADO          PIC 9(4).
       77 WS-TIPO-OCORRENCIA           PIC 99.
       77 WS-CHAVE-OCORRENCIA          PIC X(10).
       77 WS-DETALHE-OCORRENCIA        PIC X(40).
       77 WS-SEQUENCIA                 PIC 9(6).
       77 WS-IND-TIPO                  PIC 99.
       77 WS-IND-SEVERIDADE            PIC 9.
       77 WS-TIPO-IMPRESSO             PIC 99.
       77 WS-QTD-REGISTROS-LIDOS       PIC 9(7).
       77 WS-TOTAL-OCORRENCIAS         PIC 9(7).
       01 WS-DATA-SISTEMA              PIC 9(6).
       01 WS-DATA-SIST-RED REDEFINES WS-DATA-SISTEMA.
           03 WS-DATA-AA               PIC 99.
           03 WS-DATA-MM               PIC 99.
           03 WS-DATA-DD               PIC 99.
       01 WS-INFO-HISTORICO.
           03 HST-NUM-FATURA           PIC 9(7).
           03 HST-COD-CLIENTE-FATURA   PIC 9(3).
           03 HST-DATA-EMISSAO         PIC 9(6).
           03 HST-DATA-VENCIMENTO      PIC 9(6).
           03 HST-VALOR-FATURA         PIC 9(6)V99.
           03 FILLER                   PIC X(31).
       01 WS-NUM-FATURA.
           03 WS-FAT-PERIODO           PIC 9(4).
           03 WS-FAT-CODIGO            PIC 9(3).
       01 WS-TABELA-TIPOS-VALORES.
           03 FILLER                   PIC X(37)
               VALUE "1FATURA DE CLIENTE INEXISTENTE".
           03 FILLER                   PIC X(37)
               VALUE "1VALOR PAGO DIFERE DOS MOVIMENTOS".
           03 FILLER                   PIC X(37)
               VALUE "1SITUACAO INCOMPATIVEL COM O SALDO".
           03 FILLER                   PIC X(37)
               VALUE "1TOTAL DE PERIODO FECHADO DIVERGE".
           03 FILLER                   PIC X(37)
               VALUE "2CONSUMO DE CLIENTE INEXISTENTE".
           03 FILLER                   PIC X(37)
               VALUE "2CONSUMO FATURADO SEM FATURA".
           03 FILLER                   PIC X(37)
               VALUE "2CLIENTE COM PLANO INEXISTENTE".
           03 FILLER                   PIC X(37)
               VALUE "2FATURA RETIDA DE CLIENTE INEXISTENTE".
           03 FILLER                   PIC X(37)
               VALUE "2FATURA RETIDA JA EM CONTAS A RECEBER".
           03 FILLER                   PIC X(37)
               VALUE "2MOVIMENTO DE FATURA INEXISTENTE".
           03 FILLER                   PIC X(37)
               VALUE "2PERIODO EXPORTADO SEM FECHAMENTO".
           03 FILLER                   PIC X(37)
               VALUE "3CONSUMO RETIDO AGUARDANDO REVISAO".
       01 WS-TABELA-TIPOS REDEFINES WS-TABELA-TIPOS-VALORES.
           03 WS-TIPO-OCORR OCCURS 12 TIMES.
               05 TIP-SEVERIDADE       PIC 9.
               05 TIP-DESCRICAO        PIC X(36).
       01 WS-TABELA-CONTADORES.
           03 WS-QTD-TIPO              PIC 9(6) OCCURS 12 TIMES.
       01 WS-TABELA-SEVERIDADES.
           03 WS-QTD-SEVERIDADE        PIC 9(6) OCCURS 3 TIMES.
       01 WS-DETALHE-VALORES.
           03 DET-ROTULO-1             PIC X(7).
           03 DET-VALOR-1              PIC ZZZZZZZZ9,99.
           03 FILLER                   PIC X VALUE SPACE.
           03 DET-ROTULO-2             PIC X(8).
           03 DET-VALOR-2              PIC ZZZZZZZZ9,99.
       01 WS-CABECALHO-RELATORIO.
           03 FILLER                   PIC X(44)
                       VALUE "AUDITORIA DE INTEGRIDADE DOS ARQUIVOS".
           03 FILLER                   PIC X(6) VALUE "DATA: ".
           03 REL-DATA-DD              PIC 99.
           03 FILLER                   PIC X VALUE "/".
           03 REL-DATA-MM              PIC 99.
           03 FILLER                   PIC X VALUE "/".
           03 REL-DATA-AA              PIC 99.
       01 WS-LINHA-SEVERIDADE.
           03 FILLER                   PIC X(12) VALUE "SEVERIDADE ".
           03 REL-SEVERIDADE           PIC 9.
           03 FILLER                   PIC X(3) VALUE " - ".
           03 REL-DESC-SEVERIDADE      PIC X(10).
           03 FILLER                   PIC X(14) VALUE "OCORRENCIAS: ".
           03 REL-QTD-SEVERIDADE       PIC ZZZZZ9.
       01 WS-LINHA-TIPO.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 REL-TIPO                 PIC 99.
           03 FILLER                   PIC X(3) VALUE " - ".
           03 REL-DESC-TIPO            PIC X(36).
       01 WS-LINHA-OCORRENCIA.
           03 FILLER                   PIC X(6) VALUE SPACES.
           03 REL-CHAVE                PIC X(10).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 REL-DETALHE              PIC X(40).
       01 WS-LINHA-RESUMO.
           03 REL-RES-SEVERIDADE       PIC 9.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 REL-RES-TIPO             PIC 99.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 REL-RES-DESCRICAO        PIC X(36).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 REL-RES-QTD              PIC ZZZZZ9.
       01 WS-LINHA-TOTAL.
           03 FILLER                   PIC X(45)
                       VALUE "TOTAL DE OCORRENCIAS".
           03 REL-TOTAL-OCORRENCIAS    PIC ZZZZZZ9.

       LINKAGE SECTION.
       01 LS-PARAMETRO-EXECUCAO.
           COPY INFO-EXECUCAO.

       PROCEDURE DIVISION USING LS-PARAMETRO-EXECUCAO.
       MAIN-PROCEDURE.
           DISPLAY "***** AUDITORIA DE INTEGRIDADE DOS ARQUIVOS *****".
           ACCEPT WS-DATA-SISTEMA FROM DATE
           MOVE ZERO TO WS-QTD-REGISTROS-LIDOS
           MOVE ZERO TO WS-TOTAL-OCORRENCIAS
           MOVE ZERO TO WS-SEQUENCIA
           MOVE 1 TO WS-IND-TIPO
           PERFORM UNTIL WS-IND-TIPO IS GREATER THAN 12
               MOVE ZERO TO WS-QTD-TIPO(WS-IND-TIPO)
               ADD 1 TO WS-IND-TIPO
           END-PERFORM
           MOVE ZERO TO WS-QTD-SEVERIDADE(1)
           MOVE ZERO TO WS-QTD-SEVERIDADE(2)
           MOVE ZERO TO WS-QTD-SEVERIDADE(3)

           PERFORM P100-ABRE-ARQUIVOS THRU P100-FIM-ABRE-ARQUIVOS
           IF WS-ARQUIVOS-OK NOT EQUAL 'S'
               GO TO P000-FIM-PRINCIPAL
           END-IF

           PERFORM P150-CARREGA-HISTORICO
           PERFORM P200-VERIFICA-CLIENTES
           PERFORM P300-VERIFICA-FATURAS
           PERFORM P400-VERIFICA-CONSUMO
           PERFORM P450-VERIFICA-RETIDAS
           PERFORM P500-VERIFICA-MOVIMENTOS
           PERFORM P600-VERIFICA-PERIODOS
           PERFORM P700-VERIFICA-EXPORTACAO
           PERFORM P800-EMITE-RELATORIO

           DISPLAY "REGISTROS EXAMINADOS: " WS-QTD-REGISTROS-LIDOS
           DISPLAY "OCORRENCIAS SEVERIDADE 1 (ALTA)..: "
                   WS-QTD-SEVERIDADE(1)
           DISPLAY "OCORRENCIAS SEVERIDADE 2 (MEDIA).: "
                   WS-QTD-SEVERIDADE(2)
           DISPLAY "OCORRENCIAS SEVERIDADE 3 (BAIXA).: "
                   WS-QTD-SEVERIDADE(3)
           DISPLAY "RELATORIO GRAVADO EM INTEGRIDADE.TXT"

           PERFORM P190-FECHA-ARQUIVOS.
       P000-FIM-PRINCIPAL.
           MOVE WS-QTD-REGISTROS-LIDOS TO EXE-QTD-LIDOS
           MOVE WS-TOTAL-OCORRENCIAS   TO EXE-QTD-GRAVADOS
           MOVE ZERO                   TO EXE-QTD-REJEITADOS
           GOBACK.

       P100-ABRE-ARQUIVOS.
           MOVE 'N' TO WS-ARQUIVOS-OK

           OPEN INPUT DADOS
           MOVE "DADOS"           TO WS-NOME-ARQ
           MOVE "ABERTURA"        TO WS-OPERACAO-ARQ
           MOVE WS-STATUS-ARQUIVO TO WS-STATUS-TESTE
           PERFORM P900-TESTA-ARQUIVO
           IF WS-ERRO-ARQ EQUAL 'S'
               GO TO P100-FIM-ABRE-ARQUIVOS
           END-IF

           OPEN INPUT PLANOS
           MOVE "PLANOS"          TO WS-NOME-ARQ
           MOVE "ABERTURA"        TO WS-OPERACAO-ARQ
           MOVE WS-STATUS-PLANOS  TO WS-STATUS-TESTE
           PERFORM P900-TESTA-ARQUIVO
           IF WS-ERRO-ARQ EQUAL 'S'
               CLOSE DADOS
               GO TO P100-FIM-ABRE-ARQUIVOS
           END-IF

           OPEN INPUT RECEBER
           MOVE "CONTAS-RECEBER"  TO WS-NOME-ARQ
           MOVE "ABERTURA"        TO WS-OPERACAO-ARQ
           MOVE WS-STATUS-RECEBER TO WS-STATUS-TESTE
           PERFORM P900-TESTA-ARQUIVO
           IF WS-ERRO-ARQ EQUAL 'S'
               CLOSE DADOS
               CLOSE PLANOS
               GO TO P100-FIM-ABRE-ARQUIVOS
           END-IF

           OPEN OUTPUT FATHIST
           CLOSE FATHIST
           OPEN I-O FATHIST
           MOVE "INTEGRIDADE-HIST"  TO WS-NOME-ARQ
           MOVE "ABERTURA"          TO WS-OPERACAO-ARQ
           MOVE WS-STATUS-FATHIST   TO WS-STATUS-TESTE
           PERFORM P900-TESTA-ARQUIVO
           IF WS-ERRO-ARQ EQUAL 'S'
               CLOSE DADOS
               CLOSE PLANOS
               CLOSE RECEBER
               GO TO P100-FIM-ABRE-ARQUIVOS
           END-IF

           OPEN OUTPUT OCORRENCIAS
           CLOSE OCORRENCIAS
           OPEN I-O OCORRENCIAS
           MOVE "INTEGRIDADE-TRAB"    TO WS-NOME-ARQ
           MOVE "ABERTURA"            TO WS-OPERACAO-ARQ
           MOVE WS-STATUS-OCORRENCIAS TO WS-STATUS-TESTE
           PERFORM P900-TESTA-ARQUIVO
           IF WS-ERRO-ARQ EQUAL 'S'
               CLOSE DADOS
               CLOSE PLANOS
               CLOSE RECEBER
               CLOSE FATHIST
               GO TO P100-FIM-ABRE-ARQUIVOS
           END-IF

           OPEN OUTPUT RELATORIO
           MOVE "RELATORIO"         TO WS-NOME-ARQ
           MOVE "ABERTURA"          TO WS-OPERACAO-ARQ
           MOVE WS-STATUS-RELATORIO TO WS-STATUS-TESTE
           PERFORM P900-TESTA-ARQUIVO
           IF WS-ERRO-ARQ EQUAL 'S'
               CLOSE DADOS
               CLOSE PLANOS
               CLOSE RECEBER
               CLOSE FATHIST
               CLOSE OCORRENCIAS
               GO TO P100-FIM-ABRE-ARQUIVOS
           END-IF

           MOVE 'N' TO WS-TEM-CONSUMO
           MOVE 'N' TO WS-TEM-RETIDAS
           MOVE 'N' TO WS-TEM-MOVPAG
           MOVE 'N' TO WS-TEM-MOVCRED
           MOVE 'N' TO WS-TEM-CONTROLE
           MOVE 'N' TO WS-TEM-EXPCTL

           OPEN INPUT CONSUMO
           IF WS-STATUS-CONSUMO NOT EQUAL 35
               MOVE "CONSUMO"         TO WS-NOME-ARQ
               MOVE "ABERTURA"        TO WS-OPERACAO-ARQ
               MOVE WS-STATUS-CONSUMO TO WS-STATUS-TESTE
               PERFORM P900-TESTA-ARQUIVO
               IF WS-ERRO-ARQ EQUAL 'S'
                   PERFORM P190-FECHA-ARQUIVOS
                   GO TO P100-FIM-ABRE-ARQUIVOS
               END-IF
               MOVE 'S' TO WS-TEM-CONSUMO
           END-IF

           OPEN INPUT RETIDAS
           IF WS-STATUS-RETIDAS NOT EQUAL 35
               MOVE "RETIDAS"         TO WS-NOME-ARQ
               MOVE "ABERTURA"        TO WS-OPERACAO-ARQ
               MOVE WS-STATUS-RETIDAS TO WS-STATUS-TESTE
               PERFORM P900-TESTA-ARQUIVO
               IF WS-ERRO-ARQ EQUAL 'S'
                   PERFORM P190-FECHA-ARQUIVOS
                   GO TO P100-FIM-ABRE-ARQUIVOS
               END-IF
               MOVE 'S' TO WS-TEM-RETIDAS
           END-IF

           OPEN INPUT MOVPAG
           IF WS-STATUS-MOVPAG NOT EQUAL 35
               MOVE "MOVPAG"          TO WS-NOME-ARQ
               MOVE "ABERTURA"        TO WS-OPERACAO-ARQ
               MOVE WS-STATUS-MOVPAG  TO WS-STATUS-TESTE
               PERFORM P900-TESTA-ARQUIVO
               IF WS-ERRO-ARQ EQUAL 'S'
                   PERFORM P190-FECHA-ARQUIVOS
                   GO TO P100-FIM-ABRE-ARQUIVOS
               END-IF
               MOVE 'S' TO WS-TEM-MOVPAG
           END-IF

           OPEN INPUT MOVCRED
           IF WS-STATUS-MOVCRED NOT EQUAL 35
               MOVE "MOVCRED"         TO WS-NOME-ARQ
               MOVE "ABERTURA"        TO WS-OPERACAO-ARQ
               MOVE WS-STATUS-MOVCRED TO WS-STATUS-TESTE
               PERFORM P900-TESTA-ARQUIVO
               IF WS-ERRO-ARQ EQUAL 'S'
                   PERFORM P190-FECHA-ARQUIVOS
                   GO TO P100-FIM-ABRE-ARQUIVOS
               END-IF
               MOVE 'S' TO WS-TEM-MOVCRED
           END-IF

           OPEN INPUT CONTROLE
           IF WS-STATUS-CONTROLE NOT EQUAL 35
               MOVE "CONTROLE"         TO WS-NOME-ARQ
               MOVE "ABERTURA"         TO WS-OPERACAO-ARQ
               MOVE WS-STATUS-CONTROLE TO WS-STATUS-TESTE
               PERFORM P900-TESTA-ARQUIVO
               IF WS-ERRO-ARQ EQUAL 'S'
                   PERFORM P190-FECHA-ARQUIVOS
                   GO TO P100-FIM-ABRE-ARQUIVOS
               END-IF
               MOVE 'S' TO WS-TEM-CONTROLE
           END-IF

           OPEN INPUT EXPCTL
           IF WS-STATUS-EXPCTL NOT EQUAL 35
               MOVE "EXPCTL"          TO WS-NOME-ARQ
               MOVE "ABERTURA"        TO WS-OPERACAO-ARQ
               MOVE WS-STATUS-EXPCTL  TO WS-STATUS-TESTE
               PERFORM P900-TESTA-ARQUIVO
               IF WS-ERRO-ARQ EQUAL 'S'
                   PERFORM P190-FECHA-ARQUIVOS
                   GO TO P100-FIM-ABRE-ARQUIVOS
               END-IF
               MOVE 'S' TO WS-TEM-EXPCTL
           END-IF

           MOVE 'S' TO WS-ARQUIVOS-OK.
       P100-FIM-ABRE-ARQUIVOS.

       P150-CARREGA-HISTORICO.
           MOVE WS-DATA-AA TO WS-ANO-LIMITE
           MOVE ZERO TO WS-ANO-HISTORICO
           PERFORM P160-LE-HISTORICO
           PERFORM UNTIL WS-ANO-HISTORICO EQUAL WS-ANO-LIMITE
               ADD 1 TO WS-ANO-HISTORICO
               PERFORM P160-LE-HISTORICO
           END-PERFORM.

       P160-LE-HISTORICO.
           SET WS-FIM-HISTORICO TO 0.
           MOVE SPACES TO WS-NOME-HISTORICO
           STRING "CAMINHO DO ARQUIVO\HIST-RECEBER-"
                       DELIMITED BY SIZE
                  WS-ANO-HISTORICO     DELIMITED BY SIZE
                  ".DAT"               DELIMITED BY SIZE
               INTO WS-NOME-HISTORICO

           OPEN INPUT HISTFAT
           IF WS-STATUS-HISTFAT EQUAL ZERO
               PERFORM UNTIL WS-FIM-HISTORICO EQUAL 1
                   READ HISTFAT INTO WS-INFO-HISTORICO
                       AT END
                           MOVE 1 TO WS-FIM-HISTORICO
                       NOT AT END
                           IF HIST-LINHA(1:3) NOT EQUAL "CTL"
                               MOVE HST-NUM-FATURA   TO IHT-NUM-FATURA
                               MOVE HST-VALOR-FATURA
                                   TO IHT-VALOR-FATURA
                               WRITE REG-FATURA-HISTORICO
                                   INVALID KEY
                                       REWRITE REG-FATURA-HISTORICO
                                           INVALID KEY
                                               DISPLAY "ERRO AO GRAVAR "
                                                   "A FATURA: "
                                                   IHT-NUM-FATURA
                                       END-REWRITE
                               END-WRITE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTFAT
           END-IF.

       P190-FECHA-ARQUIVOS.
           CLOSE DADOS
           CLOSE PLANOS
           CLOSE RECEBER
           CLOSE FATHIST
           CLOSE OCORRENCIAS
           CLOSE RELATORIO
           IF WS-TEM-CONSUMO EQUAL 'S'
               CLOSE CONSUMO
           END-IF
           IF WS-TEM-RETIDAS EQUAL 'S'
               CLOSE RETIDAS
           END-IF
           IF WS-TEM-MOVPAG EQUAL 'S'
               CLOSE MOVPAG
           END-IF
           IF WS-TEM-MOVCRED EQUAL 'S'
               CLOSE MOVCRED
           END-IF
           IF WS-TEM-CONTROLE EQUAL 'S'
               CLOSE CONTROLE
           END-IF
           IF WS-TEM-EXPCTL EQUAL 'S'
               CLOSE EXPCTL
           END-IF.

       P200-VERIFICA-CLIENTES.
           SET WS-FIM-ARQUIVO TO 0.
           PERFORM UNTIL WS-FIM-ARQUIVO EQUAL 1
               READ DADOS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-FIM-ARQUIVO
                   NOT AT END
                       ADD 1 TO WS-QTD-REGISTROS-LIDOS
                       MOVE PLANO-CLIENTE TO COD-PLANO
                       READ PLANOS
                           INVALID KEY
                               MOVE 7 TO WS-TIPO-OCORRENCIA
                               MOVE COD-CLIENTE TO WS-CHAVE-OCORRENCIA
                               MOVE SPACES TO WS-DETALHE-OCORRENCIA
                               STRING "PLANO " DELIMITED BY SIZE
                                      PLANO-CLIENTE DELIMITED BY SIZE
                                      " NAO CADASTRADO"
                                          DELIMITED BY SIZE
                                   INTO WS-DETALHE-OCORRENCIA
                               PERFORM P850-REGISTRA-OCORRENCIA
                       END-READ
               END-READ
           END-PERFORM.

       P300-VERIFICA-FATURAS.
           SET WS-FIM-ARQUIVO TO 0.
           MOVE ZERO TO NUM-FATURA
           START RECEBER KEY IS NOT LESS THAN NUM-FATURA
               INVALID KEY
                   MOVE 1 TO WS-FIM-ARQUIVO
           END-START

           PERFORM UNTIL WS-FIM-ARQUIVO EQUAL 1
               READ RECEBER NEXT RECORD
                   AT END
                       MOVE 1 TO WS-FIM-ARQUIVO
                   NOT AT END
                       ADD 1 TO WS-QTD-REGISTROS-LIDOS
                       PERFORM P310-AVALIA-FATURA
               END-READ
           END-PERFORM.

       P310-AVALIA-FATURA.
           MOVE COD-CLIENTE-FATURA TO COD-CLIENTE
           READ DADOS
               INVALID KEY
                   MOVE 1 TO WS-TIPO-OCORRENCIA
                   MOVE NUM-FATURA TO WS-CHAVE-OCORRENCIA
                   MOVE SPACES TO WS-DETALHE-OCORRENCIA
                   STRING "CLIENTE " DELIMITED BY SIZE
                          COD-CLIENTE-FATURA DELIMITED BY SIZE
                          " NAO CADASTRADO" DELIMITED BY SIZE
                       INTO WS-DETALHE-OCORRENCIA
                   PERFORM P850-REGISTRA-OCORRENCIA
           END-READ

           COMPUTE WS-SALDO-FATURA = VALOR-FATURA + VALOR-MULTA
                                   + VALOR-JUROS - VALOR-PAGO
           MOVE SPACES TO WS-DETALHE-OCORRENCIA
           EVALUATE SIT-FATURA
               WHEN 'A'
                   IF VALOR-PAGO IS GREATER THAN ZERO
                       MOVE "SIT A COM VALOR PAGO"
                           TO WS-DETALHE-OCORRENCIA
                   END-IF
               WHEN 'P'
                   IF VALOR-PAGO EQUAL ZERO
                       MOVE "SIT P SEM VALOR PAGO"
                           TO WS-DETALHE-OCORRENCIA
                   END-IF
                   IF WS-SALDO-FATURA IS NOT GREATER THAN ZERO
                       MOVE "SIT P SEM SALDO EM ABERTO"
                           TO WS-DETALHE-OCORRENCIA
                   END-IF
               WHEN 'Q'
                   IF WS-SALDO-FATURA IS GREATER THAN ZERO
                       MOVE "SIT Q COM SALDO EM ABERTO"
                           TO WS-DETALHE-OCORRENCIA
                   END-IF
               WHEN 'N'
                   IF WS-SALDO-FATURA IS NOT GREATER THAN ZERO
                       MOVE "SIT N SEM SALDO EM ABERTO"
                           TO WS-DETALHE-OCORRENCIA
                   END-IF
               WHEN 'C'
                   IF VALOR-PAGO NOT EQUAL VALOR-FATURA
                           OR VALOR-MULTA NOT EQUAL ZERO
                           OR VALOR-JUROS NOT EQUAL ZERO
                       MOVE "SIT C COM SALDO OU ENCARGOS"
                           TO WS-DETALHE-OCORRENCIA
                   END-IF
               WHEN OTHER
                   STRING "SITUACAO INVALIDA: " DELIMITED BY SIZE
                          SIT-FATURA DELIMITED BY SIZE
                       INTO WS-DETALHE-OCORRENCIA
           END-EVALUATE
           IF WS-DETALHE-OCORRENCIA EQUAL SPACES
                   AND WS-SALDO-FATURA IS LESS THAN ZERO
               MOVE "VALOR PAGO MAIOR QUE O DEVIDO"
                   TO WS-DETALHE-OCORRENCIA
           END-IF
           IF WS-DETALHE-OCORRENCIA NOT EQUAL SPACES
               MOVE 3 TO WS-TIPO-OCORRENCIA
               MOVE NUM-FATURA TO WS-CHAVE-OCORRENCIA
               PERFORM P850-REGISTRA-OCORRENCIA
           END-IF

           IF SIT-FATURA NOT EQUAL 'C'
               PERFORM P320-SOMA-MOVIMENTOS
               IF WS-SOMA-MOVIMENTOS NOT EQUAL VALOR-PAGO
                   MOVE 2 TO WS-TIPO-OCORRENCIA
                   MOVE NUM-FATURA TO WS-CHAVE-OCORRENCIA
                   MOVE "PAGO:"    TO DET-ROTULO-1
                   MOVE VALOR-PAGO TO DET-VALOR-1
                   MOVE "MOVTOS:"  TO DET-ROTULO-2
                   MOVE WS-SOMA-MOVIMENTOS TO DET-VALOR-2
                   MOVE WS-DETALHE-VALORES TO WS-DETALHE-OCORRENCIA
                   PERFORM P850-REGISTRA-OCORRENCIA
               END-IF
           END-IF.

       P320-SOMA-MOVIMENTOS.
           MOVE ZERO TO WS-SOMA-MOVIMENTOS
           MOVE ZERO TO WS-MOMENTO-REFATURAMENTO
           MOVE 'N'  TO WS-TEVE-CANCELAMENTO

           IF WS-TEM-MOVPAG EQUAL 'S'
               SET WS-FIM-MOVIMENTO TO 0
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
                               PERFORM P325-ACUMULA-MOVIMENTO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF

           IF WS-TEM-MOVCRED EQUAL 'S'
               SET WS-FIM-MOVIMENTO TO 0
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
                               IF MCR-TIPO EQUAL 'A'
                                   AND WS-MOMENTO-MOVIMENTO
                                   IS NOT LESS THAN
                                   WS-MOMENTO-REFATURAMENTO
                                   ADD MCR-VALOR TO WS-SOMA-MOVIMENTOS
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       P325-ACUMULA-MOVIMENTO.
           EVALUATE MOV-TIPO
               WHEN 'P'
               WHEN 'N'
                   ADD MOV-VALOR-PAGAMENTO TO WS-SOMA-MOVIMENTOS
               WHEN 'E'
                   SUBTRACT MOV-VALOR-PAGAMENTO
                       FROM WS-SOMA-MOVIMENTOS
               WHEN 'C'
                   MOVE 'S' TO WS-TEVE-CANCELAMENTO
               WHEN 'F'
                   IF WS-TEVE-CANCELAMENTO EQUAL 'S'
                       MOVE ZERO TO WS-SOMA-MOVIMENTOS
                       MOVE 'N'  TO WS-TEVE-CANCELAMENTO
                       COMPUTE WS-MOMENTO-REFATURAMENTO =
                               MOV-DATA-PAGAMENTO * 100000000
                             + MOV-HORA-PAGAMENTO
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       P400-VERIFICA-CONSUMO.
           IF WS-TEM-CONSUMO EQUAL 'S'
               SET WS-FIM-ARQUIVO TO 0
               PERFORM UNTIL WS-FIM-ARQUIVO EQUAL 1
                   READ CONSUMO NEXT RECORD
                       AT END
                           MOVE 1 TO WS-FIM-ARQUIVO
                       NOT AT END
                           ADD 1 TO WS-QTD-REGISTROS-LIDOS
                           PERFORM P410-AVALIA-CONSUMO
                   END-READ
               END-PERFORM
           END-IF.

       P410-AVALIA-CONSUMO.
           MOVE CHAVE-CONSUMO TO WS-CHAVE-OCORRENCIA
           MOVE COD-CLIENTE-CONSUMO TO COD-CLIENTE
           READ DADOS
               INVALID KEY
                   MOVE 5 TO WS-TIPO-OCORRENCIA
                   MOVE SPACES TO WS-DETALHE-OCORRENCIA
                   STRING "CLIENTE " DELIMITED BY SIZE
                          COD-CLIENTE-CONSUMO DELIMITED BY SIZE
                          " NAO CADASTRADO" DELIMITED BY SIZE
                       INTO WS-DETALHE-OCORRENCIA
                   PERFORM P850-REGISTRA-OCORRENCIA
           END-READ

           IF SIT-CONSUMO EQUAL 'R'
               MOVE 12 TO WS-TIPO-OCORRENCIA
               MOVE "CONSUMO:"  TO DET-ROTULO-1
               MOVE QTD-CONSUMO TO DET-VALOR-1
               MOVE SPACES      TO DET-ROTULO-2
               MOVE ZERO        TO DET-VALOR-2
               MOVE WS-DETALHE-VALORES TO WS-DETALHE-OCORRENCIA
               MOVE SPACES TO WS-DETALHE-OCORRENCIA(21:20)
               PERFORM P850-REGISTRA-OCORRENCIA
           END-IF

           IF SIT-CONSUMO EQUAL 'F'
               MOVE PERIODO-CONSUMO     TO WS-FAT-PERIODO
               MOVE COD-CLIENTE-CONSUMO TO WS-FAT-CODIGO
               PERFORM P420-LOCALIZA-FATURA
               IF WS-FATURA-EXISTE NOT EQUAL 'S'
                   MOVE 6 TO WS-TIPO-OCORRENCIA
                   MOVE SPACES TO WS-DETALHE-OCORRENCIA
                   STRING "FATURA " DELIMITED BY SIZE
                          WS-NUM-FATURA DELIMITED BY SIZE
                          " NAO ENCONTRADA" DELIMITED BY SIZE
                       INTO WS-DETALHE-OCORRENCIA
                   PERFORM P850-REGISTRA-OCORRENCIA
               END-IF
           END-IF.

       P420-LOCALIZA-FATURA.
           MOVE 'N' TO WS-FATURA-EXISTE
           MOVE WS-NUM-FATURA TO NUM-FATURA
           READ RECEBER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-FATURA-EXISTE
           END-READ
           IF WS-FATURA-EXISTE NOT EQUAL 'S'
                   AND WS-TEM-RETIDAS EQUAL 'S'
               MOVE WS-NUM-FATURA TO RTD-NUM-FATURA
               READ RETIDAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-FATURA-EXISTE
               END-READ
           END-IF
           IF WS-FATURA-EXISTE NOT EQUAL 'S'
               MOVE WS-NUM-FATURA TO IHT-NUM-FATURA
               READ FATHIST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-FATURA-EXISTE
               END-READ
           END-IF.

       P450-VERIFICA-RETIDAS.
           IF WS-TEM-RETIDAS EQUAL 'S'
               SET WS-FIM-ARQUIVO TO 0
               PERFORM UNTIL WS-FIM-ARQUIVO EQUAL 1
                   READ RETIDAS NEXT RECORD
                       AT END
                           MOVE 1 TO WS-FIM-ARQUIVO
                       NOT AT END
                           ADD 1 TO WS-QTD-REGISTROS-LIDOS
                           PERFORM P460-AVALIA-RETIDA
                   END-READ
               END-PERFORM
           END-IF.

       P460-AVALIA-RETIDA.
           MOVE RTD-NUM-FATURA TO WS-CHAVE-OCORRENCIA
           MOVE RTD-COD-CLIENTE-FATURA TO COD-CLIENTE
           READ DADOS
               INVALID KEY
                   MOVE 8 TO WS-TIPO-OCORRENCIA
                   MOVE SPACES TO WS-DETALHE-OCORRENCIA
                   STRING "CLIENTE " DELIMITED BY SIZE
                          RTD-COD-CLIENTE-FATURA DELIMITED BY SIZE
                          " NAO CADASTRADO" DELIMITED BY SIZE
                       INTO WS-DETALHE-OCORRENCIA
                   PERFORM P850-REGISTRA-OCORRENCIA
           END-READ

           MOVE RTD-NUM-FATURA TO NUM-FATURA
           READ RECEBER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 9 TO WS-TIPO-OCORRENCIA
                   MOVE "RETIDA E LANCADA EM CONTAS A RECEBER"
                       TO WS-DETALHE-OCORRENCIA
                   PERFORM P850-REGISTRA-OCORRENCIA
           END-READ.

       P500-VERIFICA-MOVIMENTOS.
           IF WS-TEM-MOVPAG EQUAL 'S'
               SET WS-FIM-ARQUIVO TO 0
               MOVE ZERO TO WS-FATURA-ANTERIOR
               MOVE ZERO TO MOV-NUM-FATURA
               MOVE ZERO TO MOV-DATA-PAGAMENTO
               MOVE ZERO TO MOV-HORA-PAGAMENTO
               START MOVPAG KEY IS NOT LESS THAN CHAVE-MOVPAG
                   INVALID KEY
                       MOVE 1 TO WS-FIM-ARQUIVO
               END-START
               PERFORM UNTIL WS-FIM-ARQUIVO EQUAL 1
                   READ MOVPAG NEXT RECORD
                       AT END
                           MOVE 1 TO WS-FIM-ARQUIVO
                       NOT AT END
                           ADD 1 TO WS-QTD-REGISTROS-LIDOS
                           IF MOV-NUM-FATURA NOT EQUAL
                                   WS-FATURA-ANTERIOR
                               MOVE MOV-NUM-FATURA
                                   TO WS-FATURA-ANTERIOR
                               PERFORM P510-AVALIA-MOVIMENTO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       P510-AVALIA-MOVIMENTO.
           MOVE MOV-NUM-FATURA TO WS-NUM-FATURA
           PERFORM P420-LOCALIZA-FATURA
           IF WS-FATURA-EXISTE NOT EQUAL 'S'
               MOVE 10 TO WS-TIPO-OCORRENCIA
               MOVE MOV-NUM-FATURA TO WS-CHAVE-OCORRENCIA
               MOVE SPACES TO WS-DETALHE-OCORRENCIA
               STRING "MOVIMENTO " DELIMITED BY SIZE
                      MOV-TIPO DELIMITED BY SIZE
                      " DO CLIENTE " DELIMITED BY SIZE
                      MOV-COD-CLIENTE DELIMITED BY SIZE
                   INTO WS-DETALHE-OCORRENCIA
               PERFORM P850-REGISTRA-OCORRENCIA
           END-IF.

       P600-VERIFICA-PERIODOS.
           IF WS-TEM-CONTROLE EQUAL 'S'
               SET WS-FIM-ARQUIVO TO 0
               PERFORM UNTIL WS-FIM-ARQUIVO EQUAL 1
                   READ CONTROLE NEXT RECORD
                       AT END
                           MOVE 1 TO WS-FIM-ARQUIVO
                       NOT AT END
                           ADD 1 TO WS-QTD-REGISTROS-LIDOS
                           IF SIT-PERIODO EQUAL 'F'
                               PERFORM P610-SOMA-PERIODO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       P610-SOMA-PERIODO.
           MOVE ZERO TO WS-SOMA-PERIODO
           MOVE PERIODO-CONTROLE TO WS-PERIODO-AUDITADO
           COMPUTE WS-PERIODO-INICIAL = PERIODO-CONTROLE * 1000

           SET WS-FIM-MOVIMENTO TO 0.
           MOVE WS-PERIODO-INICIAL TO NUM-FATURA
           START RECEBER KEY IS NOT LESS THAN NUM-FATURA
               INVALID KEY
                   MOVE 1 TO WS-FIM-MOVIMENTO
           END-START
           PERFORM UNTIL WS-FIM-MOVIMENTO EQUAL 1
               READ RECEBER NEXT RECORD
                   AT END
                       MOVE 1 TO WS-FIM-MOVIMENTO
                   NOT AT END
                       IF NUM-FATURA(1:4) NOT EQUAL
                               WS-PERIODO-AUDITADO
                           MOVE 1 TO WS-FIM-MOVIMENTO
                       ELSE
                           ADD VALOR-FATURA TO WS-SOMA-PERIODO
                       END-IF
               END-READ
           END-PERFORM

           SET WS-FIM-MOVIMENTO TO 0.
           MOVE WS-PERIODO-INICIAL TO IHT-NUM-FATURA
           START FATHIST KEY IS NOT LESS THAN IHT-NUM-FATURA
               INVALID KEY
                   MOVE 1 TO WS-FIM-MOVIMENTO
           END-START
           PERFORM UNTIL WS-FIM-MOVIMENTO EQUAL 1
               READ FATHIST NEXT RECORD
                   AT END
                       MOVE 1 TO WS-FIM-MOVIMENTO
                   NOT AT END
                       IF IHT-NUM-FATURA(1:4) NOT EQUAL
                               WS-PERIODO-AUDITADO
                           MOVE 1 TO WS-FIM-MOVIMENTO
                       ELSE
                           MOVE IHT-NUM-FATURA TO NUM-FATURA
                           READ RECEBER
                               INVALID KEY
                                   ADD IHT-VALOR-FATURA
                                       TO WS-SOMA-PERIODO
                           END-READ
                       END-IF
               END-READ
           END-PERFORM

           IF WS-SOMA-PERIODO NOT EQUAL TOT-VALOR-PERIODO
               MOVE 4 TO WS-TIPO-OCORRENCIA
               MOVE WS-PERIODO-AUDITADO TO WS-CHAVE-OCORRENCIA
               MOVE "CTL:"            TO DET-ROTULO-1
               MOVE TOT-VALOR-PERIODO TO DET-VALOR-1
               MOVE "FATURAS:"        TO DET-ROTULO-2
               MOVE WS-SOMA-PERIODO   TO DET-VALOR-2
               MOVE WS-DETALHE-VALORES TO WS-DETALHE-OCORRENCIA
               PERFORM P850-REGISTRA-OCORRENCIA
           END-IF.

       P700-VERIFICA-EXPORTACAO.
           IF WS-TEM-EXPCTL EQUAL 'S'
               SET WS-FIM-ARQUIVO TO 0
               PERFORM UNTIL WS-FIM-ARQUIVO EQUAL 1
                   READ EXPCTL NEXT RECORD
                       AT END
                           MOVE 1 TO WS-FIM-ARQUIVO
                       NOT AT END
                           ADD 1 TO WS-QTD-REGISTROS-LIDOS
                           PERFORM P710-AVALIA-EXPORTACAO
                   END-READ
               END-PERFORM
           END-IF.

       P710-AVALIA-EXPORTACAO.
           MOVE SPACES TO WS-DETALHE-OCORRENCIA
           IF WS-TEM-CONTROLE NOT EQUAL 'S'
               MOVE "SEM CONTROLE DE FATURAMENTO"
                   TO WS-DETALHE-OCORRENCIA
           ELSE
               MOVE PERIODO-EXPORTADO TO PERIODO-CONTROLE
               READ CONTROLE
                   INVALID KEY
                       MOVE "PERIODO AUSENTE DO CONTROLE-FAT"
                           TO WS-DETALHE-OCORRENCIA
                   NOT INVALID KEY
                       IF SIT-PERIODO NOT EQUAL 'F'
                           MOVE "PERIODO EXPORTADO AINDA ABERTO"
                               TO WS-DETALHE-OCORRENCIA
                       END-IF
               END-READ
           END-IF
           IF WS-DETALHE-OCORRENCIA NOT EQUAL SPACES
               MOVE 11 TO WS-TIPO-OCORRENCIA
               MOVE PERIODO-EXPORTADO TO WS-CHAVE-OCORRENCIA
               PERFORM P850-REGISTRA-OCORRENCIA
           END-IF.

       P800-EMITE-RELATORIO.
           MOVE WS-DATA-DD TO REL-DATA-DD
           MOVE WS-DATA-MM TO REL-DATA-MM
           MOVE WS-DATA-AA TO REL-DATA-AA
           WRITE REL-LINHA FROM WS-CABECALHO-RELATORIO

           MOVE 1 TO WS-IND-SEVERIDADE
           PERFORM UNTIL WS-IND-SEVERIDADE IS GREATER THAN 3
               PERFORM P810-IMPRIME-SEVERIDADE
               ADD 1 TO WS-IND-SEVERIDADE
           END-PERFORM

           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE "RESUMO POR TIPO DE OCORRENCIA" TO REL-LINHA
           WRITE REL-LINHA
           MOVE 1 TO WS-IND-TIPO
           PERFORM UNTIL WS-IND-TIPO IS GREATER THAN 12
               MOVE TIP-SEVERIDADE(WS-IND-TIPO) TO REL-RES-SEVERIDADE
               MOVE WS-IND-TIPO                 TO REL-RES-TIPO
               MOVE TIP-DESCRICAO(WS-IND-TIPO)  TO REL-RES-DESCRICAO
               MOVE WS-QTD-TIPO(WS-IND-TIPO)    TO REL-RES-QTD
               WRITE REL-LINHA FROM WS-LINHA-RESUMO
               ADD 1 TO WS-IND-TIPO
           END-PERFORM
           MOVE WS-TOTAL-OCORRENCIAS TO REL-TOTAL-OCORRENCIAS
           WRITE REL-LINHA FROM WS-LINHA-TOTAL.

       P810-IMPRIME-SEVERIDADE.
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE WS-IND-SEVERIDADE TO REL-SEVERIDADE
           EVALUATE WS-IND-SEVERIDADE
               WHEN 1
                   MOVE "ALTA"  TO REL-DESC-SEVERIDADE
               WHEN 2
                   MOVE "MEDIA" TO REL-DESC-SEVERIDADE
               WHEN OTHER
                   MOVE "BAIXA" TO REL-DESC-SEVERIDADE
           END-EVALUATE
           MOVE WS-QTD-SEVERIDADE(WS-IND-SEVERIDADE)
               TO REL-QTD-SEVERIDADE
           WRITE REL-LINHA FROM WS-LINHA-SEVERIDADE

           MOVE ZERO TO WS-TIPO-IMPRESSO
           SET WS-FIM-OCORRENCIA TO 0.
           MOVE WS-IND-SEVERIDADE TO OCR-SEVERIDADE
           MOVE ZERO              TO OCR-TIPO
           MOVE ZERO              TO OCR-SEQUENCIA
           START OCORRENCIAS KEY IS NOT LESS THAN CHAVE-OCORRENCIA
               INVALID KEY
                   MOVE 1 TO WS-FIM-OCORRENCIA
           END-START
           PERFORM UNTIL WS-FIM-OCORRENCIA EQUAL 1
               READ OCORRENCIAS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-FIM-OCORRENCIA
                   NOT AT END
                       IF OCR-SEVERIDADE NOT EQUAL WS-IND-SEVERIDADE
                           MOVE 1 TO WS-FIM-OCORRENCIA
                       ELSE
                           PERFORM P820-IMPRIME-OCORRENCIA
                       END-IF
               END-READ
           END-PERFORM

           IF WS-TIPO-IMPRESSO EQUAL ZERO
               MOVE "  NENHUMA OCORRENCIA." TO REL-LINHA
               WRITE REL-LINHA
           END-IF.

       P820-IMPRIME-OCORRENCIA.
           IF OCR-TIPO NOT EQUAL WS-TIPO-IMPRESSO
               MOVE OCR-TIPO TO WS-TIPO-IMPRESSO
               MOVE OCR-TIPO TO REL-TIPO
               MOVE TIP-DESCRICAO(OCR-TIPO) TO REL-DESC-TIPO
               WRITE REL-LINHA FROM WS-LINHA-TIPO
           END-IF
           MOVE OCR-CHAVE   TO REL-CHAVE
           MOVE OCR-DETALHE TO REL-DETALHE
           WRITE REL-LINHA FROM WS-LINHA-OCORRENCIA.

       P850-REGISTRA-OCORRENCIA.
           ADD 1 TO WS-SEQUENCIA
           MOVE TIP-SEVERIDADE(WS-TIPO-OCORRENCIA) TO OCR-SEVERIDADE
           MOVE WS-TIPO-OCORRENCIA    TO OCR-TIPO
           MOVE WS-SEQUENCIA          TO OCR-SEQUENCIA
           MOVE WS-CHAVE-OCORRENCIA   TO OCR-CHAVE
           MOVE WS-DETALHE-OCORRENCIA TO OCR-DETALHE
           WRITE REG-OCORRENCIA
               INVALID KEY
                   DISPLAY "ERRO AO REGISTRAR OCORRENCIA: "
                           WS-TIPO-OCORRENCIA " " WS-CHAVE-OCORRENCIA
           END-WRITE
           ADD 1 TO WS-QTD-TIPO(WS-TIPO-OCORRENCIA)
           ADD 1 TO WS-QTD-SEVERIDADE(OCR-SEVERIDADE)
           ADD 1 TO WS-TOTAL-OCORRENCIAS.

       P900-TESTA-ARQUIVO.
           CALL 'TRATA-STATUS' USING WS-NOME-ARQ WS-OPERACAO-ARQ
                                     WS-STATUS-TESTE WS-ERRO-ARQ
           IF WS-ERRO-ARQ EQUAL 'S'
               MOVE 8 TO RETURN-CODE
           END-IF.

       END PROGRAM AUDITA-INTEGRIDADE.
