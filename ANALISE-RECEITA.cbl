       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANALISE-RECEITA.

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

           SELECT FATANALISE ASSIGN
           'CAMINHO DO ARQUIVO\ANALISE-FAT.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AFT-NUM-FATURA
           FILE STATUS IS WS-STATUS-FATANALISE.

           SELECT GRUPOS ASSIGN
           'CAMINHO DO ARQUIVO\ANALISE-GRUPO.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-GRUPO
           FILE STATUS IS WS-STATUS-GRUPOS.

           SELECT RELATORIO ASSIGN
           'CAMINHO DO ARQUIVO\ANALISE-RECEITA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-RELATORIO.

           SELECT PLANILHA ASSIGN
           'CAMINHO DO ARQUIVO\ANALISE-RECEITA.CSV'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PLANILHA.

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

       FD HISTFAT.
       01 HIST-LINHA                   PIC X(61).

       FD MOVPAG.
       01 REG-MOVPAG.
           COPY INFO-MOVPAG.

       FD FATANALISE.
       01 REG-FATURA-ANALISE.
           03 AFT-NUM-FATURA           PIC 9(7).
           03 AFT-COD-CLIENTE          PIC 9(3).
           03 AFT-VALOR-FATURA         PIC 9(6)V99.
           03 AFT-VALOR-PAGO           PIC 9(6)V99.
           03 AFT-SIT-FATURA           PIC X.
           03 AFT-ENCARGOS             PIC 9(7)V99.
           03 AFT-NOTAS-CREDITO        PIC 9(6)V99.

       FD GRUPOS.
       01 REG-GRUPO.
           03 CHAVE-GRUPO.
               05 GRP-TIPO             PIC X.
               05 GRP-CODIGO           PIC X(22).
           03 GRP-DESCRICAO            PIC X(22).
           03 GRP-VALORES OCCURS 3 TIMES.
               05 GRP-FATURADO         PIC 9(9)V99.
               05 GRP-RECEBIDO         PIC 9(9)V99.
               05 GRP-ENCARGOS         PIC 9(9)V99.
               05 GRP-CLIENTES         PIC 9(5).

       FD RELATORIO.
       01 REL-LINHA                    PIC X(80).

       FD PLANILHA.
       01 CSV-LINHA                    PIC X(200).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-ARQUIVO            PIC 99.
       77 WS-STATUS-PLANOS             PIC 99.
       77 WS-STATUS-RECEBER            PIC 99.
       77 WS-STATUS-HISTFAT            PIC 99.
       77 WS-STATUS-MOVPAG             PIC 99.
       77 WS-STATUS-FATANALISE         PIC 99.
       77 WS-STATUS-GRUPOS             PIC 99.
       77 WS-STATUS-RELATORIO          PIC 99.
       77 WS-STATUS-PLANILHA           PIC 99.
       77 WS-NOME-ARQ                  PIC X(20).
       77 WS-OPERACAO-ARQ              PIC X(10).
       77 WS-STATUS-TESTE              PIC 99.
       77 WS-ERRO-ARQ                  PIC X.
       77 WS-ARQUIVOS-OK               PIC X.
       77 WS-NOME-HISTORICO            PIC X(40).
       77 WS-ANO-HISTORICO             PIC 99.
       77 WS-FIM-ARQUIVO               PIC 99.
       77 WS-FIM-HISTORICO             PIC 99.
       77 WS-FIM-MOVIMENTO             PIC 99.
       77 WS-TEM-MOVPAG                PIC X.
       77 WS-TEVE-CANCELAMENTO         PIC X.
       77 WS-IND-PERIODO               PIC 9.
       77 WS-IND-VALOR                 PIC 9.
       77 WS-PERIODO-INICIAL           PIC 9(7).
       77 WS-GRUPO-EXISTE              PIC X.
       77 WS-TIPO-ANTERIOR             PIC X.
       77 WS-QTD-FATURAS               PIC 9(7).
       77 WS-QTD-GRUPOS                PIC 9(7).
       77 WS-PLANO-GRUPO               PIC 9(3).
       77 WS-DESC-PLANO-GRUPO          PIC X(20).
       77 WS-UF-GRUPO                  PIC X(2).
       77 WS-CID-GRUPO                 PIC X(20).
       77 WS-NOME-MEDIDA               PIC X(10).
       77 WS-VALOR-ATUAL               PIC S9(9)V99.
       77 WS-VALOR-MES-ANT             PIC S9(9)V99.
       77 WS-VALOR-ANO-ANT             PIC S9(9)V99.
       77 WS-VAR-MES                   PIC S9(9)V99.
       77 WS-VAR-ANO                   PIC S9(9)V99.
       77 WS-PCT-MES                   PIC S9(5)V9.
       77 WS-PCT-ANO                   PIC S9(5)V9.
       77 WS-PCT-MES-OK                PIC X.
       77 WS-PCT-ANO-OK                PIC X.
       77 WS-CSV-PTR                   PIC 9(3).
       77 WS-CSV-NUMERO                PIC X(15).
       77 WS-QTD-BRANCOS               PIC 99.
       77 WS-EDITA-VALOR               PIC -(9)9,99.
       77 WS-EDITA-PCT                 PIC -(5)9,9.
       01 WS-DATA-SISTEMA              PIC 9(6).
       01 WS-DATA-SIST-RED REDEFINES WS-DATA-SISTEMA.
           03 WS-DATA-AA               PIC 99.
           03 WS-DATA-MM               PIC 99.
           03 WS-DATA-DD               PIC 99.
       01 WS-PERIODO                   PIC 9(4).
       01 WS-PERIODO-RED REDEFINES WS-PERIODO.
           03 WS-PERIODO-AA            PIC 99.
           03 WS-PERIODO-MM            PIC 99.
       01 WS-TABELA-PERIODOS.
           03 WS-PERIODO-ANALISE OCCURS 3 TIMES.
               05 TAB-PERIODO          PIC 9(4).
               05 TAB-PERIODO-RED REDEFINES TAB-PERIODO.
                   07 TAB-PERIODO-AA   PIC 99.
                   07 TAB-PERIODO-MM   PIC 99.
       01 WS-INFO-HISTORICO.
           03 HST-NUM-FATURA           PIC 9(7).
           03 HST-COD-CLIENTE-FATURA   PIC 9(3).
           03 HST-DATA-EMISSAO         PIC 9(6).
           03 HST-DATA-VENCIMENTO      PIC 9(6).
           03 HST-VALOR-FATURA         PIC 9(6)V99.
           03 HST-VALOR-PAGO           PIC 9(6)V99.
           03 HST-SIT-FATURA           PIC X.
           03 HST-VALOR-MULTA          PIC 9(6)V99.
           03 HST-VALOR-JUROS          PIC 9(6)V99.
           03 HST-DATA-ULT-ENCARGO     PIC 9(6).
       01 WS-CABECALHO-1.
           03 FILLER                   PIC X(36)
                       VALUE "ANALISE DE RECEITA MENSAL - PERIODO ".
           03 CAB-PERIODO-MM           PIC 99.
           03 FILLER                   PIC X VALUE "/".
           03 CAB-PERIODO-AA           PIC 99.
           03 FILLER                   PIC X(17) VALUE SPACES.
           03 FILLER                   PIC X(6) VALUE "DATA: ".
           03 CAB-DATA-DD              PIC 99.
           03 FILLER                   PIC X VALUE "/".
           03 CAB-DATA-MM              PIC 99.
           03 FILLER                   PIC X VALUE "/".
           03 CAB-DATA-AA              PIC 99.
       01 WS-CABECALHO-2.
           03 FILLER                   PIC X(23)
                       VALUE "COMPARADO COM MES ANT. ".
           03 CAB-MES-ANT-MM           PIC 99.
           03 FILLER                   PIC X VALUE "/".
           03 CAB-MES-ANT-AA           PIC 99.
           03 FILLER                   PIC X(22)
                       VALUE " E MESMO MES ANO ANT. ".
           03 CAB-ANO-ANT-MM           PIC 99.
           03 FILLER                   PIC X VALUE "/".
           03 CAB-ANO-ANT-AA           PIC 99.
       01 WS-CABECALHO-COLUNAS.
           03 FILLER                   PIC X(12) VALUE SPACES.
           03 FILLER                   PIC X(14)
                       VALUE "         ATUAL".
           03 FILLER                   PIC X(16)
                       VALUE "   VAR. MES ANT.".
           03 FILLER                   PIC X(9)  VALUE "    VAR%".
           03 FILLER                   PIC X(16)
                       VALUE "   VAR. ANO ANT.".
           03 FILLER                   PIC X(9)  VALUE "    VAR%".
       01 WS-LINHA-GRUPO.
           03 REL-TIPO-GRUPO           PIC X(6).
           03 REL-CODIGO-GRUPO         PIC X(4).
           03 FILLER                   PIC X(2) VALUE "- ".
           03 REL-DESC-GRUPO           PIC X(22).
       01 WS-LINHA-VALOR.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 REL-MEDIDA               PIC X(10).
           03 REL-ATUAL                PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER                   PIC X VALUE SPACE.
           03 REL-VAR-MES              PIC -ZZZ.ZZZ.ZZ9,99.
           03 FILLER                   PIC X VALUE SPACE.
           03 REL-PCT-MES              PIC -ZZZZ9,9.
           03 REL-PCT-MES-X REDEFINES REL-PCT-MES PIC X(8).
           03 FILLER                   PIC X VALUE SPACE.
           03 REL-VAR-ANO              PIC -ZZZ.ZZZ.ZZ9,99.
           03 FILLER                   PIC X VALUE SPACE.
           03 REL-PCT-ANO              PIC -ZZZZ9,9.
           03 REL-PCT-ANO-X REDEFINES REL-PCT-ANO PIC X(8).
       01 WS-LINHA-CLIENTES.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 REL-CLI-MEDIDA           PIC X(10).
           03 FILLER                   PIC X(7) VALUE SPACES.
           03 REL-CLI-ATUAL            PIC ZZZZZZ9.
           03 FILLER                   PIC X VALUE SPACE.
           03 FILLER                   PIC X(7) VALUE SPACES.
           03 REL-CLI-VAR-MES          PIC -ZZZZZZ9.
           03 FILLER                   PIC X VALUE SPACE.
           03 REL-CLI-PCT-MES          PIC -ZZZZ9,9.
           03 REL-CLI-PCT-MES-X REDEFINES REL-CLI-PCT-MES PIC X(8).
           03 FILLER                   PIC X VALUE SPACE.
           03 FILLER                   PIC X(7) VALUE SPACES.
           03 REL-CLI-VAR-ANO          PIC -ZZZZZZ9.
           03 FILLER                   PIC X VALUE SPACE.
           03 REL-CLI-PCT-ANO          PIC -ZZZZ9,9.
           03 REL-CLI-PCT-ANO-X REDEFINES REL-CLI-PCT-ANO PIC X(8).
       01 WS-CSV-CABECALHO.
           03 FILLER                   PIC X(50) VALUE
              "PERIODO;AGRUPAMENTO;CODIGO;DESCRICAO;MEDIDA;ATUAL;".
           03 FILLER                   PIC X(33) VALUE
              "MES_ANTERIOR;VAR_MES;VAR_MES_PCT;".
           03 FILLER                   PIC X(32) VALUE
              "ANO_ANTERIOR;VAR_ANO;VAR_ANO_PCT".

       LINKAGE SECTION.
       01 LS-PARAMETRO-EXECUCAO.
           COPY INFO-EXECUCAO.

       PROCEDURE DIVISION USING LS-PARAMETRO-EXECUCAO.
       MAIN-PROCEDURE.
           DISPLAY "***** ANALISE DE RECEITA MENSAL *****".
           ACCEPT WS-DATA-SISTEMA FROM DATE
           MOVE ZERO TO WS-QTD-FATURAS
           MOVE ZERO TO WS-QTD-GRUPOS

           IF EXE-MODO EQUAL 'N'
               MOVE EXE-PERIODO TO WS-PERIODO
               DISPLAY "PERIODO A ANALISAR (AAMM): " WS-PERIODO
           ELSE
               DISPLAY "PERIODO A ANALISAR (AAMM): "
                       WITH NO ADVANCING
               ACCEPT WS-PERIODO
           END-IF

           IF WS-PERIODO-MM IS LESS THAN 1
                   OR WS-PERIODO-MM IS GREATER THAN 12
               DISPLAY "PERIODO INVALIDO."
               IF EXE-MODO EQUAL 'N'
                   MOVE 8 TO RETURN-CODE
               END-IF
               GO TO P000-FIM-PRINCIPAL
           END-IF

           PERFORM P050-MONTA-PERIODOS

           PERFORM P100-ABRE-ARQUIVOS THRU P100-FIM-ABRE-ARQUIVOS
           IF WS-ARQUIVOS-OK NOT EQUAL 'S'
               GO TO P000-FIM-PRINCIPAL
           END-IF

           MOVE TAB-PERIODO-AA(3) TO WS-ANO-HISTORICO
           PERFORM P250-CARREGA-HISTORICO
           MOVE TAB-PERIODO-AA(1) TO WS-ANO-HISTORICO
           PERFORM P250-CARREGA-HISTORICO
           PERFORM P200-CARREGA-RECEBER

           PERFORM P300-AGRUPA-FATURAS
           PERFORM P500-EMITE-RELATORIO

           DISPLAY "FATURAS ANALISADAS: " WS-QTD-FATURAS
           DISPLAY "GRUPOS EMITIDOS...: " WS-QTD-GRUPOS
           DISPLAY "RELATORIO GRAVADO EM ANALISE-RECEITA.TXT"
           DISPLAY "PLANILHA GRAVADA EM ANALISE-RECEITA.CSV"

           PERFORM P190-FECHA-ARQUIVOS.
       P000-FIM-PRINCIPAL.
           MOVE WS-QTD-FATURAS TO EXE-QTD-LIDOS
           MOVE WS-QTD-GRUPOS  TO EXE-QTD-GRAVADOS
           MOVE ZERO           TO EXE-QTD-REJEITADOS
           GOBACK.

       P050-MONTA-PERIODOS.
           MOVE WS-PERIODO TO TAB-PERIODO(1)

           IF WS-PERIODO-MM EQUAL 1
               MOVE 12 TO TAB-PERIODO-MM(2)
               IF WS-PERIODO-AA EQUAL ZERO
                   MOVE 99 TO TAB-PERIODO-AA(2)
               ELSE
                   COMPUTE TAB-PERIODO-AA(2) = WS-PERIODO-AA - 1
               END-IF
           ELSE
               MOVE WS-PERIODO-AA TO TAB-PERIODO-AA(2)
               COMPUTE TAB-PERIODO-MM(2) = WS-PERIODO-MM - 1
           END-IF

           MOVE WS-PERIODO-MM TO TAB-PERIODO-MM(3)
           IF WS-PERIODO-AA EQUAL ZERO
               MOVE 99 TO TAB-PERIODO-AA(3)
           ELSE
               COMPUTE TAB-PERIODO-AA(3) = WS-PERIODO-AA - 1
           END-IF.

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

           OPEN OUTPUT FATANALISE
           CLOSE FATANALISE
           OPEN I-O FATANALISE
           MOVE "ANALISE-FAT"        TO WS-NOME-ARQ
           MOVE "ABERTURA"           TO WS-OPERACAO-ARQ
           MOVE WS-STATUS-FATANALISE TO WS-STATUS-TESTE
           PERFORM P900-TESTA-ARQUIVO
           IF WS-ERRO-ARQ EQUAL 'S'
               CLOSE DADOS
               CLOSE PLANOS
               CLOSE RECEBER
               GO TO P100-FIM-ABRE-ARQUIVOS
           END-IF

           OPEN OUTPUT GRUPOS
           CLOSE GRUPOS
           OPEN I-O GRUPOS
           MOVE "ANALISE-GRUPO"   TO WS-NOME-ARQ
           MOVE "ABERTURA"        TO WS-OPERACAO-ARQ
           MOVE WS-STATUS-GRUPOS  TO WS-STATUS-TESTE
           PERFORM P900-TESTA-ARQUIVO
           IF WS-ERRO-ARQ EQUAL 'S'
               CLOSE DADOS
               CLOSE PLANOS
               CLOSE RECEBER
               CLOSE FATANALISE
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
               CLOSE FATANALISE
               CLOSE GRUPOS
               GO TO P100-FIM-ABRE-ARQUIVOS
           END-IF

           OPEN OUTPUT PLANILHA
           MOVE "PLANILHA"          TO WS-NOME-ARQ
           MOVE "ABERTURA"          TO WS-OPERACAO-ARQ
           MOVE WS-STATUS-PLANILHA  TO WS-STATUS-TESTE
           PERFORM P900-TESTA-ARQUIVO
           IF WS-ERRO-ARQ EQUAL 'S'
               CLOSE DADOS
               CLOSE PLANOS
               CLOSE RECEBER
               CLOSE FATANALISE
               CLOSE GRUPOS
               CLOSE RELATORIO
               GO TO P100-FIM-ABRE-ARQUIVOS
           END-IF

           MOVE 'N' TO WS-TEM-MOVPAG
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

           MOVE 'S' TO WS-ARQUIVOS-OK.
       P100-FIM-ABRE-ARQUIVOS.

       P190-FECHA-ARQUIVOS.
           CLOSE DADOS
           CLOSE PLANOS
           CLOSE RECEBER
           CLOSE FATANALISE
           CLOSE GRUPOS
           CLOSE RELATORIO
           CLOSE PLANILHA
           IF WS-TEM-MOVPAG EQUAL 'S'
               CLOSE MOVPAG
           END-IF.

       P200-CARREGA-RECEBER.
           MOVE 1 TO WS-IND-PERIODO
           PERFORM UNTIL WS-IND-PERIODO IS GREATER THAN 3
               PERFORM P210-LE-PERIODO-RECEBER
               ADD 1 TO WS-IND-PERIODO
           END-PERFORM.

       P210-LE-PERIODO-RECEBER.
           SET WS-FIM-ARQUIVO TO 0.
           COMPUTE WS-PERIODO-INICIAL =
                   TAB-PERIODO(WS-IND-PERIODO) * 1000
           MOVE WS-PERIODO-INICIAL TO NUM-FATURA
           START RECEBER KEY IS NOT LESS THAN NUM-FATURA
               INVALID KEY
                   MOVE 1 TO WS-FIM-ARQUIVO
           END-START
           PERFORM UNTIL WS-FIM-ARQUIVO EQUAL 1
               READ RECEBER NEXT RECORD
                   AT END
                       MOVE 1 TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF NUM-FATURA(1:4) NOT EQUAL
                               TAB-PERIODO(WS-IND-PERIODO)
                           MOVE 1 TO WS-FIM-ARQUIVO
                       ELSE
                           MOVE NUM-FATURA     TO AFT-NUM-FATURA
                           MOVE COD-CLIENTE-FATURA
                               TO AFT-COD-CLIENTE
                           MOVE VALOR-FATURA   TO AFT-VALOR-FATURA
                           MOVE VALOR-PAGO     TO AFT-VALOR-PAGO
                           MOVE SIT-FATURA     TO AFT-SIT-FATURA
                           COMPUTE AFT-ENCARGOS =
                                   VALOR-MULTA + VALOR-JUROS
                           PERFORM P270-SOMA-NOTAS-CREDITO
                           PERFORM P280-GRAVA-FATURA-ANALISE
                       END-IF
               END-READ
           END-PERFORM.

       P250-CARREGA-HISTORICO.
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
                               PERFORM P260-GRAVA-HISTORICO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTFAT
           END-IF.

       P260-GRAVA-HISTORICO.
           IF HST-NUM-FATURA(1:4) EQUAL TAB-PERIODO(1)
                   OR HST-NUM-FATURA(1:4) EQUAL TAB-PERIODO(2)
                   OR HST-NUM-FATURA(1:4) EQUAL TAB-PERIODO(3)
               MOVE HST-NUM-FATURA         TO AFT-NUM-FATURA
               MOVE HST-COD-CLIENTE-FATURA TO AFT-COD-CLIENTE
               MOVE HST-VALOR-FATURA       TO AFT-VALOR-FATURA
               MOVE HST-VALOR-PAGO         TO AFT-VALOR-PAGO
               MOVE HST-SIT-FATURA         TO AFT-SIT-FATURA
               COMPUTE AFT-ENCARGOS = HST-VALOR-MULTA + HST-VALOR-JUROS
               PERFORM P270-SOMA-NOTAS-CREDITO
               PERFORM P280-GRAVA-FATURA-ANALISE
           END-IF.

       P270-SOMA-NOTAS-CREDITO.
           MOVE ZERO TO AFT-NOTAS-CREDITO
           MOVE 'N'  TO WS-TEVE-CANCELAMENTO
           IF WS-TEM-MOVPAG EQUAL 'S'
               SET WS-FIM-MOVIMENTO TO 0
               MOVE AFT-NUM-FATURA TO MOV-NUM-FATURA
               MOVE ZERO           TO MOV-DATA-PAGAMENTO
               MOVE ZERO           TO MOV-HORA-PAGAMENTO
               START MOVPAG KEY IS NOT LESS THAN CHAVE-MOVPAG
                   INVALID KEY
                       MOVE 1 TO WS-FIM-MOVIMENTO
               END-START
               PERFORM UNTIL WS-FIM-MOVIMENTO EQUAL 1
                   READ MOVPAG NEXT RECORD
                       AT END
                           MOVE 1 TO WS-FIM-MOVIMENTO
                       NOT AT END
                           IF MOV-NUM-FATURA NOT EQUAL AFT-NUM-FATURA
                               MOVE 1 TO WS-FIM-MOVIMENTO
                           ELSE
                               PERFORM P275-ACUMULA-NOTA
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       P275-ACUMULA-NOTA.
           EVALUATE MOV-TIPO
               WHEN 'N'
                   ADD MOV-VALOR-PAGAMENTO TO AFT-NOTAS-CREDITO
               WHEN 'C'
                   MOVE 'S' TO WS-TEVE-CANCELAMENTO
               WHEN 'F'
                   IF WS-TEVE-CANCELAMENTO EQUAL 'S'
                       MOVE ZERO TO AFT-NOTAS-CREDITO
                       MOVE 'N'  TO WS-TEVE-CANCELAMENTO
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       P280-GRAVA-FATURA-ANALISE.
           WRITE REG-FATURA-ANALISE
               INVALID KEY
                   REWRITE REG-FATURA-ANALISE
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR A FATURA: "
                                   AFT-NUM-FATURA
                   END-REWRITE
           END-WRITE.

       P300-AGRUPA-FATURAS.
           SET WS-FIM-ARQUIVO TO 0.
           MOVE ZERO TO AFT-NUM-FATURA
           START FATANALISE KEY IS NOT LESS THAN AFT-NUM-FATURA
               INVALID KEY
                   MOVE 1 TO WS-FIM-ARQUIVO
           END-START
           PERFORM UNTIL WS-FIM-ARQUIVO EQUAL 1
               READ FATANALISE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-FIM-ARQUIVO
                   NOT AT END
                       ADD 1 TO WS-QTD-FATURAS
                       IF AFT-SIT-FATURA NOT EQUAL 'C'
                           PERFORM P310-AGRUPA-FATURA
                       END-IF
               END-READ
           END-PERFORM.

       P310-AGRUPA-FATURA.
           MOVE 1 TO WS-IND-PERIODO
           PERFORM UNTIL WS-IND-PERIODO IS GREATER THAN 3
                   OR AFT-NUM-FATURA(1:4) EQUAL
                      TAB-PERIODO(WS-IND-PERIODO)
               ADD 1 TO WS-IND-PERIODO
           END-PERFORM

           MOVE AFT-COD-CLIENTE TO COD-CLIENTE
           READ DADOS
               INVALID KEY
                   MOVE ZERO TO WS-PLANO-GRUPO
                   MOVE "CLIENTE NAO CADASTRADO" TO WS-DESC-PLANO-GRUPO
                   MOVE "**" TO WS-UF-GRUPO
                   MOVE "CLIENTE NAO CADASTRADO" TO WS-CID-GRUPO
               NOT INVALID KEY
                   MOVE PLANO-CLIENTE TO WS-PLANO-GRUPO
                   MOVE UF-CLIENTE    TO WS-UF-GRUPO
                   MOVE CID-CLIENTE   TO WS-CID-GRUPO
                   MOVE PLANO-CLIENTE TO COD-PLANO
                   READ PLANOS
                       INVALID KEY
                           MOVE "PLANO NAO CADASTRADO"
                               TO WS-DESC-PLANO-GRUPO
                       NOT INVALID KEY
                           MOVE DESC-PLANO TO WS-DESC-PLANO-GRUPO
                   END-READ
           END-READ

           MOVE SPACES TO CHAVE-GRUPO
           MOVE 'P' TO GRP-TIPO
           MOVE WS-PLANO-GRUPO TO GRP-CODIGO(1:3)
           PERFORM P320-LE-GRUPO
           MOVE WS-DESC-PLANO-GRUPO TO GRP-DESCRICAO
           PERFORM P330-ACUMULA-GRUPO

           MOVE SPACES TO CHAVE-GRUPO
           MOVE 'R' TO GRP-TIPO
           MOVE WS-UF-GRUPO  TO GRP-CODIGO(1:2)
           MOVE WS-CID-GRUPO TO GRP-CODIGO(3:20)
           PERFORM P320-LE-GRUPO
           MOVE WS-CID-GRUPO TO GRP-DESCRICAO
           PERFORM P330-ACUMULA-GRUPO

           MOVE SPACES TO CHAVE-GRUPO
           MOVE 'T' TO GRP-TIPO
           PERFORM P320-LE-GRUPO
           MOVE "TODOS OS CLIENTES" TO GRP-DESCRICAO
           PERFORM P330-ACUMULA-GRUPO.

       P320-LE-GRUPO.
           MOVE 'S' TO WS-GRUPO-EXISTE
           READ GRUPOS
               INVALID KEY
                   MOVE 'N' TO WS-GRUPO-EXISTE
                   MOVE 1 TO WS-IND-VALOR
                   PERFORM UNTIL WS-IND-VALOR IS GREATER THAN 3
                       MOVE ZERO TO GRP-FATURADO(WS-IND-VALOR)
                       MOVE ZERO TO GRP-RECEBIDO(WS-IND-VALOR)
                       MOVE ZERO TO GRP-ENCARGOS(WS-IND-VALOR)
                       MOVE ZERO TO GRP-CLIENTES(WS-IND-VALOR)
                       ADD 1 TO WS-IND-VALOR
                   END-PERFORM
           END-READ.

       P330-ACUMULA-GRUPO.
           COMPUTE GRP-FATURADO(WS-IND-PERIODO) =
                   GRP-FATURADO(WS-IND-PERIODO)
                 + AFT-VALOR-FATURA - AFT-NOTAS-CREDITO
           COMPUTE GRP-RECEBIDO(WS-IND-PERIODO) =
                   GRP-RECEBIDO(WS-IND-PERIODO)
                 + AFT-VALOR-PAGO - AFT-NOTAS-CREDITO
           ADD AFT-ENCARGOS     TO GRP-ENCARGOS(WS-IND-PERIODO)
           ADD 1                TO GRP-CLIENTES(WS-IND-PERIODO)
           IF WS-GRUPO-EXISTE EQUAL 'S'
               REWRITE REG-GRUPO
                   INVALID KEY
                       DISPLAY "ERRO AO ATUALIZAR GRUPO: " CHAVE-GRUPO
               END-REWRITE
           ELSE
               WRITE REG-GRUPO
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR GRUPO: " CHAVE-GRUPO
               END-WRITE
           END-IF.

       P500-EMITE-RELATORIO.
           MOVE WS-PERIODO-MM     TO CAB-PERIODO-MM
           MOVE WS-PERIODO-AA     TO CAB-PERIODO-AA
           MOVE WS-DATA-DD        TO CAB-DATA-DD
           MOVE WS-DATA-MM        TO CAB-DATA-MM
           MOVE WS-DATA-AA        TO CAB-DATA-AA
           MOVE TAB-PERIODO-MM(2) TO CAB-MES-ANT-MM
           MOVE TAB-PERIODO-AA(2) TO CAB-MES-ANT-AA
           MOVE TAB-PERIODO-MM(3) TO CAB-ANO-ANT-MM
           MOVE TAB-PERIODO-AA(3) TO CAB-ANO-ANT-AA
           WRITE REL-LINHA FROM WS-CABECALHO-1
           WRITE REL-LINHA FROM WS-CABECALHO-2
           WRITE CSV-LINHA FROM WS-CSV-CABECALHO

           MOVE SPACE TO WS-TIPO-ANTERIOR
           SET WS-FIM-ARQUIVO TO 0.
           MOVE LOW-VALUES TO CHAVE-GRUPO
           START GRUPOS KEY IS NOT LESS THAN CHAVE-GRUPO
               INVALID KEY
                   MOVE 1 TO WS-FIM-ARQUIVO
           END-START
           PERFORM UNTIL WS-FIM-ARQUIVO EQUAL 1
               READ GRUPOS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-FIM-ARQUIVO
                   NOT AT END
                       ADD 1 TO WS-QTD-GRUPOS
                       PERFORM P510-IMPRIME-GRUPO
               END-READ
           END-PERFORM

           IF WS-QTD-GRUPOS EQUAL ZERO
               MOVE SPACES TO REL-LINHA
               WRITE REL-LINHA
               MOVE "NENHUMA FATURA NOS PERIODOS ANALISADOS."
                   TO REL-LINHA
               WRITE REL-LINHA
           END-IF.

       P510-IMPRIME-GRUPO.
           IF GRP-TIPO NOT EQUAL WS-TIPO-ANTERIOR
               MOVE GRP-TIPO TO WS-TIPO-ANTERIOR
               MOVE SPACES TO REL-LINHA
               WRITE REL-LINHA
               EVALUATE GRP-TIPO
                   WHEN 'P'
                       MOVE "RECEITA POR PLANO" TO REL-LINHA
                   WHEN 'R'
                       MOVE "RECEITA POR UF / CIDADE" TO REL-LINHA
                   WHEN OTHER
                       MOVE "TOTAL GERAL" TO REL-LINHA
               END-EVALUATE
               WRITE REL-LINHA
               WRITE REL-LINHA FROM WS-CABECALHO-COLUNAS
           END-IF

           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           EVALUATE GRP-TIPO
               WHEN 'P'
                   MOVE "PLANO " TO REL-TIPO-GRUPO
                   MOVE GRP-CODIGO(1:3) TO REL-CODIGO-GRUPO
               WHEN 'R'
                   MOVE "UF    " TO REL-TIPO-GRUPO
                   MOVE GRP-CODIGO(1:2) TO REL-CODIGO-GRUPO
               WHEN OTHER
                   MOVE "TOTAL " TO REL-TIPO-GRUPO
                   MOVE SPACES TO REL-CODIGO-GRUPO
           END-EVALUATE
           MOVE GRP-DESCRICAO TO REL-DESC-GRUPO
           WRITE REL-LINHA FROM WS-LINHA-GRUPO

           MOVE "FATURADO" TO WS-NOME-MEDIDA
           MOVE GRP-FATURADO(1) TO WS-VALOR-ATUAL
           MOVE GRP-FATURADO(2) TO WS-VALOR-MES-ANT
           MOVE GRP-FATURADO(3) TO WS-VALOR-ANO-ANT
           PERFORM P520-IMPRIME-VALOR

           MOVE "RECEBIDO" TO WS-NOME-MEDIDA
           MOVE GRP-RECEBIDO(1) TO WS-VALOR-ATUAL
           MOVE GRP-RECEBIDO(2) TO WS-VALOR-MES-ANT
           MOVE GRP-RECEBIDO(3) TO WS-VALOR-ANO-ANT
           PERFORM P520-IMPRIME-VALOR

           MOVE "ENCARGOS" TO WS-NOME-MEDIDA
           MOVE GRP-ENCARGOS(1) TO WS-VALOR-ATUAL
           MOVE GRP-ENCARGOS(2) TO WS-VALOR-MES-ANT
           MOVE GRP-ENCARGOS(3) TO WS-VALOR-ANO-ANT
           PERFORM P520-IMPRIME-VALOR

           MOVE "CLIENTES" TO WS-NOME-MEDIDA
           MOVE GRP-CLIENTES(1) TO WS-VALOR-ATUAL
           MOVE GRP-CLIENTES(2) TO WS-VALOR-MES-ANT
           MOVE GRP-CLIENTES(3) TO WS-VALOR-ANO-ANT
           PERFORM P530-IMPRIME-CLIENTES.

       P520-IMPRIME-VALOR.
           PERFORM P550-CALCULA-VARIACAO
           MOVE WS-NOME-MEDIDA TO REL-MEDIDA
           MOVE WS-VALOR-ATUAL TO REL-ATUAL
           MOVE WS-VAR-MES     TO REL-VAR-MES
           MOVE WS-VAR-ANO     TO REL-VAR-ANO
           IF WS-PCT-MES-OK EQUAL 'S'
               MOVE WS-PCT-MES TO REL-PCT-MES
           ELSE
               MOVE "     N/D" TO REL-PCT-MES-X
           END-IF
           IF WS-PCT-ANO-OK EQUAL 'S'
               MOVE WS-PCT-ANO TO REL-PCT-ANO
           ELSE
               MOVE "     N/D" TO REL-PCT-ANO-X
           END-IF
           WRITE REL-LINHA FROM WS-LINHA-VALOR
           PERFORM P600-GRAVA-PLANILHA.

       P530-IMPRIME-CLIENTES.
           PERFORM P550-CALCULA-VARIACAO
           MOVE WS-NOME-MEDIDA TO REL-CLI-MEDIDA
           MOVE WS-VALOR-ATUAL TO REL-CLI-ATUAL
           MOVE WS-VAR-MES     TO REL-CLI-VAR-MES
           MOVE WS-VAR-ANO     TO REL-CLI-VAR-ANO
           IF WS-PCT-MES-OK EQUAL 'S'
               MOVE WS-PCT-MES TO REL-CLI-PCT-MES
           ELSE
               MOVE "     N/D" TO REL-CLI-PCT-MES-X
           END-IF
           IF WS-PCT-ANO-OK EQUAL 'S'
               MOVE WS-PCT-ANO TO REL-CLI-PCT-ANO
           ELSE
               MOVE "     N/D" TO REL-CLI-PCT-ANO-X
           END-IF
           WRITE REL-LINHA FROM WS-LINHA-CLIENTES
           PERFORM P600-GRAVA-PLANILHA.

       P550-CALCULA-VARIACAO.
           COMPUTE WS-VAR-MES = WS-VALOR-ATUAL - WS-VALOR-MES-ANT
           COMPUTE WS-VAR-ANO = WS-VALOR-ATUAL - WS-VALOR-ANO-ANT

           MOVE 'N' TO WS-PCT-MES-OK
           MOVE ZERO TO WS-PCT-MES
           IF WS-VALOR-MES-ANT NOT EQUAL ZERO
               MOVE 'S' TO WS-PCT-MES-OK
               COMPUTE WS-PCT-MES ROUNDED =
                       WS-VAR-MES * 100 / WS-VALOR-MES-ANT
                   ON SIZE ERROR
                       MOVE 'N' TO WS-PCT-MES-OK
               END-COMPUTE
           END-IF

           MOVE 'N' TO WS-PCT-ANO-OK
           MOVE ZERO TO WS-PCT-ANO
           IF WS-VALOR-ANO-ANT NOT EQUAL ZERO
               MOVE 'S' TO WS-PCT-ANO-OK
               COMPUTE WS-PCT-ANO ROUNDED =
                       WS-VAR-ANO * 100 / WS-VALOR-ANO-ANT
                   ON SIZE ERROR
                       MOVE 'N' TO WS-PCT-ANO-OK
               END-COMPUTE
           END-IF.

       P600-GRAVA-PLANILHA.
           MOVE SPACES TO CSV-LINHA
           MOVE 1 TO WS-CSV-PTR
           STRING WS-PERIODO DELIMITED BY SIZE
                  ";"        DELIMITED BY SIZE
               INTO CSV-LINHA WITH POINTER WS-CSV-PTR
           EVALUATE GRP-TIPO
               WHEN 'P'
                   STRING "PLANO;"        DELIMITED BY SIZE
                          GRP-CODIGO(1:3) DELIMITED BY SIZE
                       INTO CSV-LINHA WITH POINTER WS-CSV-PTR
               WHEN 'R'
                   STRING "UF-CIDADE;"    DELIMITED BY SIZE
                          GRP-CODIGO(1:2) DELIMITED BY SIZE
                       INTO CSV-LINHA WITH POINTER WS-CSV-PTR
               WHEN OTHER
                   STRING "TOTAL;"        DELIMITED BY SIZE
                       INTO CSV-LINHA WITH POINTER WS-CSV-PTR
           END-EVALUATE
           STRING ";"            DELIMITED BY SIZE
                  GRP-DESCRICAO  DELIMITED BY "  "
                  ";"            DELIMITED BY SIZE
                  WS-NOME-MEDIDA DELIMITED BY SPACE
                  ";"            DELIMITED BY SIZE
               INTO CSV-LINHA WITH POINTER WS-CSV-PTR

           MOVE WS-VALOR-ATUAL TO WS-EDITA-VALOR
           PERFORM P610-ACRESCENTA-VALOR
           MOVE WS-VALOR-MES-ANT TO WS-EDITA-VALOR
           PERFORM P610-ACRESCENTA-VALOR
           MOVE WS-VAR-MES TO WS-EDITA-VALOR
           PERFORM P610-ACRESCENTA-VALOR
           IF WS-PCT-MES-OK EQUAL 'S'
               MOVE WS-PCT-MES TO WS-EDITA-PCT
               PERFORM P620-ACRESCENTA-PCT
           END-IF
           STRING ";" DELIMITED BY SIZE
               INTO CSV-LINHA WITH POINTER WS-CSV-PTR
           MOVE WS-VALOR-ANO-ANT TO WS-EDITA-VALOR
           PERFORM P610-ACRESCENTA-VALOR
           MOVE WS-VAR-ANO TO WS-EDITA-VALOR
           PERFORM P610-ACRESCENTA-VALOR
           IF WS-PCT-ANO-OK EQUAL 'S'
               MOVE WS-PCT-ANO TO WS-EDITA-PCT
               PERFORM P620-ACRESCENTA-PCT
           END-IF

           WRITE CSV-LINHA.

       P610-ACRESCENTA-VALOR.
           MOVE WS-EDITA-VALOR TO WS-CSV-NUMERO
           MOVE ZERO TO WS-QTD-BRANCOS
           INSPECT WS-CSV-NUMERO TALLYING WS-QTD-BRANCOS
               FOR LEADING SPACES
           STRING WS-CSV-NUMERO(WS-QTD-BRANCOS + 1:)
                       DELIMITED BY SPACE
                  ";" DELIMITED BY SIZE
               INTO CSV-LINHA WITH POINTER WS-CSV-PTR.

       P620-ACRESCENTA-PCT.
           MOVE WS-EDITA-PCT TO WS-CSV-NUMERO
           MOVE ZERO TO WS-QTD-BRANCOS
           INSPECT WS-CSV-NUMERO TALLYING WS-QTD-BRANCOS
               FOR LEADING SPACES
           STRING WS-CSV-NUMERO(WS-QTD-BRANCOS + 1:)
                       DELIMITED BY SPACE
               INTO CSV-LINHA WITH POINTER WS-CSV-PTR.

       P900-TESTA-ARQUIVO.
           CALL 'TRATA-STATUS' USING WS-NOME-ARQ WS-OPERACAO-ARQ
                                     WS-STATUS-TESTE WS-ERRO-ARQ
           IF WS-ERRO-ARQ EQUAL 'S'
               MOVE 8 TO RETURN-CODE
           END-IF.

       END PROGRAM ANALISE-RECEITA.
