       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVISAO-CONSUMO.

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

           SELECT CONSUMO ASSIGN
           'CAMINHO DO ARQUIVO\CONSUMO.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-CONSUMO
           FILE STATUS IS WS-STATUS-CONSUMO.

           SELECT CONTROLE ASSIGN
           'CAMINHO DO ARQUIVO\CONTROLE-FAT.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PERIODO-CONTROLE
           FILE STATUS IS WS-STATUS-CONTROLE.

           SELECT PARCONSUMO ASSIGN
           'CAMINHO DO ARQUIVO\PARAMETROS-CONSUMO.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PARCONSUMO.

           SELECT AUDITORIA ASSIGN
           'CAMINHO DO ARQUIVO\AUDITORIA.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-AUDITORIA.

       DATA DIVISION.
       FILE SECTION.
       FD DADOS.
       01 INFO-CLIENTE.
           COPY INFO-CLIENTE.

       FD CONSUMO.
       01 INFO-CONSUMO.
           COPY INFO-CONSUMO.

       FD CONTROLE.
       01 REG-CONTROLE-FAT.
           03 PERIODO-CONTROLE         PIC 9(4).
           03 SIT-PERIODO              PIC X.
           03 TOT-CLIENTES-PERIODO     PIC 9(6).
           03 TOT-VALOR-PERIODO        PIC 9(9)V99.

       FD PARCONSUMO.
       01 PCN-LINHA                    PIC X(7).

       FD AUDITORIA.
       01 AUD-LINHA                    PIC X(308).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-ARQUIVO            PIC 99.
       77 WS-STATUS-CONSUMO            PIC 99.
       77 WS-STATUS-CONTROLE           PIC 99.
       77 WS-STATUS-PARCONSUMO         PIC 99.
       77 WS-STATUS-AUDITORIA          PIC 99.
       77 WS-OPCAO-MENU                PIC 9.
       77 WS-NOME-ARQ                  PIC X(20).
       77 WS-OPERACAO-ARQ              PIC X(10).
       77 WS-STATUS-TESTE              PIC 99.
       77 WS-ERRO-ARQ                  PIC X.
       77 WS-OPERADOR-ID               PIC X(8).
       77 WS-CONFIRMA                  PIC X.
       77 WS-TIPO-REVISAO              PIC X.
       77 WS-FIM-CONSUMO               PIC 99.
       77 WS-TOTAL-RETIDOS             PIC 9(6).
       77 WS-COD-CLIENTE               PIC 9(3).
       77 WS-PERIODO                   PIC 9(4).
       77 WS-NOVA-QTD                  PIC 9(6)V99.
       77 WS-DATA-SISTEMA              PIC 9(6).
       77 WS-HORA-SISTEMA              PIC 9(8).
       77 WS-IMAGEM-ANTES              PIC X(136).
       77 WS-IMAGEM-DEPOIS             PIC X(136).
       01 WS-REGISTRO-PARCONSUMO.
           03 PCN-QTD-PERIODOS         PIC 9.
           03 PCN-PCT-ACIMA            PIC 9(3).
           03 PCN-PCT-ABAIXO           PIC 9(3).
       01 WS-LINHA-RETIDO.
           03 RTC-COD-CLIENTE          PIC 9(3).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 RTC-NOME-CLIENTE         PIC X(20).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 RTC-SIT-CLIENTE          PIC X.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 RTC-PERIODO              PIC 9(4).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 RTC-QTD                  PIC ZZZZZ9,99.
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

       LINKAGE SECTION.
       01 LS-OPERADOR-ID               PIC X(8).

       PROCEDURE DIVISION USING LS-OPERADOR-ID.
       MAIN-PROCEDURE.
           DISPLAY "***** REVISAO DE CONSUMOS RETIDOS ***** ".
           MOVE 0 TO WS-OPCAO-MENU.

           MOVE LS-OPERADOR-ID TO WS-OPERADOR-ID
           IF WS-OPERADOR-ID EQUAL SPACES
               MOVE "SEM-ID" TO WS-OPERADOR-ID
           END-IF

           PERFORM UNTIL WS-OPCAO-MENU EQUAL 9
               DISPLAY " "
               DISPLAY "1 - LISTAR CONSUMOS RETIDOS"
               DISPLAY "2 - LIBERAR CONSUMO RETIDO"
               DISPLAY "3 - CORRIGIR CONSUMO RETIDO"
               DISPLAY "4 - PARAMETROS DE TOLERANCIA DO CONSUMO"
               DISPLAY "9 - SAIR"
               DISPLAY "OPCAO: " WITH NO ADVANCING
               ACCEPT WS-OPCAO-MENU

               EVALUATE WS-OPCAO-MENU
                   WHEN 1
                       PERFORM P100-LISTA-RETIDOS
                           THRU P100-FIM-LISTA-RETIDOS
                   WHEN 2
                       MOVE 'L' TO WS-TIPO-REVISAO
                       PERFORM P200-REVISA-CONSUMO
                           THRU P200-FIM-REVISA-CONSUMO
                   WHEN 3
                       MOVE 'C' TO WS-TIPO-REVISAO
                       PERFORM P200-REVISA-CONSUMO
                           THRU P200-FIM-REVISA-CONSUMO
                   WHEN 4
                       PERFORM P300-MANTEM-PARAMETROS
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "OPCAO INVALIDA."
               END-EVALUATE
           END-PERFORM

           GOBACK.

       P100-LISTA-RETIDOS.
           SET WS-FIM-CONSUMO TO 0.
           MOVE ZERO TO WS-TOTAL-RETIDOS

           OPEN INPUT CONSUMO
           MOVE "CONSUMO"         TO WS-NOME-ARQ
           MOVE "ABERTURA"        TO WS-OPERACAO-ARQ
           MOVE WS-STATUS-CONSUMO TO WS-STATUS-TESTE
           PERFORM P900-TESTA-ARQUIVO
           IF WS-ERRO-ARQ EQUAL 'S'
               GO TO P100-FIM-LISTA-RETIDOS
           END-IF

           OPEN INPUT DADOS
           MOVE "DADOS"           TO WS-NOME-ARQ
           MOVE "ABERTURA"        TO WS-OPERACAO-ARQ
           MOVE WS-STATUS-ARQUIVO TO WS-STATUS-TESTE
           PERFORM P900-TESTA-ARQUIVO
           IF WS-ERRO-ARQ EQUAL 'S'
               CLOSE CONSUMO
               GO TO P100-FIM-LISTA-RETIDOS
           END-IF

           DISPLAY "COD  NOME                  S  AAMM    CONSUMO"
           PERFORM UNTIL WS-FIM-CONSUMO EQUAL 1
               READ CONSUMO NEXT RECORD
                   AT END
                       MOVE 1 TO WS-FIM-CONSUMO
                   NOT AT END
                       IF SIT-CONSUMO EQUAL 'R'
                           MOVE COD-CLIENTE-CONSUMO TO COD-CLIENTE
                           READ DADOS
                               INVALID KEY
                                   MOVE "CLIENTE NAO CADASTRADO"
                                       TO NOME-CLIENTE
                                   MOVE SPACE TO SIT-CLIENTE
                           END-READ
                           MOVE COD-CLIENTE-CONSUMO TO RTC-COD-CLIENTE
                           MOVE NOME-CLIENTE        TO RTC-NOME-CLIENTE
                           MOVE SIT-CLIENTE         TO RTC-SIT-CLIENTE
                           MOVE PERIODO-CONSUMO     TO RTC-PERIODO
                           MOVE QTD-CONSUMO         TO RTC-QTD
                           DISPLAY WS-LINHA-RETIDO
                           ADD 1 TO WS-TOTAL-RETIDOS
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "CONSUMOS RETIDOS: " WS-TOTAL-RETIDOS

           CLOSE CONSUMO
           CLOSE DADOS.
       P100-FIM-LISTA-RETIDOS.

       P200-REVISA-CONSUMO.
           DISPLAY "CODIGO DO CLIENTE: " WITH NO ADVANCING
           ACCEPT WS-COD-CLIENTE
           DISPLAY "PERIODO (AAMM): " WITH NO ADVANCING
           ACCEPT WS-PERIODO

           OPEN I-O CONSUMO
           MOVE "CONSUMO"         TO WS-NOME-ARQ
           MOVE "ABERTURA"        TO WS-OPERACAO-ARQ
           MOVE WS-STATUS-CONSUMO TO WS-STATUS-TESTE
           PERFORM P900-TESTA-ARQUIVO
           IF WS-ERRO-ARQ EQUAL 'S'
               GO TO P200-FIM-REVISA-CONSUMO
           END-IF

           MOVE WS-COD-CLIENTE TO COD-CLIENTE-CONSUMO
           MOVE WS-PERIODO     TO PERIODO-CONSUMO
           READ CONSUMO
               INVALID KEY
                   DISPLAY "CONSUMO NAO ENCONTRADO: " WS-COD-CLIENTE
                           " " WS-PERIODO
                   CLOSE CONSUMO
                   GO TO P200-FIM-REVISA-CONSUMO
           END-READ

           IF SIT-CONSUMO NOT EQUAL 'R'
               DISPLAY "CONSUMO NAO ESTA RETIDO. SITUACAO: "
                       SIT-CONSUMO
               CLOSE CONSUMO
               GO TO P200-FIM-REVISA-CONSUMO
           END-IF

           DISPLAY "CONSUMO RETIDO: " QTD-CONSUMO
           MOVE INFO-CONSUMO TO WS-IMAGEM-ANTES
           IF WS-TIPO-REVISAO EQUAL 'C'
               DISPLAY "CONSUMO CORRIGIDO: " WITH NO ADVANCING
               ACCEPT WS-NOVA-QTD
           ELSE
               MOVE QTD-CONSUMO TO WS-NOVA-QTD
           END-IF

           PERFORM P210-VERIFICA-PERIODO

           DISPLAY "CONFIRMA A LIBERACAO PARA FATURAMENTO (S/N): "
                   WITH NO ADVANCING
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT EQUAL 'S'
               DISPLAY "CONSUMO MANTIDO RETIDO."
               CLOSE CONSUMO
               GO TO P200-FIM-REVISA-CONSUMO
           END-IF

           MOVE WS-NOVA-QTD TO QTD-CONSUMO
           MOVE 'A'         TO SIT-CONSUMO
           REWRITE INFO-CONSUMO
               INVALID KEY
                   DISPLAY "ERRO AO LIBERAR O CONSUMO: " WS-COD-CLIENTE
                           " " WS-PERIODO
               NOT INVALID KEY
                   MOVE INFO-CONSUMO TO WS-IMAGEM-DEPOIS
                   IF WS-TIPO-REVISAO EQUAL 'C'
                       MOVE "CORR-CONS" TO AUD-ACAO
                   ELSE
                       MOVE "LIB-CONS"  TO AUD-ACAO
                   END-IF
                   PERFORM P800-GRAVA-AUDITORIA
                   DISPLAY "CONSUMO LIBERADO PARA FATURAMENTO."
           END-REWRITE

           CLOSE CONSUMO.
       P200-FIM-REVISA-CONSUMO.

       P210-VERIFICA-PERIODO.
           OPEN INPUT CONTROLE
           IF WS-STATUS-CONTROLE EQUAL ZERO
               MOVE WS-PERIODO TO PERIODO-CONTROLE
               READ CONTROLE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SIT-PERIODO EQUAL 'F'
                           DISPLAY "PERIODO JA FECHADO. APOS A "
                                   "LIBERACAO, FATURAR O CLIENTE PELO "
                                   "FATURAMENTO AVULSO (OPCAO 5 DO "
                                   "FATURAMENTO)."
                       ELSE
                           DISPLAY "PERIODO EM FATURAMENTO. FATURAR "
                                   "NOVAMENTE O PERIODO APOS A "
                                   "LIBERACAO."
                       END-IF
               END-READ
               CLOSE CONTROLE
           END-IF.

       P300-MANTEM-PARAMETROS.
           PERFORM P310-LE-PARAMETROS

           DISPLAY "PERIODOS ANTERIORES NA MEDIA: " PCN-QTD-PERIODOS
           DISPLAY "TOLERANCIA ACIMA DA MEDIA (PCT): " PCN-PCT-ACIMA
           DISPLAY "TOLERANCIA ABAIXO DA MEDIA (PCT): " PCN-PCT-ABAIXO

           DISPLAY "PERIODOS ANTERIORES NA MEDIA (1 A 9): "
                   WITH NO ADVANCING
           ACCEPT PCN-QTD-PERIODOS
           DISPLAY "TOLERANCIA ACIMA DA MEDIA (PCT): "
                   WITH NO ADVANCING
           ACCEPT PCN-PCT-ACIMA
           DISPLAY "TOLERANCIA ABAIXO DA MEDIA (PCT, ATE 100): "
                   WITH NO ADVANCING
           ACCEPT PCN-PCT-ABAIXO

           IF PCN-QTD-PERIODOS EQUAL ZERO
                   OR PCN-PCT-ABAIXO IS GREATER THAN 100
               DISPLAY "PARAMETROS INVALIDOS. NAO GRAVADOS."
           ELSE
               OPEN OUTPUT PARCONSUMO
               MOVE "PARCONSUMO"          TO WS-NOME-ARQ
               MOVE "ABERTURA"            TO WS-OPERACAO-ARQ
               MOVE WS-STATUS-PARCONSUMO  TO WS-STATUS-TESTE
               PERFORM P900-TESTA-ARQUIVO
               IF WS-ERRO-ARQ NOT EQUAL 'S'
                   WRITE PCN-LINHA FROM WS-REGISTRO-PARCONSUMO
                   CLOSE PARCONSUMO
                   MOVE WS-REGISTRO-PARCONSUMO TO WS-IMAGEM-DEPOIS
                   MOVE "PAR-CONS" TO AUD-ACAO
                   PERFORM P800-GRAVA-AUDITORIA
                   DISPLAY "PARAMETROS GRAVADOS."
               END-IF
           END-IF.

       P310-LE-PARAMETROS.
           MOVE ZERO TO PCN-QTD-PERIODOS
           MOVE ZERO TO PCN-PCT-ACIMA
           MOVE ZERO TO PCN-PCT-ABAIXO

           OPEN INPUT PARCONSUMO
           IF WS-STATUS-PARCONSUMO EQUAL ZERO
               READ PARCONSUMO INTO WS-REGISTRO-PARCONSUMO
                   AT END
                       MOVE ZERO TO PCN-QTD-PERIODOS
               END-READ
               CLOSE PARCONSUMO
           END-IF
           IF WS-REGISTRO-PARCONSUMO IS NOT NUMERIC
               MOVE ZERO TO PCN-QTD-PERIODOS
               MOVE ZERO TO PCN-PCT-ACIMA
               MOVE ZERO TO PCN-PCT-ABAIXO
           END-IF
           MOVE WS-REGISTRO-PARCONSUMO TO WS-IMAGEM-ANTES.

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

       END PROGRAM REVISAO-CONSUMO.
