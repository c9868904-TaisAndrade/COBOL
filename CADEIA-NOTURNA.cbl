       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADEIA-NOTURNA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTLCADEIA ASSIGN
           'CAMINHO DO ARQUIVO\CONTROLE-CADEIA.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAD-NUM-ETAPA
           FILE STATUS IS WS-STATUS-CTLCADEIA.

           SELECT LOG-EXECUCAO ASSIGN
           'CAMINHO DO ARQUIVO\LOG-EXECUCAO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-LOG.

       DATA DIVISION.
       FILE SECTION.
       FD CTLCADEIA.
       01 REG-CONTROLE-CADEIA.
           03 CAD-NUM-ETAPA            PIC 99.
           03 CAD-NOME-ETAPA           PIC X(20).
           03 CAD-DATA-CICLO           PIC 9(6).
           03 CAD-SIT-ETAPA            PIC X.
           03 CAD-DATA-INICIO          PIC 9(6).
           03 CAD-HORA-INICIO          PIC 9(8).
           03 CAD-DATA-FIM             PIC 9(6).
           03 CAD-HORA-FIM             PIC 9(8).
           03 CAD-RETORNO              PIC 9(3).
           03 CAD-QTD-LIDOS            PIC 9(7).
           03 CAD-QTD-GRAVADOS         PIC 9(7).
           03 CAD-QTD-REJEITADOS       PIC 9(7).

       FD LOG-EXECUCAO.
       01 LOG-LINHA                    PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-CTLCADEIA          PIC 99.
       77 WS-STATUS-LOG                PIC 99.
       77 WS-NOME-ARQ                  PIC X(20).
       77 WS-OPERACAO-ARQ              PIC X(10).
       77 WS-STATUS-TESTE              PIC 99.
       77 WS-ERRO-ARQ                  PIC X.
       77 WS-OPERADOR-ID               PIC X(8).
       77 WS-NOME-FUNCAO               PIC X(20).
       77 WS-DATA-SISTEMA              PIC 9(6).
       77 WS-HORA-SISTEMA              PIC 9(8).
       77 WS-QTD-ETAPAS                PIC 99 VALUE 10.
       77 WS-ETAPA                     PIC 99.
       77 WS-ETAPA-INICIAL             PIC 99.
       77 WS-NOME-ETAPA                PIC X(20).
       77 WS-CICLO-PENDENTE            PIC X.
       77 WS-REINICIO-ACHADO           PIC X.
       77 WS-ETAPA-FALHA               PIC 99.
       77 WS-CADEIA-INTERROMPIDA       PIC X.
       77 WS-RETORNO-ETAPA             PIC 9(3).
       77 WS-PERIODO-CICLO             PIC 9(4).
       77 WS-PERIODO-ANTERIOR          PIC 9(4).
       01 WS-DATA-CICLO.
           03 WS-CICLO-AA              PIC 99.
           03 WS-CICLO-MM              PIC 99.
           03 WS-CICLO-DD              PIC 99.
       01 WS-PARAMETRO-EXECUCAO.
           COPY INFO-EXECUCAO.
       01 WS-LINHA-LOG.
           03 LOG-DATA                 PIC 9(6).
           03 FILLER                   PIC X VALUE SPACE.
           03 LOG-HORA                 PIC 9(8).
           03 FILLER                   PIC X VALUE SPACE.
           03 LOG-OPERADOR             PIC X(8).
           03 FILLER                   PIC X VALUE SPACE.
           03 LOG-FUNCAO               PIC X(20).
           03 FILLER                   PIC X VALUE SPACE.
           03 LOG-EVENTO               PIC X(20).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "***** CADEIA DE PROCESSAMENTO NOTURNO ***** ".
           MOVE "LOTE-NOT" TO WS-OPERADOR-ID
           MOVE 'N' TO WS-CADEIA-INTERROMPIDA
           MOVE ZERO TO RETURN-CODE

           OPEN I-O CTLCADEIA
           IF WS-STATUS-CTLCADEIA EQUAL 35
               OPEN OUTPUT CTLCADEIA
               CLOSE CTLCADEIA
               OPEN I-O CTLCADEIA
           END-IF
           MOVE "CONTROLE-CADEIA"     TO WS-NOME-ARQ
           MOVE "ABERTURA"            TO WS-OPERACAO-ARQ
           MOVE WS-STATUS-CTLCADEIA   TO WS-STATUS-TESTE
           PERFORM P900-TESTA-ARQUIVO
           IF WS-ERRO-ARQ EQUAL 'S'
               GO TO P000-FIM-PRINCIPAL
           END-IF

           PERFORM P100-PREPARA-CICLO
               THRU P100-FIM-PREPARA-CICLO

           MOVE WS-DATA-CICLO(1:4) TO WS-PERIODO-CICLO
           IF WS-CICLO-MM EQUAL 1
               COMPUTE WS-PERIODO-ANTERIOR =
                       (WS-CICLO-AA - 1) * 100 + 12
           ELSE
               COMPUTE WS-PERIODO-ANTERIOR = WS-PERIODO-CICLO - 1
           END-IF

           MOVE WS-ETAPA-INICIAL TO WS-ETAPA
           PERFORM UNTIL WS-ETAPA IS GREATER THAN WS-QTD-ETAPAS
                   OR WS-CADEIA-INTERROMPIDA EQUAL 'S'
               PERFORM P200-EXECUTA-ETAPA
                   THRU P200-FIM-EXECUTA-ETAPA
               ADD 1 TO WS-ETAPA
           END-PERFORM

           PERFORM P400-ENCERRA-CICLO

           CLOSE CTLCADEIA

           IF WS-CADEIA-INTERROMPIDA EQUAL 'S'
               MOVE 8 TO RETURN-CODE
           END-IF.
       P000-FIM-PRINCIPAL.
           STOP RUN.

       P100-PREPARA-CICLO.
           MOVE 'N' TO WS-CICLO-PENDENTE
           MOVE ZERO TO CAD-NUM-ETAPA
           READ CTLCADEIA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CAD-SIT-ETAPA NOT EQUAL 'C'
                       MOVE 'S' TO WS-CICLO-PENDENTE
                       MOVE CAD-DATA-CICLO TO WS-DATA-CICLO
                   END-IF
           END-READ

           MOVE "CADEIA-NOTURNA" TO WS-NOME-FUNCAO

           IF WS-CICLO-PENDENTE EQUAL 'S'
               MOVE 1 TO WS-ETAPA-INICIAL
               MOVE 'N' TO WS-REINICIO-ACHADO
               PERFORM P110-LOCALIZA-REINICIO
                   UNTIL WS-ETAPA-INICIAL IS GREATER THAN
                         WS-QTD-ETAPAS
                      OR WS-REINICIO-ACHADO EQUAL 'S'
               DISPLAY "CICLO DE " WS-DATA-CICLO
                       " NAO CONCLUIDO. REINICIO NA ETAPA "
                       WS-ETAPA-INICIAL
               MOVE "REINICIO" TO LOG-EVENTO
               PERFORM P300-GRAVA-LOG

               MOVE ZERO TO CAD-NUM-ETAPA
               READ CTLCADEIA
                   INVALID KEY
                       CONTINUE
               END-READ
               MOVE 'E' TO CAD-SIT-ETAPA
               PERFORM P500-GRAVA-CONTROLE
               GO TO P100-FIM-PREPARA-CICLO
           END-IF

           ACCEPT WS-DATA-CICLO FROM DATE
           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE 1 TO WS-ETAPA-INICIAL
           DISPLAY "NOVO CICLO: " WS-DATA-CICLO

           MOVE ZERO             TO CAD-NUM-ETAPA
           MOVE "CADEIA NOTURNA" TO CAD-NOME-ETAPA
           MOVE WS-DATA-CICLO    TO CAD-DATA-CICLO
           MOVE 'E'              TO CAD-SIT-ETAPA
           MOVE WS-DATA-CICLO    TO CAD-DATA-INICIO
           MOVE WS-HORA-SISTEMA  TO CAD-HORA-INICIO
           MOVE ZERO             TO CAD-DATA-FIM
           MOVE ZERO             TO CAD-HORA-FIM
           MOVE ZERO             TO CAD-RETORNO
           MOVE ZERO             TO CAD-QTD-LIDOS
           MOVE ZERO             TO CAD-QTD-GRAVADOS
           MOVE ZERO             TO CAD-QTD-REJEITADOS
           PERFORM P500-GRAVA-CONTROLE

           MOVE 1 TO WS-ETAPA
           PERFORM P120-PREPARA-ETAPA
               UNTIL WS-ETAPA IS GREATER THAN WS-QTD-ETAPAS

           MOVE "INICIO" TO LOG-EVENTO
           PERFORM P300-GRAVA-LOG.
       P100-FIM-PREPARA-CICLO.

       P110-LOCALIZA-REINICIO.
           MOVE WS-ETAPA-INICIAL TO CAD-NUM-ETAPA
           READ CTLCADEIA
               INVALID KEY
                   MOVE 'P' TO CAD-SIT-ETAPA
           END-READ
           IF CAD-SIT-ETAPA EQUAL 'C'
               ADD 1 TO WS-ETAPA-INICIAL
           ELSE
               MOVE 'S' TO WS-REINICIO-ACHADO
           END-IF.

       P120-PREPARA-ETAPA.
           PERFORM P210-IDENTIFICA-ETAPA
           MOVE WS-ETAPA         TO CAD-NUM-ETAPA
           MOVE WS-NOME-ETAPA    TO CAD-NOME-ETAPA
           MOVE WS-DATA-CICLO    TO CAD-DATA-CICLO
           MOVE 'P'              TO CAD-SIT-ETAPA
           MOVE ZERO             TO CAD-DATA-INICIO
           MOVE ZERO             TO CAD-HORA-INICIO
           MOVE ZERO             TO CAD-DATA-FIM
           MOVE ZERO             TO CAD-HORA-FIM
           MOVE ZERO             TO CAD-RETORNO
           MOVE ZERO             TO CAD-QTD-LIDOS
           MOVE ZERO             TO CAD-QTD-GRAVADOS
           MOVE ZERO             TO CAD-QTD-REJEITADOS
           PERFORM P500-GRAVA-CONTROLE
           ADD 1 TO WS-ETAPA.

       P200-EXECUTA-ETAPA.
           PERFORM P210-IDENTIFICA-ETAPA
           MOVE WS-NOME-ETAPA TO WS-NOME-FUNCAO

           ACCEPT WS-DATA-SISTEMA FROM DATE
           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE WS-ETAPA         TO CAD-NUM-ETAPA
           MOVE WS-NOME-ETAPA    TO CAD-NOME-ETAPA
           MOVE WS-DATA-CICLO    TO CAD-DATA-CICLO
           MOVE 'E'              TO CAD-SIT-ETAPA
           MOVE WS-DATA-SISTEMA  TO CAD-DATA-INICIO
           MOVE WS-HORA-SISTEMA  TO CAD-HORA-INICIO
           MOVE ZERO             TO CAD-DATA-FIM
           MOVE ZERO             TO CAD-HORA-FIM
           MOVE ZERO             TO CAD-RETORNO
           MOVE ZERO             TO CAD-QTD-LIDOS
           MOVE ZERO             TO CAD-QTD-GRAVADOS
           MOVE ZERO             TO CAD-QTD-REJEITADOS
           PERFORM P500-GRAVA-CONTROLE

           DISPLAY " "
           DISPLAY "ETAPA " WS-ETAPA " - " WS-NOME-ETAPA
           MOVE "INICIO" TO LOG-EVENTO
           PERFORM P300-GRAVA-LOG

           MOVE 'N'           TO EXE-MODO
           MOVE ZERO          TO EXE-FUNCAO
           MOVE ZERO          TO EXE-PERIODO
           MOVE WS-DATA-CICLO TO EXE-DATA
           MOVE ZERO          TO EXE-QTD-LIDOS
           MOVE ZERO          TO EXE-QTD-GRAVADOS
           MOVE ZERO          TO EXE-QTD-REJEITADOS

           MOVE ZERO TO RETURN-CODE
           EVALUATE WS-ETAPA
               WHEN 1
                   MOVE 3 TO EXE-FUNCAO
                   CALL 'FATURAMENTO-CLIENTE'
                       USING WS-PARAMETRO-EXECUCAO
               WHEN 2
                   MOVE 1 TO EXE-FUNCAO
                   MOVE WS-PERIODO-CICLO TO EXE-PERIODO
                   CALL 'FATURAMENTO-CLIENTE'
                       USING WS-PARAMETRO-EXECUCAO
               WHEN 3
                   CALL 'ENCARGOS-ATRASO'
                       USING WS-PARAMETRO-EXECUCAO
               WHEN 4
                   CALL 'SUSPENSAO-CLIENTE' USING WS-OPERADOR-ID
                                           WS-PARAMETRO-EXECUCAO
               WHEN 5
                   CALL 'COBRANCA-CARTAS'
                       USING WS-PARAMETRO-EXECUCAO
               WHEN 6
                   MOVE WS-PERIODO-ANTERIOR TO EXE-PERIODO
                   CALL 'EXPORTA-CONTABIL'
                       USING WS-PARAMETRO-EXECUCAO
               WHEN 7
                   CALL 'SALVAGUARDA-DADOS'
                       USING WS-PARAMETRO-EXECUCAO
               WHEN 8
                   CALL 'RESUMO-DIARIO'
                       USING WS-PARAMETRO-EXECUCAO
               WHEN 9
                   IF WS-CICLO-DD EQUAL 1
                       MOVE WS-PERIODO-ANTERIOR TO EXE-PERIODO
                       CALL 'EXTRATO-CLIENTE'
                           USING WS-PARAMETRO-EXECUCAO
                   ELSE
                       DISPLAY "EXTRATOS EMITIDOS SOMENTE NO "
                               "PRIMEIRO DIA DO MES."
                   END-IF
               WHEN 10
                   CALL 'AUDITA-INTEGRIDADE'
                       USING WS-PARAMETRO-EXECUCAO
           END-EVALUATE
           MOVE RETURN-CODE TO WS-RETORNO-ETAPA
           MOVE ZERO TO RETURN-CODE

           ACCEPT WS-DATA-SISTEMA FROM DATE
           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE WS-ETAPA TO CAD-NUM-ETAPA
           READ CTLCADEIA
               INVALID KEY
                   MOVE WS-NOME-ETAPA TO CAD-NOME-ETAPA
                   MOVE WS-DATA-CICLO TO CAD-DATA-CICLO
           END-READ
           MOVE WS-DATA-SISTEMA    TO CAD-DATA-FIM
           MOVE WS-HORA-SISTEMA    TO CAD-HORA-FIM
           MOVE WS-RETORNO-ETAPA   TO CAD-RETORNO
           MOVE EXE-QTD-LIDOS      TO CAD-QTD-LIDOS
           MOVE EXE-QTD-GRAVADOS   TO CAD-QTD-GRAVADOS
           MOVE EXE-QTD-REJEITADOS TO CAD-QTD-REJEITADOS
           IF WS-RETORNO-ETAPA EQUAL ZERO
               MOVE 'C' TO CAD-SIT-ETAPA
               MOVE "TERMINO NORMAL" TO LOG-EVENTO
           ELSE
               MOVE 'F' TO CAD-SIT-ETAPA
               MOVE "TERMINO COM ERRO" TO LOG-EVENTO
               MOVE 'S' TO WS-CADEIA-INTERROMPIDA
               MOVE WS-ETAPA TO WS-ETAPA-FALHA
           END-IF
           PERFORM P500-GRAVA-CONTROLE
           PERFORM P300-GRAVA-LOG

           DISPLAY "ETAPA " WS-ETAPA " LIDOS: " CAD-QTD-LIDOS
                   " GRAVADOS: " CAD-QTD-GRAVADOS
                   " REJEITADOS: " CAD-QTD-REJEITADOS
           IF WS-CADEIA-INTERROMPIDA EQUAL 'S'
               DISPLAY "ETAPA " WS-ETAPA " TERMINOU COM ERRO. "
                       "RETORNO: " WS-RETORNO-ETAPA
               DISPLAY "CADEIA INTERROMPIDA. A PROXIMA EXECUCAO "
                       "REINICIA NESTA ETAPA."
           END-IF.
       P200-FIM-EXECUTA-ETAPA.

       P210-IDENTIFICA-ETAPA.
           EVALUATE WS-ETAPA
               WHEN 1
                   MOVE "CARGA-CONSUMO"       TO WS-NOME-ETAPA
               WHEN 2
                   MOVE "FATURAMENTO-CLIENTE" TO WS-NOME-ETAPA
               WHEN 3
                   MOVE "ENCARGOS-ATRASO"     TO WS-NOME-ETAPA
               WHEN 4
                   MOVE "SUSPENSAO-CLIENTE"   TO WS-NOME-ETAPA
               WHEN 5
                   MOVE "COBRANCA-CARTAS"     TO WS-NOME-ETAPA
               WHEN 6
                   MOVE "EXPORTA-CONTABIL"    TO WS-NOME-ETAPA
               WHEN 7
                   MOVE "SALVAGUARDA-DADOS"   TO WS-NOME-ETAPA
               WHEN 8
                   MOVE "RESUMO-DIARIO"       TO WS-NOME-ETAPA
               WHEN 9
                   MOVE "EXTRATO-CLIENTE"     TO WS-NOME-ETAPA
               WHEN 10
                   MOVE "AUDITA-INTEGRIDADE"  TO WS-NOME-ETAPA
               WHEN OTHER
                   MOVE SPACES                TO WS-NOME-ETAPA
           END-EVALUATE.

       P300-GRAVA-LOG.
           ACCEPT WS-DATA-SISTEMA FROM DATE
           ACCEPT WS-HORA-SISTEMA FROM TIME

           MOVE WS-DATA-SISTEMA TO LOG-DATA
           MOVE WS-HORA-SISTEMA TO LOG-HORA
           MOVE WS-OPERADOR-ID  TO LOG-OPERADOR
           MOVE WS-NOME-FUNCAO  TO LOG-FUNCAO

           OPEN EXTEND LOG-EXECUCAO
           IF WS-STATUS-LOG EQUAL 35
               OPEN OUTPUT LOG-EXECUCAO
           END-IF
           MOVE "LOG-EXECUCAO" TO WS-NOME-ARQ
           MOVE "ABERTURA"     TO WS-OPERACAO-ARQ
           MOVE WS-STATUS-LOG  TO WS-STATUS-TESTE
           PERFORM P900-TESTA-ARQUIVO
           IF WS-ERRO-ARQ EQUAL 'S'
               DISPLAY "EVENTO NAO REGISTRADO NO LOG DE EXECUCAO."
               MOVE ZERO TO RETURN-CODE
           ELSE
               WRITE LOG-LINHA FROM WS-LINHA-LOG
               CLOSE LOG-EXECUCAO
           END-IF.

       P400-ENCERRA-CICLO.
           ACCEPT WS-DATA-SISTEMA FROM DATE
           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE ZERO TO CAD-NUM-ETAPA
           READ CTLCADEIA
               INVALID KEY
                   MOVE "CADEIA NOTURNA" TO CAD-NOME-ETAPA
                   MOVE WS-DATA-CICLO    TO CAD-DATA-CICLO
           END-READ
           MOVE WS-DATA-SISTEMA TO CAD-DATA-FIM
           MOVE WS-HORA-SISTEMA TO CAD-HORA-FIM

           MOVE "CADEIA-NOTURNA" TO WS-NOME-FUNCAO
           DISPLAY " "
           IF WS-CADEIA-INTERROMPIDA EQUAL 'S'
               MOVE 'F'  TO CAD-SIT-ETAPA
               MOVE WS-RETORNO-ETAPA TO CAD-RETORNO
               MOVE "CADEIA INTERROMPIDA" TO LOG-EVENTO
               DISPLAY "CICLO " WS-DATA-CICLO
                       " INTERROMPIDO NA ETAPA " WS-ETAPA-FALHA
           ELSE
               MOVE 'C'  TO CAD-SIT-ETAPA
               MOVE ZERO TO CAD-RETORNO
               MOVE "CADEIA CONCLUIDA" TO LOG-EVENTO
               DISPLAY "CICLO " WS-DATA-CICLO " CONCLUIDO."
           END-IF
           PERFORM P500-GRAVA-CONTROLE
           PERFORM P300-GRAVA-LOG.

       P500-GRAVA-CONTROLE.
           WRITE REG-CONTROLE-CADEIA
               INVALID KEY
                   REWRITE REG-CONTROLE-CADEIA
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR O CONTROLE DA "
                                   "ETAPA: " CAD-NUM-ETAPA
                   END-REWRITE
           END-WRITE.

       P900-TESTA-ARQUIVO.
           CALL 'TRATA-STATUS' USING WS-NOME-ARQ WS-OPERACAO-ARQ
                                     WS-STATUS-TESTE WS-ERRO-ARQ
           IF WS-ERRO-ARQ EQUAL 'S'
               MOVE 8 TO RETURN-CODE
           END-IF.

       END PROGRAM CADEIA-NOTURNA.
