           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-REJCONSUMO.

           SELECT PARCONSUMO ASSIGN
           'CAMINHO DO ARQUIVO\PARAMETROS-CONSUMO.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PARCONSUMO.

           SELECT REVCONSUMO ASSIGN
           'CAMINHO DO ARQUIVO\CONSUMO-RETIDO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-REVCONSUMO.

           SELECT NAOFATURADO ASSIGN
           'CAMINHO DO ARQUIVO\CONSUMO-NAO-FATURADO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           RECORD KEY IS PERIODO-EXPORTADO
           FILE STATUS IS WS-STATUS-EXPCTL.

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
       FD REJCONSUMO.
       01 REJC-LINHA PIC X(80).

       FD PARCONSUMO.
       01 PCN-LINHA  PIC X(7).

       FD REVCONSUMO.
       01 REVC-LINHA PIC X(80).

       FD NAOFATURADO.
       01 NAOFAT-LINHA PIC X(80).

           03 QTD-EXPORTADA            PIC 9(6).
           03 VALOR-EXPORTADO          PIC 9(11)V99.

       FD CREDITO.
       01 REG-CREDITO.
           COPY INFO-CREDITO.

       FD MOVCRED.
       01 REG-MOVCRED.
           COPY INFO-MOVCRED.

       WORKING-STORAGE SECTION.
       77 WS-STATUS-ARQUIVO            PIC 99.
       77 WS-STATUS-FATURA             PIC 99.
       77 WS-TOTAL-CONSUMO-CARGA       PIC 9(6).
       77 WS-TOTAL-CONSUMO-REJ         PIC 9(6).
       77 WS-TOTAL-NAO-FATURADO        PIC 9(6).
       77 WS-STATUS-PARCONSUMO         PIC 99.
       77 WS-STATUS-REVCONSUMO         PIC 99.
       77 WS-TOTAL-CONSUMO-RETIDO      PIC 9(6).
       77 WS-MOTIVO-RETENCAO           PIC X(30).
       77 WS-IND-MEDIA                 PIC 9.
       77 WS-QTD-MEDIA                 PIC 9.
       77 WS-SOMA-CONSUMO              PIC 9(8)V99.
       77 WS-MEDIA-CONSUMO             PIC 9(6)V99.
       77 WS-LIMITE-SUPERIOR           PIC 9(8)V99.
       77 WS-LIMITE-INFERIOR           PIC 9(8)V99.
       77 WS-STATUS-RETIDAS            PIC 99.
       77 WS-STATUS-RETCRED            PIC 99.
       77 WS-FIM-RECEBER               PIC 99.
       77 WS-PERIODO-OK                PIC X.
       77 WS-FATURA-GRAVADA            PIC X.
       77 WS-TOTAL-JA-FATURADOS        PIC 9(6).
       77 WS-VALOR-PERIODO             PIC S9(9)V99.
       77 WS-NOME-ARQ                  PIC X(20).
       77 WS-OPERACAO-ARQ              PIC X(10).
       77 WS-STATUS-TESTE              PIC 99.
       77 WS-VALOR-TARIFA              PIC 9(5)V99.
       77 WS-VALOR-CALCULADO           PIC 9(6)V99.
       77 WS-TOTAL-FATURADO            PIC 9(6).
       77 WS-STATUS-CREDITO            PIC 99.
       77 WS-STATUS-MOVCRED            PIC 99.
       77 WS-TEM-CREDITO               PIC X.
       77 WS-CREDITO-APLICADO          PIC 9(6)V99.
       77 WS-TENTATIVAS                PIC 9(3).
       77 WS-GRAVADO                   PIC X.
       77 WS-VALOR-A-PAGAR             PIC 9(6)V99.
       77 WS-TOTAL-CREDITOS            PIC 9(6).
       77 WS-VALOR-CREDITOS            PIC 9(9)V99.
       77 WS-FATURA-CANCELADA          PIC X.
       77 WS-VALOR-CANCELADO           PIC 9(6)V99.
       77 WS-TOTAL-REFATURADOS         PIC 9(6).
       77 WS-TOTAL-LIDOS               PIC 9(6).
       77 WS-CLIENTE-AVULSO            PIC 9(3).
       77 WS-CONFIRMA                  PIC X.
       01 WS-INFO-CLIENTE.
           COPY INFO-CLIENTE
               REPLACING ==COD-CLIENTE==   BY ==WS-COD-CLIENTE==
           03 REJC-QTD                 PIC ZZZZZ9,99.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 REJC-MOTIVO              PIC X(30).
       01 WS-PERIODO-MEDIA.
           03 WS-MEDIA-AA              PIC 99.
           03 WS-MEDIA-MM              PIC 99.
       01 WS-REGISTRO-PARCONSUMO.
           03 PCN-QTD-PERIODOS         PIC 9.
           03 PCN-PCT-ACIMA            PIC 9(3).
           03 PCN-PCT-ABAIXO           PIC 9(3).
       01 WS-CABECALHO-REV-CONSUMO.
           03 FILLER                   PIC X(9) VALUE "COD".
           03 FILLER                   PIC X(6) VALUE "AAMM".
           03 FILLER                   PIC X(11) VALUE " CONSUMO".
           03 FILLER                   PIC X(11) VALUE "   MEDIA".
           03 FILLER                   PIC X(30) VALUE "MOTIVO".
       01 WS-LINHA-REV-CONSUMO.
           03 REVC-COD-CLIENTE         PIC 9(3).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 REVC-PERIODO             PIC 9(4).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 REVC-QTD                 PIC ZZZZZ9,99.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 REVC-MEDIA               PIC ZZZZZ9,99.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 REVC-MOTIVO              PIC X(30).
       01 WS-LINHA-NAO-FATURADO.
           03 NAOFAT-COD-CLIENTE       PIC 9(3).
           03 FILLER                   PIC X(2) VALUE SPACES.
                       VALUE "VALOR A PAGAR: R$".
           03 FILLER                   PIC X VALUE SPACE.
           03 DOC-VALOR                PIC ZZZZZ9,99.
       01 WS-DOC-LINHA-TOTAL.
           03 FILLER                   PIC X(17)
                       VALUE "VALOR FATURA:  R$".
           03 FILLER                   PIC X VALUE SPACE.
           03 DOC-VALOR-TOTAL          PIC ZZZZZ9,99.
       01 WS-DOC-LINHA-CREDITO.
           03 FILLER                   PIC X(17)
                       VALUE "CREDITO:      -R$".
           03 FILLER                   PIC X VALUE SPACE.
           03 DOC-VALOR-CREDITO        PIC ZZZZZ9,99.
           03 FILLER                   PIC X(29)
                       VALUE "  (SALDO CREDOR ANTERIOR)".
       01 WS-DOC-LINHA-EXTENSO-1.
           03 FILLER                   PIC X(10) VALUE "EXTENSO: ".
           03 DOC-EXTENSO-1            PIC X(60).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 REJ-MOTIVO                PIC X(30).

       LINKAGE SECTION.
       01 LS-PARAMETRO-EXECUCAO.
           COPY INFO-EXECUCAO.

       PROCEDURE DIVISION USING LS-PARAMETRO-EXECUCAO.
       MAIN-PROCEDURE.
           DISPLAY "***** FATURAMENTO DE CLIENTES ***** ".
           MOVE 0 TO WS-OPCAO-MENU.

           IF EXE-MODO EQUAL 'N'
               PERFORM P050-EXECUCAO-NOTURNA
               GOBACK
           END-IF

           PERFORM UNTIL WS-OPCAO-MENU EQUAL 9
               DISPLAY " "
               DISPLAY "1 - FATURAR PERIODO"
               DISPLAY "2 - FECHAR PERIODO"
               DISPLAY "3 - CARGA DE MOVIMENTO DE CONSUMO"
               DISPLAY "4 - LIBERACAO DE FATURAS RETIDAS"
               DISPLAY "5 - FATURAMENTO AVULSO EM PERIODO FECHADO"
               DISPLAY "9 - SAIR"
               DISPLAY "OPCAO: " WITH NO ADVANCING
               ACCEPT WS-OPCAO-MENU
                   WHEN 4
                       PERFORM P600-LIBERA-RETIDAS
                           THRU P600-FIM-LIBERA-RETIDAS
                   WHEN 5
                       PERFORM P700-FATURA-AVULSO
                           THRU P700-FIM-FATURA-AVULSO
                   WHEN 9
                       CONTINUE
                   WHEN OTHER

           GOBACK.

       P050-EXECUCAO-NOTURNA.
           MOVE ZERO TO EXE-QTD-LIDOS
           MOVE ZERO TO EXE-QTD-GRAVADOS
           MOVE ZERO TO EXE-QTD-REJEITADOS
           EVALUATE EXE-FUNCAO
               WHEN 1
                   PERFORM P200-PROCESSA
                       THRU P200-FIM-PROCESSA
                   MOVE WS-TOTAL-LIDOS    TO EXE-QTD-LIDOS
                   MOVE WS-TOTAL-RECEBER  TO EXE-QTD-GRAVADOS
                   MOVE WS-TOTAL-REJEITOS TO EXE-QTD-REJEITADOS
               WHEN 3
                   PERFORM P500-CARGA-CONSUMO
                       THRU P500-FIM-CARGA-CONSUMO
                   COMPUTE EXE-QTD-LIDOS = WS-TOTAL-CONSUMO-CARGA
                                         + WS-TOTAL-CONSUMO-REJ
                   MOVE WS-TOTAL-CONSUMO-CARGA TO EXE-QTD-GRAVADOS
                   MOVE WS-TOTAL-CONSUMO-REJ   TO EXE-QTD-REJEITADOS
               WHEN OTHER
                   DISPLAY "FUNCAO NOTURNA INVALIDA: " EXE-FUNCAO
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

       P200-PROCESSA.
           SET WS-FIM-ARQUIVO  TO 0.
           MOVE ZERO TO WS-TOTAL-FATURADO.
           MOVE ZERO TO WS-DOC-PAGINA.
           MOVE 'N'  TO WS-DOC-QUEBRA.
           MOVE ZERO TO WS-TOTAL-RETIDOS.
           MOVE ZERO TO WS-TOTAL-CREDITOS.
           MOVE ZERO TO WS-VALOR-CREDITOS.
           MOVE ZERO TO WS-CREDITO-APLICADO.
           MOVE ZERO TO WS-TOTAL-REFATURADOS.
           MOVE ZERO TO WS-TOTAL-LIDOS.
           MOVE 'N'  TO WS-PERIODO-JA-EXPORTADO.

           IF EXE-MODO EQUAL 'N'
               MOVE EXE-PERIODO TO WS-PERIODO
               DISPLAY "PERIODO DE FATURAMENTO (AAMM): " WS-PERIODO
           ELSE
               DISPLAY "PERIODO DE FATURAMENTO (AAMM): "
                       WITH NO ADVANCING
               ACCEPT WS-PERIODO
           END-IF

           PERFORM P210-ABRE-PERIODO THRU P210-FIM-ABRE-PERIODO
           IF WS-PERIODO-OK NOT EQUAL 'S'
               GO TO P200-FIM-PROCESSA
           END-IF

           OPEN I-O    CREDITO
           IF WS-STATUS-CREDITO EQUAL 35
               OPEN OUTPUT CREDITO
               CLOSE CREDITO
               OPEN I-O CREDITO
           END-IF
           MOVE "CREDITO"         TO WS-NOME-ARQ
           MOVE "ABERTURA"        TO WS-OPERACAO-ARQ
           MOVE WS-STATUS-CREDITO TO WS-STATUS-TESTE
           PERFORM P900-TESTA-ARQUIVO
           IF WS-ERRO-ARQ EQUAL 'S'
               CLOSE DADOS
               CLOSE PLANOS
               CLOSE FATURA
               CLOSE REJEITOS
               CLOSE DOCUMENTO
               CLOSE CONSUMO
               CLOSE RECEBER
               CLOSE RETIDAS
               CLOSE RETCRED
               CLOSE CONTROLE
               GO TO P200-FIM-PROCESSA
           END-IF

           OPEN I-O    MOVCRED
           IF WS-STATUS-MOVCRED EQUAL 35
               OPEN OUTPUT MOVCRED
               CLOSE MOVCRED
               OPEN I-O MOVCRED
           END-IF
           MOVE "MOVCRED"         TO WS-NOME-ARQ
           MOVE "ABERTURA"        TO WS-OPERACAO-ARQ
           MOVE WS-STATUS-MOVCRED TO WS-STATUS-TESTE
           PERFORM P900-TESTA-ARQUIVO
           IF WS-ERRO-ARQ EQUAL 'S'
               CLOSE DADOS
               CLOSE PLANOS
               CLOSE FATURA
               CLOSE REJEITOS
               CLOSE DOCUMENTO
               CLOSE CONSUMO
               CLOSE RECEBER
               CLOSE RETIDAS
               CLOSE RETCRED
               CLOSE CREDITO
               CLOSE CONTROLE
               GO TO P200-FIM-PROCESSA
           END-IF

           MOVE "RELATORIO DE RETENCAO POR LIMITE DE CREDITO"
               TO RETC-LINHA
           WRITE RETC-LINHA
                   AT END
                       MOVE 1 TO WS-FIM-ARQUIVO
                  NOT AT END
                       ADD 1 TO WS-TOTAL-LIDOS
                       IF WS-SIT-CLIENTE NOT EQUAL 'A'
                           ADD 1 TO WS-TOTAL-INATIVOS
                       ELSE
                   WS-TOTAL-JA-FATURADOS
           DISPLAY "FATURAS RETIDAS POR LIMITE DE CREDITO: "
                   WS-TOTAL-RETIDOS
           DISPLAY "FATURAS COM CREDITO DO CLIENTE APLICADO: "
                   WS-TOTAL-CREDITOS " VALOR: " WS-VALOR-CREDITOS
           DISPLAY "FATURAS CANCELADAS REFATURADAS: "
                   WS-TOTAL-REFATURADOS

           PERFORM P250-REPORTA-NAO-FATURADO
               THRU P250-FIM-REPORTA-NAO-FATURADO
           CLOSE RECEBER
           CLOSE RETIDAS
           CLOSE RETCRED
           CLOSE CREDITO
           CLOSE MOVCRED
           CLOSE CONTROLE.
       P200-FIM-PROCESSA.

               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SIT-CONSUMO EQUAL 'R'
                       MOVE 'N' TO WS-CALCULO-VALIDO
                       MOVE "CONSUMO RETIDO PARA REVISAO"
                           TO REJ-MOTIVO
                       PERFORM P330-GRAVA-REJEITO
                   ELSE
                       IF SIT-CONSUMO NOT EQUAL 'F'
                           MOVE 'S' TO WS-TEM-CONSUMO
                       END-IF
                   END-IF
           END-READ.

           MOVE ZERO TO WS-EXPOSICAO
           MOVE 'N' TO WS-JA-FATURADO
           MOVE 'N' TO WS-JA-RETIDO
           MOVE 'N' TO WS-FATURA-CANCELADA
           MOVE ZERO TO WS-VALOR-CANCELADO

           MOVE WS-PERIODO     TO WS-FAT-PERIODO
           MOVE WS-COD-CLIENTE TO WS-FAT-CODIGO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SIT-FATURA EQUAL 'C'
                       MOVE 'S' TO WS-FATURA-CANCELADA
                       MOVE VALOR-FATURA TO WS-VALOR-CANCELADO
                   ELSE
                       MOVE 'S' TO WS-JA-FATURADO
                   END-IF
           END-READ

           MOVE WS-NUM-FATURA TO RTD-NUM-FATURA
               MOVE 'N' TO WS-CREDITO-OK
           ELSE
           IF WS-JA-FATURADO EQUAL 'S'
                   OR WS-FATURA-CANCELADA EQUAL 'S'
                   OR WS-LIM-CLIENTE EQUAL ZERO
               CONTINUE
           ELSE
                               MOVE 1 TO WS-FIM-RECEBER
                           ELSE
                               IF SIT-FATURA NOT EQUAL 'Q'
                                       AND SIT-FATURA NOT EQUAL 'C'
                                   COMPUTE WS-EXPOSICAO =
                                       WS-EXPOSICAO +
                                       VALOR-FATURA + VALOR-MULTA +
           END-IF.

       P319-GERA-FATURA.
           PERFORM P370-BUSCA-CREDITO
           PERFORM P320-GRAVA-RECEBER
           IF WS-FATURA-GRAVADA EQUAL 'S'
               IF WS-FATURA-CANCELADA EQUAL 'S'
                   PERFORM P380-CONTABILIZA-CANCELADA
               END-IF
               IF WS-CREDITO-APLICADO IS GREATER THAN ZERO
                   PERFORM P375-BAIXA-CREDITO
               END-IF
               PERFORM P310-GRAVA-FATURA
               PERFORM P340-GRAVA-DOCUMENTO
               IF WS-TEM-CONSUMO EQUAL 'S'
                   PERFORM P315-BAIXA-CONSUMO
               END-IF
               IF WS-FATURA-CANCELADA EQUAL 'S'
                   ADD 1 TO WS-TOTAL-REFATURADOS
               ELSE
                   ADD 1 TO WS-TOTAL-FATURADO
               END-IF
               ADD WS-VALOR-CALCULADO TO WS-VALOR-PERIODO
           ELSE
               ADD 1 TO WS-TOTAL-JA-FATURADOS
           MOVE WS-DATA-SISTEMA      TO DATA-EMISSAO
           MOVE WS-DATA-VENCIMENTO   TO DATA-VENCIMENTO
           MOVE WS-VALOR-CALCULADO   TO VALOR-FATURA
           MOVE WS-CREDITO-APLICADO  TO VALOR-PAGO
           IF WS-CREDITO-APLICADO EQUAL ZERO
               MOVE 'A'              TO SIT-FATURA
           ELSE
               IF WS-CREDITO-APLICADO EQUAL WS-VALOR-CALCULADO
                   MOVE 'Q'          TO SIT-FATURA
               ELSE
                   MOVE 'P'          TO SIT-FATURA
               END-IF
           END-IF
           MOVE ZERO                 TO VALOR-MULTA
           MOVE ZERO                 TO VALOR-JUROS
           MOVE ZERO                 TO DATA-ULT-ENCARGO
           IF WS-FATURA-CANCELADA EQUAL 'S'
               REWRITE INFO-RECEBER
                   INVALID KEY
                       DISPLAY "ERRO AO REFATURAR A FATURA CANCELADA: "
                               WS-NUM-FATURA
                   NOT INVALID KEY
                       MOVE 'S' TO WS-FATURA-GRAVADA
                       ADD 1 TO WS-TOTAL-RECEBER
               END-REWRITE
           ELSE
               WRITE INFO-RECEBER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-FATURA-GRAVADA
                       ADD 1 TO WS-TOTAL-RECEBER
               END-WRITE
           END-IF.

       P330-GRAVA-REJEITO.
           MOVE WS-COD-CLIENTE   TO REJ-COD-CLIENTE
           MOVE SPACES TO DOC-LINHA
           WRITE DOC-LINHA

           COMPUTE WS-VALOR-A-PAGAR =
                   WS-VALOR-CALCULADO - WS-CREDITO-APLICADO
           IF WS-CREDITO-APLICADO IS GREATER THAN ZERO
               MOVE WS-VALOR-CALCULADO  TO DOC-VALOR-TOTAL
               WRITE DOC-LINHA FROM WS-DOC-LINHA-TOTAL
               MOVE WS-CREDITO-APLICADO TO DOC-VALOR-CREDITO
               WRITE DOC-LINHA FROM WS-DOC-LINHA-CREDITO
           END-IF
           MOVE WS-VALOR-A-PAGAR      TO DOC-VALOR
           WRITE DOC-LINHA FROM WS-DOC-LINHA-VALOR

           PERFORM P350-VALOR-EXTENSO
           MOVE WS-VENC-DD            TO CAN-VENC-DD
           MOVE WS-VENC-MM            TO CAN-VENC-MM
           MOVE WS-VENC-AA            TO CAN-VENC-AA
           MOVE WS-VALOR-A-PAGAR      TO CAN-VALOR
           WRITE DOC-LINHA FROM WS-DOC-CANHOTO-2.

       P350-VALOR-EXTENSO.
           MOVE WS-VALOR-A-PAGAR TO WS-EXT-APOIO
           MOVE SPACES TO WS-EXT-TEXTO
           MOVE 1 TO WS-EXT-PTR

               END-IF
           END-IF.

       P370-BUSCA-CREDITO.
           MOVE ZERO TO WS-CREDITO-APLICADO
           MOVE 'N' TO WS-TEM-CREDITO
           MOVE WS-COD-CLIENTE TO COD-CLIENTE-CREDITO
           READ CREDITO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SALDO-CREDITO IS GREATER THAN ZERO
                       MOVE 'S' TO WS-TEM-CREDITO
                   END-IF
           END-READ

           IF WS-TEM-CREDITO EQUAL 'S'
               IF SALDO-CREDITO IS GREATER THAN WS-VALOR-CALCULADO
                   MOVE WS-VALOR-CALCULADO TO WS-CREDITO-APLICADO
               ELSE
                   MOVE SALDO-CREDITO TO WS-CREDITO-APLICADO
               END-IF
           END-IF.

       P375-BAIXA-CREDITO.
           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE WS-COD-CLIENTE      TO MCR-COD-CLIENTE
           MOVE WS-DATA-SISTEMA     TO MCR-DATA
           MOVE WS-HORA-SISTEMA     TO MCR-HORA
           MOVE 'A'                 TO MCR-TIPO
           MOVE WS-NUM-FATURA       TO MCR-NUM-FATURA
           MOVE WS-CREDITO-APLICADO TO MCR-VALOR
           COMPUTE MCR-SALDO-APOS = SALDO-CREDITO - WS-CREDITO-APLICADO
           MOVE 'N'                 TO MCR-SIT-EXPORTACAO
           MOVE ZERO TO WS-TENTATIVAS
           MOVE 'N'  TO WS-GRAVADO
           PERFORM P376-ESCREVE-MOVCRED
               UNTIL WS-GRAVADO EQUAL 'S'
                  OR WS-TENTATIVAS EQUAL 100

           IF WS-GRAVADO NOT EQUAL 'S'
               DISPLAY "ERRO AO GRAVAR O MOVIMENTO DE CREDITO DO "
                       "CLIENTE: " WS-COD-CLIENTE
                       " STATUS: " WS-STATUS-MOVCRED
               PERFORM P377-DESFAZ-CREDITO
           ELSE
               SUBTRACT WS-CREDITO-APLICADO FROM SALDO-CREDITO
               MOVE WS-DATA-SISTEMA TO DATA-ULT-CREDITO
               REWRITE REG-CREDITO
                   INVALID KEY
                       DISPLAY "ERRO AO BAIXAR O CREDITO DO CLIENTE: "
                               WS-COD-CLIENTE
                       DELETE MOVCRED
                           INVALID KEY
                               DISPLAY "ERRO AO DESFAZER O MOVIMENTO "
                                       "DE CREDITO DO CLIENTE: "
                                       WS-COD-CLIENTE
                       END-DELETE
                       PERFORM P377-DESFAZ-CREDITO
               END-REWRITE
           END-IF

           IF WS-CREDITO-APLICADO IS GREATER THAN ZERO
               ADD 1 TO WS-TOTAL-CREDITOS
               ADD WS-CREDITO-APLICADO TO WS-VALOR-CREDITOS
           END-IF.

       P376-ESCREVE-MOVCRED.
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

       P377-DESFAZ-CREDITO.
           MOVE ZERO TO WS-CREDITO-APLICADO
           MOVE ZERO TO VALOR-PAGO
           MOVE 'A'  TO SIT-FATURA
           REWRITE INFO-RECEBER
               INVALID KEY
                   DISPLAY "ERRO AO RETIRAR O CREDITO DA FATURA: "
                           WS-NUM-FATURA
               NOT INVALID KEY
                   DISPLAY "FATURA GERADA SEM APLICACAO DE CREDITO: "
                           WS-NUM-FATURA
           END-REWRITE.

       P380-CONTABILIZA-CANCELADA.
           SUBTRACT WS-VALOR-CANCELADO FROM WS-VALOR-PERIODO
           MOVE WS-DATA-SISTEMA     TO WS-MOV-DATA
           IF WS-PERIODO-JA-EXPORTADO EQUAL 'S'
               MOVE WS-VALOR-CALCULADO TO WS-MOV-VALOR
           ELSE
               MOVE WS-VALOR-CANCELADO TO WS-MOV-VALOR
           END-IF
           MOVE 'F' TO WS-MOV-TIPO
           PERFORM P630-GRAVA-MOVPAG.

       P400-FECHA-PERIODO.
           DISPLAY "PERIODO A FECHAR (AAMM): " WITH NO ADVANCING
           ACCEPT WS-PERIODO
           SET WS-FIM-MOVIMENTO TO 0.
           MOVE ZERO TO WS-TOTAL-CONSUMO-CARGA
           MOVE ZERO TO WS-TOTAL-CONSUMO-REJ
           MOVE ZERO TO WS-TOTAL-CONSUMO-RETIDO

           OPEN INPUT MOVCONSUMO
           IF WS-STATUS-MOVCONSUMO EQUAL 35
                   AND EXE-MODO EQUAL 'N'
               DISPLAY "SEM MOVIMENTO DE CONSUMO PARA CARGA."
               GO TO P500-FIM-CARGA-CONSUMO
           END-IF
           MOVE "MOVCONSUMO"        TO WS-NOME-ARQ
           MOVE "ABERTURA"          TO WS-OPERACAO-ARQ
           MOVE WS-STATUS-MOVCONSUMO TO WS-STATUS-TESTE
               GO TO P500-FIM-CARGA-CONSUMO
           END-IF

           OPEN OUTPUT REVCONSUMO
           MOVE "REVCONSUMO"        TO WS-NOME-ARQ
           MOVE "ABERTURA"          TO WS-OPERACAO-ARQ
           MOVE WS-STATUS-REVCONSUMO TO WS-STATUS-TESTE
           PERFORM P900-TESTA-ARQUIVO
           IF WS-ERRO-ARQ EQUAL 'S'
               CLOSE MOVCONSUMO
               CLOSE DADOS
               CLOSE CONSUMO
               CLOSE REJCONSUMO
               GO TO P500-FIM-CARGA-CONSUMO
           END-IF

           PERFORM P530-LE-PARAM-CONSUMO
           MOVE "CONSUMOS RETIDOS PARA REVISAO" TO REVC-LINHA
           WRITE REVC-LINHA
           WRITE REVC-LINHA FROM WS-CABECALHO-REV-CONSUMO

           PERFORM UNTIL WS-FIM-MOVIMENTO EQUAL 1
               READ MOVCONSUMO INTO WS-REGISTRO-MOVIMENTO
                   AT END
           DISPLAY "CARGA DE CONSUMO CONCLUIDA."
           DISPLAY "MOVIMENTOS CARREGADOS: " WS-TOTAL-CONSUMO-CARGA
           DISPLAY "MOVIMENTOS REJEITADOS: " WS-TOTAL-CONSUMO-REJ
           DISPLAY "MOVIMENTOS RETIDOS PARA REVISAO: "
                   WS-TOTAL-CONSUMO-RETIDO
           IF WS-TOTAL-CONSUMO-RETIDO IS GREATER THAN ZERO
               DISPLAY "(VER CONSUMO-RETIDO. NAO SERAO FATURADOS "
                       "ATE A LIBERACAO)"
           END-IF

           CLOSE MOVCONSUMO
           CLOSE DADOS
           CLOSE CONSUMO
           CLOSE REJCONSUMO
           CLOSE REVCONSUMO.
       P500-FIM-CARGA-CONSUMO.

       P510-VALIDA-MOVIMENTO.
                   MOVE "CLIENTE NAO CADASTRADO" TO REJC-MOTIVO
                   PERFORM P520-GRAVA-REJ-CONSUMO
               NOT INVALID KEY
                   PERFORM P540-VERIFICA-ANOMALIA
                   MOVE MOVC-COD-CLIENTE TO COD-CLIENTE-CONSUMO
                   MOVE MOVC-PERIODO     TO PERIODO-CONSUMO
                   MOVE MOVC-QTD         TO QTD-CONSUMO
                   IF WS-MOTIVO-RETENCAO EQUAL SPACES
                       MOVE 'A'         TO SIT-CONSUMO
                   ELSE
                       MOVE 'R'         TO SIT-CONSUMO
                   END-IF
                   WRITE INFO-CONSUMO
                       INVALID KEY
                           MOVE "CONSUMO DUPLICADO NO PERIODO"
                           PERFORM P520-GRAVA-REJ-CONSUMO
                       NOT INVALID KEY
                           ADD 1 TO WS-TOTAL-CONSUMO-CARGA
                           IF SIT-CONSUMO EQUAL 'R'
                               PERFORM P550-GRAVA-REV-CONSUMO
                           END-IF
                   END-WRITE
           END-READ.

           WRITE REJC-LINHA FROM WS-LINHA-REJ-CONSUMO
           ADD 1 TO WS-TOTAL-CONSUMO-REJ.

       P530-LE-PARAM-CONSUMO.
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
                   OR PCN-QTD-PERIODOS EQUAL ZERO
               MOVE 3   TO PCN-QTD-PERIODOS
               MOVE 100 TO PCN-PCT-ACIMA
               MOVE 50  TO PCN-PCT-ABAIXO
               DISPLAY "PARAMETROS DE CONSUMO NAO CADASTRADOS. "
                       "USANDO O PADRAO."
           END-IF
           DISPLAY "MEDIA DOS ULTIMOS " PCN-QTD-PERIODOS
                   " PERIODOS. TOLERANCIA ACIMA: " PCN-PCT-ACIMA
                   "% ABAIXO: " PCN-PCT-ABAIXO "%".

       P540-VERIFICA-ANOMALIA.
           MOVE SPACES TO WS-MOTIVO-RETENCAO
           PERFORM P545-CALCULA-MEDIA

           IF SIT-CLIENTE EQUAL 'S'
               MOVE "CLIENTE SUSPENSO" TO WS-MOTIVO-RETENCAO
           ELSE
               IF MOVC-QTD EQUAL ZERO
                   IF SIT-CLIENTE EQUAL 'A'
                       MOVE "CONSUMO ZERADO" TO WS-MOTIVO-RETENCAO
                   END-IF
               ELSE
                   IF WS-QTD-MEDIA IS GREATER THAN ZERO
                       IF MOVC-QTD IS GREATER THAN WS-LIMITE-SUPERIOR
                           MOVE "CONSUMO ACIMA DA MEDIA"
                               TO WS-MOTIVO-RETENCAO
                       END-IF
                       IF MOVC-QTD IS LESS THAN WS-LIMITE-INFERIOR
                           MOVE "CONSUMO ABAIXO DA MEDIA"
                               TO WS-MOTIVO-RETENCAO
                       END-IF
                   END-IF
               END-IF
           END-IF.

       P545-CALCULA-MEDIA.
           MOVE ZERO TO WS-SOMA-CONSUMO
           MOVE ZERO TO WS-QTD-MEDIA
           MOVE ZERO TO WS-MEDIA-CONSUMO
           MOVE ZERO TO WS-LIMITE-SUPERIOR
           MOVE ZERO TO WS-LIMITE-INFERIOR
           MOVE ZERO TO WS-IND-MEDIA
           MOVE MOVC-PERIODO TO WS-PERIODO-MEDIA

           PERFORM UNTIL WS-IND-MEDIA EQUAL PCN-QTD-PERIODOS
               ADD 1 TO WS-IND-MEDIA
               IF WS-MEDIA-MM IS GREATER THAN 1
                   SUBTRACT 1 FROM WS-MEDIA-MM
               ELSE
                   MOVE 12 TO WS-MEDIA-MM
                   IF WS-MEDIA-AA EQUAL ZERO
                       MOVE 99 TO WS-MEDIA-AA
                   ELSE
                       SUBTRACT 1 FROM WS-MEDIA-AA
                   END-IF
               END-IF
               MOVE MOVC-COD-CLIENTE TO COD-CLIENTE-CONSUMO
               MOVE WS-PERIODO-MEDIA TO PERIODO-CONSUMO
               READ CONSUMO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SIT-CONSUMO NOT EQUAL 'R'
                           ADD QTD-CONSUMO TO WS-SOMA-CONSUMO
                           ADD 1 TO WS-QTD-MEDIA
                       END-IF
               END-READ
           END-PERFORM

           IF WS-QTD-MEDIA IS GREATER THAN ZERO
               COMPUTE WS-MEDIA-CONSUMO ROUNDED =
                       WS-SOMA-CONSUMO / WS-QTD-MEDIA
               COMPUTE WS-LIMITE-SUPERIOR =
                       WS-MEDIA-CONSUMO * (100 + PCN-PCT-ACIMA) / 100
               IF PCN-PCT-ABAIXO IS LESS THAN 100
                   COMPUTE WS-LIMITE-INFERIOR =
                       WS-MEDIA-CONSUMO * (100 - PCN-PCT-ABAIXO) / 100
               END-IF
           END-IF.

       P550-GRAVA-REV-CONSUMO.
           MOVE MOVC-COD-CLIENTE   TO REVC-COD-CLIENTE
           MOVE MOVC-PERIODO       TO REVC-PERIODO
           MOVE MOVC-QTD           TO REVC-QTD
           MOVE WS-MEDIA-CONSUMO   TO REVC-MEDIA
           MOVE WS-MOTIVO-RETENCAO TO REVC-MOTIVO
           WRITE REVC-LINHA FROM WS-LINHA-REV-CONSUMO
           ADD 1 TO WS-TOTAL-CONSUMO-RETIDO.

       P600-LIBERA-RETIDAS.
           SET WS-FIM-RETIDAS TO 0.
           MOVE ZERO TO WS-QTD-RETIDAS
                                           WS-FATURA-LIBERAR
                                   PERFORM P620-DOCUMENTA-LIBERACAO
                                   PERFORM P640-CONTABILIZA-LIBERACAO
                                   PERFORM P650-REGISTRA-LIBERACAO
                           END-DELETE
                   END-WRITE
           END-READ.
           MOVE DATA-EMISSAO     TO WS-DATA-SISTEMA
           MOVE DATA-VENCIMENTO  TO WS-DATA-VENCIMENTO
           MOVE VALOR-FATURA     TO WS-VALOR-CALCULADO
           MOVE ZERO             TO WS-CREDITO-APLICADO

           PERFORM P310-GRAVA-FATURA
           PERFORM P340-GRAVA-DOCUMENTO
               DISPLAY "PAGAMENTO SEM REGISTRO DE MOVIMENTO PARA "
                       "A EXPORTACAO CONTABIL."
           ELSE
               MOVE ZERO TO WS-TENTATIVAS
               MOVE 'N'  TO WS-GRAVADO
               PERFORM P635-ESCREVE-MOVPAG
                   UNTIL WS-GRAVADO EQUAL 'S'
                      OR WS-TENTATIVAS EQUAL 100
               IF WS-GRAVADO NOT EQUAL 'S'
                   DISPLAY "ERRO AO GRAVAR O MOVIMENTO DE "
                           "PAGAMENTO DA FATURA: " NUM-FATURA
                           " STATUS: " WS-STATUS-MOVPAG
               END-IF
               CLOSE MOVPAG
           END-IF.

       P635-ESCREVE-MOVPAG.
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

       P640-CONTABILIZA-LIBERACAO.
           MOVE NUM-FATURA(1:4) TO WS-PERIODO

               CLOSE CONTROLE
           END-IF

           PERFORM P645-VERIFICA-EXPORTACAO

           IF WS-PERIODO-JA-EXPORTADO EQUAL 'S'
               MOVE DATA-EMISSAO TO WS-MOV-DATA
               MOVE VALOR-FATURA TO WS-MOV-VALOR
               MOVE 'F' TO WS-MOV-TIPO
               PERFORM P630-GRAVA-MOVPAG
           END-IF.

       P645-VERIFICA-EXPORTACAO.
           MOVE 'N' TO WS-PERIODO-JA-EXPORTADO
           OPEN INPUT EXPCTL
           IF WS-STATUS-EXPCTL EQUAL ZERO
                       MOVE 'S' TO WS-PERIODO-JA-EXPORTADO
               END-READ
               CLOSE EXPCTL
           END-IF.

       P650-REGISTRA-LIBERACAO.
           ACCEPT WS-MOV-DATA FROM DATE
           MOVE ZERO TO WS-MOV-VALOR
           MOVE 'L' TO WS-MOV-TIPO
           PERFORM P630-GRAVA-MOVPAG.

       P700-FATURA-AVULSO.
           MOVE ZERO TO WS-TOTAL-FATURADO.
           MOVE ZERO TO WS-TOTAL-RECEBER.
           MOVE ZERO TO WS-TOTAL-REJEITOS.
           MOVE ZERO TO WS-TOTAL-JA-FATURADOS.
           MOVE ZERO TO WS-VALOR-PERIODO.
           MOVE ZERO TO WS-TOTAL-RETIDOS.
           MOVE ZERO TO WS-TOTAL-CREDITOS.
           MOVE ZERO TO WS-VALOR-CREDITOS.
           MOVE ZERO TO WS-CREDITO-APLICADO.
           MOVE ZERO TO WS-TOTAL-REFATURADOS.

           DISPLAY "PERIODO FECHADO (AAMM): " WITH NO ADVANCING
           ACCEPT WS-PERIODO
           DISPLAY "CODIGO DO CLIENTE: " WITH NO ADVANCING
           ACCEPT WS-CLIENTE-AVULSO

           OPEN I-O CONTROLE
           MOVE "CONTROLE"         TO WS-NOME-ARQ
           MOVE "ABERTURA"         TO WS-OPERACAO-ARQ
           MOVE WS-STATUS-CONTROLE TO WS-STATUS-TESTE
           PERFORM P900-TESTA-ARQUIVO
           IF WS-ERRO-ARQ EQUAL 'S'
               GO TO P700-FIM-FATURA-AVULSO
           END-IF

           MOVE WS-PERIODO TO PERIODO-CONTROLE
           READ CONTROLE
               INVALID KEY
                   DISPLAY "PERIODO NAO FATURADO: " WS-PERIODO
                   CLOSE CONTROLE
                   GO TO P700-FIM-FATURA-AVULSO
           END-READ
           IF SIT-PERIODO NOT EQUAL 'F'
               DISPLAY "PERIODO AINDA ABERTO. FATURAR PELA OPCAO 1: "
                       WS-PERIODO
               CLOSE CONTROLE
               GO TO P700-FIM-FATURA-AVULSO
           END-IF

           OPEN INPUT  DADOS
           MOVE "DADOS"           TO WS-NOME-ARQ
           MOVE "ABERTURA"        TO WS-OPERACAO-ARQ
           MOVE WS-STATUS-ARQUIVO TO WS-STATUS-TESTE
           PERFORM P900-TESTA-ARQUIVO
           IF WS-ERRO-ARQ EQUAL 'S'
               CLOSE CONTROLE
               GO TO P700-FIM-FATURA-AVULSO
           END-IF

           MOVE WS-CLIENTE-AVULSO TO COD-CLIENTE
           READ DADOS INTO WS-INFO-CLIENTE
               INVALID KEY
                   DISPLAY "CLIENTE NAO CADASTRADO: " WS-CLIENTE-AVULSO
                   CLOSE DADOS
                   CLOSE CONTROLE
                   GO TO P700-FIM-FATURA-AVULSO
           END-READ
           IF WS-SIT-CLIENTE NOT EQUAL 'A'
               DISPLAY "CLIENTE NAO ESTA ATIVO. SITUACAO: "
                       WS-SIT-CLIENTE
               CLOSE DADOS
               CLOSE CONTROLE
               GO TO P700-FIM-FATURA-AVULSO
           END-IF

           OPEN INPUT  PLANOS
           MOVE "PLANOS"          TO WS-NOME-ARQ
           MOVE "ABERTURA"        TO WS-OPERACAO-ARQ
           MOVE WS-STATUS-PLANOS  TO WS-STATUS-TESTE
           PERFORM P900-TESTA-ARQUIVO
           IF WS-ERRO-ARQ EQUAL 'S'
               CLOSE DADOS
               CLOSE CONTROLE
               GO TO P700-FIM-FATURA-AVULSO
           END-IF

           OPEN I-O    RECEBER
           MOVE "CONTAS-RECEBER"  TO WS-NOME-ARQ
           MOVE "ABERTURA"        TO WS-OPERACAO-ARQ
           MOVE WS-STATUS-RECEBER TO WS-STATUS-TESTE
           PERFORM P900-TESTA-ARQUIVO
           IF WS-ERRO-ARQ EQUAL 'S'
               CLOSE DADOS
               CLOSE PLANOS
               CLOSE CONTROLE
               GO TO P700-FIM-FATURA-AVULSO
           END-IF

           MOVE WS-PERIODO     TO WS-FAT-PERIODO
           MOVE WS-COD-CLIENTE TO WS-FAT-CODIGO
           MOVE WS-NUM-FATURA  TO NUM-FATURA
           READ RECEBER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SIT-FATURA NOT EQUAL 'C'
                       DISPLAY "CLIENTE JA FATURADO NO PERIODO. "
                               "FATURA: " NUM-FATURA
                               " SITUACAO: " SIT-FATURA
                       CLOSE DADOS
                       CLOSE PLANOS
                       CLOSE RECEBER
                       CLOSE CONTROLE
                       GO TO P700-FIM-FATURA-AVULSO
                   END-IF
           END-READ

           OPEN I-O    RETIDAS
           IF WS-STATUS-RETIDAS EQUAL 35
               OPEN OUTPUT RETIDAS
               CLOSE RETIDAS
               OPEN I-O RETIDAS
           END-IF
           MOVE "RETIDAS"         TO WS-NOME-ARQ
           MOVE "ABERTURA"        TO WS-OPERACAO-ARQ
           MOVE WS-STATUS-RETIDAS TO WS-STATUS-TESTE
           PERFORM P900-TESTA-ARQUIVO
           IF WS-ERRO-ARQ EQUAL 'S'
               CLOSE DADOS
               CLOSE PLANOS
               CLOSE RECEBER
               CLOSE CONTROLE
               GO TO P700-FIM-FATURA-AVULSO
           END-IF

           MOVE WS-NUM-FATURA TO RTD-NUM-FATURA
           READ RETIDAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "FATURA RETIDA POR LIMITE DE CREDITO. "
                           "LIBERAR PELA OPCAO 4: " WS-NUM-FATURA
                   CLOSE DADOS
                   CLOSE PLANOS
                   CLOSE RECEBER
                   CLOSE RETIDAS
                   CLOSE CONTROLE
                   GO TO P700-FIM-FATURA-AVULSO
           END-READ

           OPEN I-O    CONSUMO
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
               CLOSE DADOS
               CLOSE PLANOS
               CLOSE RECEBER
               CLOSE RETIDAS
               CLOSE CONTROLE
               GO TO P700-FIM-FATURA-AVULSO
           END-IF

           OPEN I-O    CREDITO
           IF WS-STATUS-CREDITO EQUAL 35
               OPEN OUTPUT CREDITO
               CLOSE CREDITO
               OPEN I-O CREDITO
           END-IF
           MOVE "CREDITO"         TO WS-NOME-ARQ
           MOVE "ABERTURA"        TO WS-OPERACAO-ARQ
           MOVE WS-STATUS-CREDITO TO WS-STATUS-TESTE
           PERFORM P900-TESTA-ARQUIVO
           IF WS-ERRO-ARQ EQUAL 'S'
               CLOSE DADOS
               CLOSE PLANOS
               CLOSE RECEBER
               CLOSE RETIDAS
               CLOSE CONSUMO
               CLOSE CONTROLE
               GO TO P700-FIM-FATURA-AVULSO
           END-IF

           OPEN I-O    MOVCRED
           IF WS-STATUS-MOVCRED EQUAL 35
               OPEN OUTPUT MOVCRED
               CLOSE MOVCRED
               OPEN I-O MOVCRED
           END-IF
           MOVE "MOVCRED"         TO WS-NOME-ARQ
           MOVE "ABERTURA"        TO WS-OPERACAO-ARQ
           MOVE WS-STATUS-MOVCRED TO WS-STATUS-TESTE
           PERFORM P900-TESTA-ARQUIVO
           IF WS-ERRO-ARQ EQUAL 'S'
               CLOSE DADOS
               CLOSE PLANOS
               CLOSE RECEBER
               CLOSE RETIDAS
               CLOSE CONSUMO
               CLOSE CREDITO
               CLOSE CONTROLE
               GO TO P700-FIM-FATURA-AVULSO
           END-IF

           OPEN EXTEND FATURA
           IF WS-STATUS-FATURA EQUAL 35
               OPEN OUTPUT FATURA
           END-IF
           MOVE "FATURA"          TO WS-NOME-ARQ
           MOVE "ABERTURA"        TO WS-OPERACAO-ARQ
           MOVE WS-STATUS-FATURA  TO WS-STATUS-TESTE
           PERFORM P900-TESTA-ARQUIVO
           IF WS-ERRO-ARQ EQUAL 'S'
               CLOSE DADOS
               CLOSE PLANOS
               CLOSE RECEBER
               CLOSE RETIDAS
               CLOSE CONSUMO
               CLOSE CREDITO
               CLOSE MOVCRED
               CLOSE CONTROLE
               GO TO P700-FIM-FATURA-AVULSO
           END-IF

           OPEN EXTEND DOCUMENTO
           IF WS-STATUS-DOCUMENTO EQUAL 35
               OPEN OUTPUT DOCUMENTO
               MOVE 'N' TO WS-DOC-QUEBRA
           ELSE
               MOVE 'S' TO WS-DOC-QUEBRA
           END-IF
           MOVE ZERO TO WS-DOC-PAGINA
           MOVE "DOCUMENTO"        TO WS-NOME-ARQ
           MOVE "ABERTURA"         TO WS-OPERACAO-ARQ
           MOVE WS-STATUS-DOCUMENTO TO WS-STATUS-TESTE
           PERFORM P900-TESTA-ARQUIVO
           IF WS-ERRO-ARQ EQUAL 'S'
               CLOSE DADOS
               CLOSE PLANOS
               CLOSE RECEBER
               CLOSE RETIDAS
               CLOSE CONSUMO
               CLOSE CREDITO
               CLOSE MOVCRED
               CLOSE FATURA
               CLOSE CONTROLE
               GO TO P700-FIM-FATURA-AVULSO
           END-IF

           OPEN EXTEND REJEITOS
           IF WS-STATUS-REJEITOS EQUAL 35
               OPEN OUTPUT REJEITOS
           END-IF
           MOVE "REJEITOS"         TO WS-NOME-ARQ
           MOVE "ABERTURA"         TO WS-OPERACAO-ARQ
           MOVE WS-STATUS-REJEITOS TO WS-STATUS-TESTE
           PERFORM P900-TESTA-ARQUIVO
           IF WS-ERRO-ARQ EQUAL 'S'
               CLOSE DADOS
               CLOSE PLANOS
               CLOSE RECEBER
               CLOSE RETIDAS
               CLOSE CONSUMO
               CLOSE CREDITO
               CLOSE MOVCRED
               CLOSE FATURA
               CLOSE DOCUMENTO
               CLOSE CONTROLE
               GO TO P700-FIM-FATURA-AVULSO
           END-IF

           OPEN EXTEND RETCRED
           IF WS-STATUS-RETCRED EQUAL 35
               OPEN OUTPUT RETCRED
           END-IF
           MOVE "RETCRED"         TO WS-NOME-ARQ
           MOVE "ABERTURA"        TO WS-OPERACAO-ARQ
           MOVE WS-STATUS-RETCRED TO WS-STATUS-TESTE
           PERFORM P900-TESTA-ARQUIVO
           IF WS-ERRO-ARQ EQUAL 'S'
               CLOSE DADOS
               CLOSE PLANOS
               CLOSE RECEBER
               CLOSE RETIDAS
               CLOSE CONSUMO
               CLOSE CREDITO
               CLOSE MOVCRED
               CLOSE FATURA
               CLOSE DOCUMENTO
               CLOSE REJEITOS
               CLOSE CONTROLE
               GO TO P700-FIM-FATURA-AVULSO
           END-IF

           ACCEPT WS-DATA-SISTEMA FROM DATE
           MOVE WS-DATA-SISTEMA TO WS-DATA-VENCIMENTO
           PERFORM P220-AJUSTA-VENCIMENTO
           PERFORM P645-VERIFICA-EXPORTACAO

           PERFORM P300-CALCULA-COBRANCA
               THRU P300-FIM-CALCULA-COBRANCA
           IF WS-CALCULO-VALIDO NOT EQUAL 'S'
               DISPLAY "CLIENTE NAO FATURADO: " REJ-MOTIVO
               PERFORM P790-FECHA-AVULSO
               GO TO P700-FIM-FATURA-AVULSO
           END-IF

           DISPLAY "CLIENTE: " WS-COD-CLIENTE " " WS-NOME-CLIENTE
           DISPLAY "VALOR CALCULADO: " WS-VALOR-CALCULADO
           IF WS-PERIODO-JA-EXPORTADO EQUAL 'S'
               DISPLAY "PERIODO JA EXPORTADO. A RECEITA SERA LANCADA "
                       "NA PROXIMA EXPORTACAO."
           END-IF
           DISPLAY "CONFIRMA O FATURAMENTO AVULSO (S/N): "
                   WITH NO ADVANCING
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT EQUAL 'S'
               DISPLAY "FATURAMENTO AVULSO NAO EFETUADO."
               PERFORM P790-FECHA-AVULSO
               GO TO P700-FIM-FATURA-AVULSO
           END-IF

           PERFORM P318-VERIFICA-LIMITE
           IF WS-CREDITO-OK EQUAL 'S'
               PERFORM P319-GERA-FATURA
           ELSE
               PERFORM P325-RETEM-FATURA
           END-IF

           IF WS-TOTAL-FATURADO IS GREATER THAN ZERO
                   OR WS-TOTAL-REFATURADOS IS GREATER THAN ZERO
               IF WS-FATURA-CANCELADA NOT EQUAL 'S'
                       AND WS-PERIODO-JA-EXPORTADO EQUAL 'S'
                   MOVE WS-DATA-SISTEMA    TO WS-MOV-DATA
                   MOVE WS-VALOR-CALCULADO TO WS-MOV-VALOR
                   MOVE 'F' TO WS-MOV-TIPO
                   PERFORM P630-GRAVA-MOVPAG
               END-IF
               MOVE WS-PERIODO TO PERIODO-CONTROLE
               READ CONTROLE
                   NOT INVALID KEY
                       ADD WS-TOTAL-FATURADO TO TOT-CLIENTES-PERIODO
                       ADD WS-VALOR-PERIODO  TO TOT-VALOR-PERIODO
                       REWRITE REG-CONTROLE-FAT
                           INVALID KEY
                               DISPLAY "ERRO AO ATUALIZAR O CONTROLE "
                                       "DO PERIODO: " WS-PERIODO
                       END-REWRITE
               END-READ
               DISPLAY "FATURA GERADA: " WS-NUM-FATURA
                       " VALOR: " WS-VALOR-CALCULADO
               IF WS-CREDITO-APLICADO IS GREATER THAN ZERO
                   DISPLAY "CREDITO DO CLIENTE APLICADO: "
                           WS-CREDITO-APLICADO
               END-IF
           ELSE
               IF WS-TOTAL-RETIDOS IS GREATER THAN ZERO
                   DISPLAY "FATURA RETIDA POR LIMITE DE CREDITO "
                           "(VER RETENCAO-CREDITO): " WS-NUM-FATURA
               ELSE
                   DISPLAY "FATURA NAO GERADA: " WS-NUM-FATURA
               END-IF
           END-IF

           PERFORM P790-FECHA-AVULSO.
       P700-FIM-FATURA-AVULSO.

       P790-FECHA-AVULSO.
           CLOSE DADOS
           CLOSE PLANOS
           CLOSE RECEBER
           CLOSE RETIDAS
           CLOSE CONSUMO
           CLOSE CREDITO
           CLOSE MOVCRED
           CLOSE FATURA
           CLOSE DOCUMENTO
           CLOSE REJEITOS
           CLOSE RETCRED
           CLOSE CONTROLE.

       P900-TESTA-ARQUIVO.
           CALL 'TRATA-STATUS' USING WS-NOME-ARQ WS-OPERACAO-ARQ
