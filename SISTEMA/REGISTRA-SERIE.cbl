       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGISTRA-SERIE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SERIES ASSIGN TO WS-ARQ-NUMEROSSERIE
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CHAVE-SERIE
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS.

           SELECT HIST-SERIE ASSIGN TO WS-ARQ-HISTSERIE
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-HS.
       DATA DIVISION.
       FILE SECTION.
       FD SERIES.
           COPY NUMEROSERIE.

       FD HIST-SERIE.
           COPY HISTSERIE.
       WORKING-STORAGE SECTION.
           COPY AMBIENTE.
       77 WS-ARQ-NUMEROSSERIE    PIC X(60) VALUE SPACES.
       77 WS-ARQ-HISTSERIE       PIC X(60) VALUE SPACES.
       77 WS-FS              PIC 99 VALUE 0.
       77 WS-FS-HS            PIC 99 VALUE 0.
       77 WS-EOF              PIC 99 VALUE 0.
       77 WS-DATA-HOJE        PIC 9(08) VALUE 0.
       77 WS-EVENTO           PIC X VALUE SPACE.
       LINKAGE SECTION.
           COPY PARMSERIE.
       PROCEDURE DIVISION USING PARM-NUM-SERIE.
       MAIN-PROCEDURE.
           MOVE 0 TO PARM-NSE-RETORNO
           MOVE SPACE TO PARM-NSE-STATUS
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE

           PERFORM 0950-RESOLVER-AMBIENTE

           OPEN I-O SERIES

           IF WS-FS EQUAL 35
               OPEN OUTPUT SERIES
               IF WS-FS EQUAL ZEROS
                   CLOSE SERIES
                   OPEN I-O SERIES
               END-IF
           END-IF

           IF WS-FS NOT EQUAL ZEROS
               MOVE WS-FS TO PARM-NSE-RETORNO
           ELSE
               EVALUATE PARM-NSE-ACAO
                   WHEN 'R'
                       PERFORM 2000-RECEBER-SERIE
                   WHEN 'V'
                   WHEN 'X'
                       PERFORM 3000-EXPEDIR-SERIE
                   WHEN 'C'
                   WHEN 'D'
                       PERFORM 4000-DEVOLVER-SERIE
                   WHEN 'F'
                       PERFORM 5000-DEVOLVER-FORNECEDOR
                   WHEN OTHER
                       MOVE 99 TO PARM-NSE-RETORNO
               END-EVALUATE

               CLOSE SERIES
           END-IF

           GOBACK.

       0950-RESOLVER-AMBIENTE.
           CALL "CONFIG-AMBIENTE" USING PARM-AMBIENTE

           MOVE SPACES TO WS-ARQ-NUMEROSSERIE
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'NUMEROSSERIE.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-NUMEROSSERIE

           MOVE SPACES TO WS-ARQ-HISTSERIE
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'HISTSERIE.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-HISTSERIE.

      * A unit that went back to the supplier may come in again on a
      * later order; one still in stock or at a customer may not.
       2000-RECEBER-SERIE.
           MOVE PARM-NSE-PRODUTO TO COD-PRODUTO-NS
           MOVE PARM-NSE-SERIE TO NUM-SERIE-NS

           READ SERIES
               INVALID KEY
                   PERFORM 2100-PREENCHER-RECEBIMENTO
                   MOVE 0 TO NUM-PEDIDO-NS
                   MOVE 0 TO COD-CLIENTE-NS
                   MOVE 0 TO DATA-EXPEDICAO-NS
                   MOVE 0 TO NUM-NOTA-CREDITO-NS
                   MOVE 0 TO DATA-DEVOLUCAO-NS
                   WRITE REG-NUMERO-SERIE
               NOT INVALID KEY
                   MOVE STATUS-NS TO PARM-NSE-STATUS
                   IF NOT SERIE-DEVOLVIDA-FORN
                       MOVE 22 TO PARM-NSE-RETORNO
                   ELSE
                       PERFORM 2100-PREENCHER-RECEBIMENTO
                       REWRITE REG-NUMERO-SERIE
                   END-IF
           END-READ

           IF PARM-NSE-RETORNO EQUAL ZEROS
               IF WS-FS NOT EQUAL ZEROS
                   MOVE WS-FS TO PARM-NSE-RETORNO
               ELSE
                   MOVE 'R' TO WS-EVENTO
                   PERFORM 9100-GRAVAR-HISTORICO
               END-IF
           END-IF.

       2100-PREENCHER-RECEBIMENTO.
           MOVE 'E' TO STATUS-NS
           MOVE PARM-NSE-PARCEIRO TO COD-FORNECEDOR-NS
           MOVE PARM-NSE-DOCUMENTO TO NUM-ORDEM-NS
           MOVE PARM-NSE-INSPECAO TO NUM-INSPECAO-NS
           MOVE WS-DATA-HOJE TO DATA-RECEBIMENTO-NS.

       3000-EXPEDIR-SERIE.
           MOVE PARM-NSE-PRODUTO TO COD-PRODUTO-NS
           MOVE PARM-NSE-SERIE TO NUM-SERIE-NS

           READ SERIES
               INVALID KEY
                   MOVE 23 TO PARM-NSE-RETORNO
               NOT INVALID KEY
                   MOVE STATUS-NS TO PARM-NSE-STATUS
                   IF NOT SERIE-EM-ESTOQUE
                       MOVE 95 TO PARM-NSE-RETORNO
                   END-IF
           END-READ

           IF PARM-NSE-RETORNO EQUAL ZEROS
           AND PARM-NSE-ACAO EQUAL 'X'
               MOVE 'V' TO STATUS-NS
               MOVE PARM-NSE-DOCUMENTO TO NUM-PEDIDO-NS
               MOVE PARM-NSE-PARCEIRO TO COD-CLIENTE-NS
               MOVE WS-DATA-HOJE TO DATA-EXPEDICAO-NS

               REWRITE REG-NUMERO-SERIE

               IF WS-FS NOT EQUAL ZEROS
                   MOVE WS-FS TO PARM-NSE-RETORNO
               ELSE
                   MOVE 'X' TO WS-EVENTO
                   PERFORM 9100-GRAVAR-HISTORICO
               END-IF
           END-IF.

       4000-DEVOLVER-SERIE.
           MOVE PARM-NSE-PRODUTO TO COD-PRODUTO-NS
           MOVE PARM-NSE-SERIE TO NUM-SERIE-NS

           READ SERIES
               INVALID KEY
                   MOVE 23 TO PARM-NSE-RETORNO
               NOT INVALID KEY
                   MOVE STATUS-NS TO PARM-NSE-STATUS
                   IF NOT SERIE-VENDIDA
                   OR COD-CLIENTE-NS NOT EQUAL PARM-NSE-PARCEIRO
                       MOVE 95 TO PARM-NSE-RETORNO
                   END-IF
                   IF PARM-NSE-ACAO EQUAL 'C'
                   AND NUM-PEDIDO-NS NOT EQUAL PARM-NSE-DOCUMENTO
                       MOVE 95 TO PARM-NSE-RETORNO
                   END-IF
           END-READ

           IF PARM-NSE-RETORNO EQUAL ZEROS
           AND PARM-NSE-ACAO EQUAL 'D'
               MOVE 'E' TO STATUS-NS
               MOVE PARM-NSE-DOCUMENTO TO NUM-NOTA-CREDITO-NS
               MOVE WS-DATA-HOJE TO DATA-DEVOLUCAO-NS

               REWRITE REG-NUMERO-SERIE

               IF WS-FS NOT EQUAL ZEROS
                   MOVE WS-FS TO PARM-NSE-RETORNO
               ELSE
                   MOVE 'D' TO WS-EVENTO
                   PERFORM 9100-GRAVAR-HISTORICO
               END-IF
           END-IF.

       5000-DEVOLVER-FORNECEDOR.
           MOVE 0 TO PARM-NSE-QTDE
           MOVE 0 TO WS-EOF
           MOVE PARM-NSE-PRODUTO TO COD-PRODUTO-NS
           MOVE LOW-VALUES TO NUM-SERIE-NS

           START SERIES KEY NOT LESS CHAVE-SERIE
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START

           PERFORM UNTIL WS-EOF EQUAL 1
               READ SERIES NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF COD-PRODUTO-NS NOT EQUAL PARM-NSE-PRODUTO
                           MOVE 1 TO WS-EOF
                       ELSE
                           IF SERIE-EM-ESTOQUE
                           AND NUM-INSPECAO-NS EQUAL PARM-NSE-INSPECAO
                               PERFORM 5100-MARCAR-DEVOLVIDA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       5100-MARCAR-DEVOLVIDA.
           MOVE 'F' TO STATUS-NS

           REWRITE REG-NUMERO-SERIE

           IF WS-FS NOT EQUAL ZEROS
               MOVE WS-FS TO PARM-NSE-RETORNO
           ELSE
               ADD 1 TO PARM-NSE-QTDE
               MOVE NUM-SERIE-NS TO PARM-NSE-SERIE
               MOVE PARM-NSE-INSPECAO TO PARM-NSE-DOCUMENTO
               MOVE COD-FORNECEDOR-NS TO PARM-NSE-PARCEIRO
               MOVE 'F' TO WS-EVENTO
               PERFORM 9100-GRAVAR-HISTORICO
           END-IF.

       9100-GRAVAR-HISTORICO.
           OPEN EXTEND HIST-SERIE

           IF WS-FS-HS EQUAL 35
               OPEN OUTPUT HIST-SERIE
           END-IF

           IF WS-FS-HS EQUAL ZEROS
               MOVE PARM-NSE-PRODUTO TO HS-COD-PRODUTO
               MOVE PARM-NSE-SERIE TO HS-NUM-SERIE
               MOVE WS-EVENTO TO HS-EVENTO
               MOVE WS-DATA-HOJE TO HS-DATA
               MOVE PARM-NSE-DOCUMENTO TO HS-DOCUMENTO
               MOVE PARM-NSE-PARCEIRO TO HS-PARCEIRO
               MOVE PARM-NSE-OPERADOR TO HS-OPERADOR
               WRITE REG-HIST-SERIE
               CLOSE HIST-SERIE
           END-IF.

       END PROGRAM REGISTRA-SERIE.
