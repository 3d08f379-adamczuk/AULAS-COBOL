           03 LIMITE-VALOR-AJUSTE  PIC 9(09)V99.

       FD PENDENTES.
           COPY AJUSTEPENDENTE.
       WORKING-STORAGE SECTION.
           COPY FSTATUS.
           COPY PARMSESSAO.
               MOVE WS-MOTIVO-INF TO MOTIVO-AJUSTE
               MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-AJUSTE
               MOVE 'P' TO STATUS-AJUSTE
               MOVE PARM-SES-OPERADOR TO OPERADOR-AJUSTE
               MOVE 0 TO APROVADOR-AJUSTE
               MOVE 0 TO DATA-DECISAO-AJUSTE
               WRITE REG-AJUSTE-PENDENTE
               CLOSE PENDENTES
           END-IF.
           DISPLAY "AJUSTE PENDENTE: PRODUTO " COD-PRODUTO-AJU
               " TIPO " TIPO-AJUSTE " QTDE " QTDE-AJUSTE
               " MOTIVO " MOTIVO-AJUSTE " DATA " DATA-AJUSTE
               " LANCADO POR " OPERADOR-AJUSTE
           DISPLAY "APROVAR? (S/N)"
           ACCEPT WS-CONFIRMA


                       IF WS-AJUSTE-POSTADO EQUAL 'S'
                           MOVE 'A' TO STATUS-AJUSTE
                           MOVE PARM-SES-OPERADOR TO APROVADOR-AJUSTE
                           MOVE FUNCTION CURRENT-DATE(1:8) TO
                               DATA-DECISAO-AJUSTE
                           REWRITE REG-AJUSTE-PENDENTE
                           ADD 1 TO WS-APROVADOS
                       ELSE
               END-READ
           ELSE
               MOVE 'R' TO STATUS-AJUSTE
               MOVE PARM-SES-OPERADOR TO APROVADOR-AJUSTE
               MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-DECISAO-AJUSTE
               REWRITE REG-AJUSTE-PENDENTE
               DISPLAY "AJUSTE REPROVADO"
           END-IF.
