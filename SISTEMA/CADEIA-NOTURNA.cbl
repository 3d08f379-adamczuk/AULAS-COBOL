               MOVE 6 TO CAD-SEQ
               MOVE "EXEMPLO7_AULA07" TO CAD-PROGRAMA
               WRITE REG-CADEIA
               MOVE 7 TO CAD-SEQ
               MOVE "PEDIDO-PROGRAMADO-LOTE" TO CAD-PROGRAMA
               WRITE REG-CADEIA
               MOVE 8 TO CAD-SEQ
               MOVE "RECORRENTE-LOTE" TO CAD-PROGRAMA
               WRITE REG-CADEIA
               MOVE 9 TO CAD-SEQ
               MOVE "CONCILIA-ESTOQUE" TO CAD-PROGRAMA
               WRITE REG-CADEIA
               MOVE 10 TO CAD-SEQ
               MOVE "ESTOQUE-CONTABIL" TO CAD-PROGRAMA
               WRITE REG-CADEIA
               CLOSE CADEIA
           END-IF.

