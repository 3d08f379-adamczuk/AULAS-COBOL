           MOVE 0 TO DATA-ATENDIMENTO-ORD
           MOVE SPACES TO MOTIVO-CANCEL-ORD
           MOVE 'N' TO IND-EXTRAIDA-ORD
           MOVE 0 TO APROVADOR-ORD
           MOVE 0 TO DATA-HORA-APROVACAO-ORD
           MOVE 0 TO NUM-ACORDO-ORD
           MOVE ZEROS TO PRECOS-ORD

           WRITE REG-ORDEM-COMPRA

