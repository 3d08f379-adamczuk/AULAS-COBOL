                                   MOVE ENDERECO-CLIENTE TO
                                       ENDERECO-MALA
                                   MOVE EMAIL-CLIENTE TO EMAIL-MALA
                                   MOVE SPACES TO REFERENCIA-MALA
                                   MOVE SPACES TO DETALHE-MALA
                                   WRITE REG-MALA-DIRETA
                                   ADD 1 TO WS-CONTADOR
                               END-IF
