      -        "A)"
           ACCEPT COD-CATEGORIA-PRODUTO

           DISPLAY "CONTROLA NUMERO DE SERIE POR UNIDADE? (S/N)"
           ACCEPT IND-SERIALIZADO-PRODUTO

           IF IND-SERIALIZADO-PRODUTO NOT EQUAL 'S'
               MOVE 'N' TO IND-SERIALIZADO-PRODUTO
           END-IF

           MOVE SPACE TO IND-ATIVO-PRODUTO
           MOVE 0 TO DATA-INATIVACAO-PRODUTO
           MOVE 0 TO ESTOQUE-RESERVADO-PRODUTO
               DISPLAY "INFORME A NOVA CATEGORIA"
               ACCEPT COD-CATEGORIA-PRODUTO

               DISPLAY "NUMERO DE SERIE: " IND-SERIALIZADO-PRODUTO
               DISPLAY "CONTROLA NUMERO DE SERIE POR UNIDADE? (S/N)"
               ACCEPT IND-SERIALIZADO-PRODUTO

               IF IND-SERIALIZADO-PRODUTO NOT EQUAL 'S'
                   MOVE 'N' TO IND-SERIALIZADO-PRODUTO
               END-IF

               REWRITE REG-PRODUTO

               IF WS-FS NOT EQUAL ZEROS
