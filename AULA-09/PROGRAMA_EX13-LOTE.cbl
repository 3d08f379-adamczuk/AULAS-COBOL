           MOVE 1 TO FATOR-CONVERSAO-PRODUTO
           MOVE 0 TO ESTOQUE-RESERVADO-PRODUTO
           MOVE 0 TO COD-CATEGORIA-PRODUTO
           MOVE 'N' TO IND-SERIALIZADO-PRODUTO

           MOVE 'I' TO WS-JRN-OPERACAO
           MOVE SPACES TO WS-AUD-ANTES
