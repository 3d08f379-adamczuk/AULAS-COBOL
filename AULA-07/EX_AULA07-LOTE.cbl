           MOVE LOTE-NOME-FORNECEDOR      TO NOME-FORNECEDOR
           MOVE LOTE-TELEFONE-FORNECEDOR  TO TELEFONE-FORNECEDOR
           MOVE LOTE-PRAZO-PAGAMENTO      TO PRAZO-PAGAMENTO-FORN
           MOVE 0                         TO PERC-DESCONTO-FORN
           MOVE 0                         TO DIAS-DESCONTO-FORN

           IF TELEFONE-FORNECEDOR NOT NUMERIC
               DISPLAY "TELEFONE INVALIDO, REGISTRO IGNORADO: "
