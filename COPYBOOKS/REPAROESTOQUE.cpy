      ******************************************************************
      * REG-REPARO-ESTOQUE - one-line request card on REPAROESTOQUE.TXT
      * that switches the next CONCILIA-ESTOQUE run from checking to
      * repairing. Written by REPARA-ESTOQUE; CONCILIA-ESTOQUE empties
      * the file once the repair has run, so the nightly chain goes
      * back to checking only. FONTE names the source of truth the
      * ESTOQUE-PRODUTO totals on PRODUTOS.TXT are rebuilt from:
      * 'D' the deposito balances plus the stock in transit, 'L' the
      * lot balances (products that have lots only).
      ******************************************************************
           01 REG-REPARO-ESTOQUE.
               03 REP-FONTE                PIC X.
                   88 REP-FONTE-DEPOSITOS  VALUE 'D'.
                   88 REP-FONTE-LOTES      VALUE 'L'.
               03 REP-DATA-PEDIDO          PIC 9(08).
               03 REP-OPERADOR             PIC 999.
