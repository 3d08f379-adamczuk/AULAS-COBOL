      * purchase order in the accounts-payable ledger. Created by
      * RECEBIMENTO-COMPRA (quantity times CUSTO-UNITARIO-PRODUTO,
      * due after the supplier's PRAZO-PAGAMENTO-FORN days), settled
      * and reported by CONTAS-PAGAR. PERC-DESCONTO-CP and
      * DATA-LIMITE-DESCONTO-CP carry the supplier's early-payment
      * terms from the invoice date; PAGAMENTO-LOTE pays inside that
      * window net of the discount, recorded in VALOR-DESCONTO-CP.
      * DATA-LIQUIDACAO-CP is the day the titulo was settled.
      * Titulos raised by RECORRENTE-LOTE for a recurring bill carry
      * its NUM-RECORRENTE-CP and take their number from the ordem
      * series so the key cannot collide; zero means a purchase order.
      * CENTRO-CUSTO-CP carries the recurring bill's cost center on to
      * the payment postings; zero (or blank on older titulos) means
      * none.
      * A titulo billed in a foreign currency carries its COD-MOEDA-CP
      * (MOEDAS.TXT), the amount in that currency and the rate of the
      * invoice date; the reais fields keep the value booked at that
      * rate, so the open amount in the currency is VALOR-ABERTO-CP
      * over TAXA-CAMBIO-CP. Blank or BRL (and older titulos) is reais.
      ******************************************************************
           01 REG-CONTA-PAGAR.
               03 NUM-ORDEM-CP             PIC 9(06).
               03 STATUS-CP                PIC X.
                   88 CP-ABERTA            VALUE 'A'.
                   88 CP-LIQUIDADA         VALUE 'L'.
               03 PERC-DESCONTO-CP         PIC 99V99.
               03 DATA-LIMITE-DESCONTO-CP  PIC 9(08).
               03 VALOR-DESCONTO-CP        PIC 9(09)V99.
               03 DATA-LIQUIDACAO-CP       PIC 9(08).
               03 NUM-RECORRENTE-CP        PIC 9(06).
                   88 CP-DE-ORDEM          VALUE 0.
               03 CENTRO-CUSTO-CP          PIC 9(03).
               03 COD-MOEDA-CP             PIC X(03).
               03 VALOR-MOEDA-CP           PIC 9(09)V99.
               03 TAXA-CAMBIO-CP           PIC 9(05)V9(06).
