      ******************************************************************
      * REG-RASTRO-LOTE - one lot consumed for one sales order, appended
      * to RASTROLOTES.TXT by SEPARACAO-PEDIDO each time the first-
      * expired-first-out issue draws on a lot. It is the link from
      * supplier lot to order and customer that MOVIMENTO.TXT does not
      * carry, read by RECOLHIMENTO-LOTE to trace a recalled lot
      * forward to invoices and deliveries.
      ******************************************************************
           01 REG-RASTRO-LOTE.
               03 COD-PRODUTO-RL           PIC 9(05).
               03 NUM-LOTE-RL              PIC X(10).
               03 DATA-VALIDADE-RL         PIC 9(08).
               03 NUM-PEDIDO-RL            PIC 9(06).
               03 COD-CLIENTE-RL           PIC 9(05).
               03 QTDE-RL                  PIC 9(09).
               03 DATA-EXPEDICAO-RL        PIC 9(08).
               03 COD-DEPOSITO-RL          PIC 99.
