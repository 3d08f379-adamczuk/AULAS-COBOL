      ******************************************************************
      * REG-SUBSTITUICAO - one line of an order that went out with a
      * substitute instead of the product asked for, appended to
      * SUBSTITUICOES.TXT by PEDIDO-VENDA and PEDIDO-VENDA-LOTE once
      * the order is on file. VALOR-ORIGINAL-SP is the quantity at the
      * list price of the product that was short - the sale that
      * would otherwise have been backordered or lost. ORIGEM-SP 'P'
      * order keyed by hand, 'L' customer batch; APROVACAO-SP 'C'
      * agreed by the customer, 'A' applied automatically.
      * Summarized monthly by SUBSTITUTO-PRODUTO.
      ******************************************************************
           01 REG-SUBSTITUICAO.
               03 DATA-SP                  PIC 9(08).
               03 NUM-PEDIDO-SP            PIC 9(06).
               03 COD-CLIENTE-SP           PIC 9(05).
               03 COD-PRODUTO-ORIG-SP      PIC 9(05).
               03 COD-SUBSTITUTO-SP        PIC 9(05).
               03 QTDE-SP                  PIC 9(09).
               03 VALOR-ORIGINAL-SP        PIC 9(09)V99.
               03 ORIGEM-SP                PIC X.
               03 APROVACAO-SP             PIC X.
               03 OPERADOR-SP              PIC 999.
