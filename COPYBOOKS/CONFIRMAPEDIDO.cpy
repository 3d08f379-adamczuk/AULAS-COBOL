      ******************************************************************
      * REG-CONFIRMACAO-PEDIDO - interface-file layout of the order
      * acknowledgments sent back to a customer whose orders arrive
      * on PEDIDOS_LOTE.TXT: one sequential CONFPEDIDOnnnnn.TXT per
      * customer (nnnnn = customer code), one record per order line,
      * written whole by GRAVA-CONFIRMACAO at the end of each load or
      * session between a HDR and a TRL (CTLINTERFACE; the TRL total
      * is the hash of CNF-QTDE-CONFIRMADA). Until then the lines wait
      * on CONFPENDENTES.TXT in this same layout. TIPO 'C' is the
      * acknowledgment written by PEDIDO-VENDA-LOTE when the batch is
      * loaded, echoing every inbound line with the customer's
      * CNF-SEQ-PEDIDO and line number, the quantity accepted, the
      * unit price quoted and the expected ship date (zero when stock
      * is short and the date is still to be confirmed). TIPO 'S'
      * records follow a later change of status of an accepted line:
      * shipped ('E', with the ship date in CNF-DATA-PREVISTA),
      * backordered ('B') or cancelled ('X'), keyed by our order
      * number and the product.
      ******************************************************************
           01 REG-CONFIRMACAO-PEDIDO.
               03 CNF-TIPO-REGISTRO        PIC X.
                   88 CNF-CONFIRMACAO      VALUE 'C'.
                   88 CNF-SITUACAO-POSTERIOR VALUE 'S'.
               03 CNF-SEQ-PEDIDO           PIC 9(04).
               03 CNF-NUM-LINHA            PIC 9(03).
               03 CNF-COD-CLIENTE          PIC 9(05).
               03 CNF-NUM-PEDIDO           PIC 9(06).
               03 CNF-COD-PRODUTO          PIC 9(05).
               03 CNF-QTDE-SOLICITADA      PIC 9(09).
               03 CNF-QTDE-CONFIRMADA      PIC 9(09).
               03 CNF-PRECO-UNITARIO       PIC 9(07)V99.
               03 CNF-DATA-PREVISTA        PIC 9(08).
               03 CNF-SITUACAO             PIC X.
                   88 CNF-ACEITA           VALUE 'A'.
                   88 CNF-ACEITA-SEM-ESTOQUE VALUE 'F'.
                   88 CNF-REJEITADA        VALUE 'R'.
                   88 CNF-EXPEDIDA         VALUE 'E'.
                   88 CNF-EM-BACKORDER     VALUE 'B'.
                   88 CNF-CANCELADA        VALUE 'X'.
               03 CNF-MOTIVO               PIC X(40).
               03 CNF-DATA-HORA            PIC 9(14).
