      ******************************************************************
      * REG-PEDIDO-CONFIRMADO - one record per sales order created
      * from PEDIDOS_LOTE.TXT, on the indexed PEDIDOSCONFIRMADOS.TXT
      * keyed by our order number. Written by GRAVA-CONFIRMACAO with
      * the first acknowledgment of the order; later status changes
      * are acknowledged only for orders found here, with the
      * customer's own sequence number carried over.
      ******************************************************************
           01 REG-PEDIDO-CONFIRMADO.
               03 NUM-PEDIDO-PCF           PIC 9(06).
               03 COD-CLIENTE-PCF          PIC 9(05).
               03 SEQ-LOTE-PCF             PIC 9(04).
               03 DATA-CARGA-PCF           PIC 9(08).
