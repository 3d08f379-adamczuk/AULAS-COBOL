      * grouping into one pedido. Read by PEDIDO-VENDA-LOTE, which
      * applies the same client and product validations as the
      * interactive PEDIDO-VENDA before numbering the order through
      * PROXIMO-NUMERO. Every line is acknowledged back to the
      * customer on CONFPEDIDOnnnnn.TXT (REG-CONFIRMACAO-PEDIDO).
      ******************************************************************
           01 REG-LOTE-PEDIDO.
               03 LOTE-SEQ-PEDIDO          PIC 9(04).
               03 LOTE-COD-CLIENTE         PIC 9(05).
               03 LOTE-COD-VENDEDOR        PIC 999.
               03 LOTE-COD-PRODUTO         PIC 9(05).
               03 LOTE-QTDE                PIC 9(09).
