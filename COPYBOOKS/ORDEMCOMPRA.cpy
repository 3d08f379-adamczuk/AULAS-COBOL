      * ORDENSCOMPRA.TXT (key NUM-ORDEM); received line by line,
      * partially or in full, by RECEBIMENTO-COMPRA.
      * QTDE-RECEBIDA-ORD accumulates partial receipts per line while
      * the order stays pending. APROVADOR-ORD and
      * DATA-HORA-APROVACAO-ORD carry the approval of the requisition
      * the order was raised from (zero when none was required).
      * NUM-ACORDO-ORD links a call-off to its blanket agreement on
      * ACORDOSCOMPRA.TXT, and PRECO-ITEM-ORD carries the agreed unit
      * price of each line (both zero on orders outside an agreement).
      ******************************************************************
           01 REG-ORDEM-COMPRA.
               03 NUM-ORDEM                PIC 9(06).
                   88 ORDEM-EXTRAIDA       VALUE 'S'.
               03 QTDE-ITENS-ORD           PIC 99.
               03 ITEM-ORDEM-COMPRA OCCURS 10 TIMES.
                   05 COD-PRODUTO-ORD      PIC 9(05).
                   05 QTDE-ORDEM           PIC 9(09).
                   05 QTDE-RECEBIDA-ORD    PIC 9(09).
               03 APROVADOR-ORD            PIC 999.
               03 DATA-HORA-APROVACAO-ORD  PIC 9(14).
               03 NUM-ACORDO-ORD           PIC 9(06).
               03 PRECOS-ORD.
                   05 PRECO-ITEM-ORD       PIC 9(07)V99
                                           OCCURS 10 TIMES.
