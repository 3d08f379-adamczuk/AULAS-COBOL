      * assigned through PROXIMO-NUMERO (serie NOTACREDITO). The
      * returned lines post 'E' movements back to MOVIMENTO.TXT and
      * the note value reduces VALOR-ABERTO-CR on CONTASRECEBER.TXT.
      * RETORNO-ENTREGA issues the same note for goods refused at
      * delivery on an order already billed.
      ******************************************************************
           01 REG-DEVOLUCAO.
               03 NUM-NOTA-CREDITO         PIC 9(06).
               03 NUM-FATURA-DEV           PIC 9(06).
               03 COD-CLIENTE-DEV          PIC 9(05).
               03 DATA-DEVOLUCAO           PIC 9(08).
               03 MOTIVO-DEVOLUCAO         PIC XX.
               03 VALOR-NOTA-CREDITO       PIC 9(09)V99.
               03 QTDE-ITENS-DEV           PIC 99.
               03 ITEM-DEVOLUCAO OCCURS 10 TIMES.
                   05 COD-PRODUTO-DEV      PIC 9(05).
                   05 QTDE-DEV             PIC 9(09).
