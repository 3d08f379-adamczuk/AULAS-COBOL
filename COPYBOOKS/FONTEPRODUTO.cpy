      ******************************************************************
      * REG-FONTE-PRODUTO - approved source of supply on the indexed
      * FONTESPRODUTO.TXT, keyed by produto + fornecedor and kept by
      * FONTE-PRODUTO. Each product may have several suppliers, each
      * with its own item code, lead time, minimum order quantity and
      * order multiple (both in the product's stock unit), last price
      * quoted and a preference rank (1 = first choice). The reorder
      * jobs PROGRAMA_EX18 and RESSUPRIMENTO-DEP take the approved
      * source of lowest rank and round the quantity up to its minimum
      * and multiple; PROGRAMA_EX19 warns when an ordem goes to a
      * supplier that is not an approved source of the item. A
      * product with no source on file still falls back to
      * COD-FORNECEDOR-PRODUTO.
      ******************************************************************
           01 REG-FONTE-PRODUTO.
               03 CHAVE-FONTE-PRODUTO.
                   05 COD-PRODUTO-FNT      PIC 9(05).
                   05 COD-FORNECEDOR-FNT   PIC 999.
               03 COD-ITEM-FORNECEDOR-FNT  PIC X(15).
               03 PRAZO-ENTREGA-FNT        PIC 9(03).
               03 QTDE-MINIMA-FNT          PIC 9(09).
               03 MULTIPLO-PEDIDO-FNT      PIC 9(09).
               03 PRECO-ULTIMO-FNT         PIC 9(07)V99.
               03 DATA-PRECO-FNT           PIC 9(08).
               03 PREFERENCIA-FNT          PIC 9.
               03 SITUACAO-FNT             PIC X.
                   88 FONTE-APROVADA       VALUE 'A'.
                   88 FONTE-SUSPENSA       VALUE 'S'.
