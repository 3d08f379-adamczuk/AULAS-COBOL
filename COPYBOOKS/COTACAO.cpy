      ******************************************************************
           01 REG-COTACAO.
               03 NUM-COTACAO              PIC 9(06).
               03 COD-CLIENTE-COT          PIC 9(05).
               03 COD-VENDEDOR-COT         PIC 999.
               03 DATA-COTACAO             PIC 9(08).
               03 DATA-VALIDADE-COT        PIC 9(08).
               03 VALOR-TOTAL-COT          PIC 9(09)V99.
               03 QTDE-ITENS-COT           PIC 99.
               03 ITEM-COTACAO OCCURS 10 TIMES.
                   05 COD-PRODUTO-COT      PIC 9(05).
                   05 QTDE-COT             PIC 9(09).
                   05 PRECO-COT            PIC 9(07)V99.
