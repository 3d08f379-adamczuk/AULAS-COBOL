      * monthly, ranked by value, by VENDAS-PERDIDAS.
      ******************************************************************
           01 REG-VENDA-PERDIDA.
               03 COD-PRODUTO-VP           PIC 9(05).
               03 QTDE-PERDIDA-VP          PIC 9(09).
               03 COD-CLIENTE-VP           PIC 9(05).
               03 NUM-PEDIDO-VP            PIC 9(06).
               03 DATA-VP                  PIC 9(08).
