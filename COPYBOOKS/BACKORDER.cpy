           01 REG-BACKORDER.
               03 CHAVE-BACKORDER.
                   05 NUM-PEDIDO-BO        PIC 9(06).
                   05 COD-PRODUTO-BO       PIC 9(05).
               03 COD-CLIENTE-BO           PIC 9(05).
               03 QTDE-BO                  PIC 9(09).
               03 DATA-BO                  PIC 9(08).
               03 STATUS-BO                PIC X.
