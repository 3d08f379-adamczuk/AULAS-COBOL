      ******************************************************************
           01 REG-PRECO-FUTURO.
               03 CHAVE-PRECO-FUT.
                   05 COD-PRODUTO-PRE      PIC 9(05).
                   05 DATA-VIGENCIA-PRE    PIC 9(08).
               03 PRECO-NOVO-PRE           PIC 9(07)V99.
               03 STATUS-PRECO-FUT         PIC X.
