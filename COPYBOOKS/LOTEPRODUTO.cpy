      ******************************************************************
           01 REG-LOTE-PRODUTO.
               03 LOTE-OPERACAO                PIC A.
               03 LOTE-COD-PRODUTO             PIC 9(05).
               03 LOTE-NOME-PRODUTO            PIC X(20).
               03 LOTE-ESTOQUE-PRODUTO         PIC 9(09).
               03 LOTE-PRECO-UNITARIO-PRODUTO  PIC 9(07)V99.
