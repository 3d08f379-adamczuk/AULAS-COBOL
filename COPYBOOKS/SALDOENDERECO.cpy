      ******************************************************************
      * REG-SALDO-ENDERECO - stock balance per bin per product on the
      * indexed SALDOSENDERECO.TXT. The rows of one deposito add up
      * to its REG-SALDO-DEPOSITO balance once the bins are loaded;
      * a row is deleted when its quantity reaches zero, so a bin
      * with no rows is empty.
      ******************************************************************
           01 REG-SALDO-ENDERECO.
               03 CHAVE-SALDO-END.
                   05 COD-DEPOSITO-SE      PIC 99.
                   05 COD-ENDERECO-SE      PIC 9(05).
                   05 COD-PRODUTO-SE       PIC 9(05).
               03 QTDE-SALDO-END           PIC 9(09).
