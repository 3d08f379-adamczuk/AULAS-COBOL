           01 REG-SALDO-DEPOSITO.
               03 CHAVE-SALDO-DEP.
                   05 COD-DEPOSITO-SD      PIC 99.
                   05 COD-PRODUTO-SD       PIC 9(05).
               03 QTDE-SALDO-DEP           PIC 9(09).
