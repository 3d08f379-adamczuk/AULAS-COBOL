           01 REG-NIVEL-DEPOSITO.
               03 CHAVE-NIVEL-DEP.
                   05 COD-DEPOSITO-ND      PIC 99.
                   05 COD-PRODUTO-ND       PIC 9(05).
               03 QTDE-MINIMA-ND           PIC 9(09).
               03 QTDE-MAXIMA-ND           PIC 9(09).
