
       FD LOG-PRECOS.
       01 REG-LOG-PRECO.
           03 LOG-COD-PRODUTO-PRE  PIC 9(05).
           03 LOG-DATA-APLICACAO   PIC 9(08).
           03 LOG-PRECO-ANTIGO     PIC 9(07)V99.
           03 LOG-PRECO-NOVO       PIC 9(07)V99.
