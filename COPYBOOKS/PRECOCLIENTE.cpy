      ******************************************************************
           01 REG-PRECO-CLIENTE.
               03 CHAVE-PRECO-CLI.
                   05 COD-CLIENTE-PCL      PIC 9(05).
                   05 COD-PRODUTO-PCL      PIC 9(05).
                   05 DATA-VIGENCIA-PCL    PIC 9(08).
               03 PRECO-NEGOCIADO-PCL      PIC 9(07)V99.
