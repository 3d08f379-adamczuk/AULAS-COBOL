      ******************************************************************
           01 REG-COTACAO-FORN.
               03 CHAVE-COTACAO-FORN.
                   05 COD-PRODUTO-CTF      PIC 9(05).
                   05 COD-FORNECEDOR-CTF   PIC 999.
               03 PRECO-COTADO-CTF         PIC 9(07)V99.
               03 PRAZO-ENTREGA-CTF        PIC 9(03).
