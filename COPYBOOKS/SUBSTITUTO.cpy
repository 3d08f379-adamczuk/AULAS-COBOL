      ******************************************************************
      * REG-SUBSTITUTO - ranked alternative for a product on the
      * indexed SUBSTITUTOS.TXT, keyed by produto + ordem (1 is the
      * preferred alternative). Kept by SUBSTITUTO-PRODUTO and read
      * through BUSCA-SUBSTITUTO when order entry finds the product
      * short. APROVACAO-SUB 'S' means the customer must agree to the
      * swap before it is made; otherwise it is applied on its own.
      ******************************************************************
           01 REG-SUBSTITUTO.
               03 CHAVE-SUBSTITUTO.
                   05 COD-PRODUTO-SUB      PIC 9(05).
                   05 ORDEM-SUB            PIC 9.
               03 COD-SUBSTITUTO-SUB       PIC 9(05).
               03 APROVACAO-SUB            PIC X.
                   88 SUB-EXIGE-APROVACAO  VALUE 'S'.
               03 DATA-CADASTRO-SUB        PIC 9(08).
               03 OPERADOR-SUB             PIC 999.
