      * order entry; zero means no limit applies.
      ******************************************************************
           01 REG-CLIENTE.
               03 COD-CLIENTE      PIC 9(05).
               03 NOME-CLIENTE     PIC X(20).
               03 TELEFONE-CLIENTE PIC X(09).
               03 ENDERECO-CLIENTE PIC X(30).
