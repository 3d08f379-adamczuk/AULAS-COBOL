      * instead of the interactive ACCEPT prompts in EXEMPLO2_AULA07.
      ******************************************************************
           01 REG-LOTE-CLIENTE.
               03 LOTE-COD-CLIENTE      PIC 9(05).
               03 LOTE-NOME-CLIENTE     PIC X(20).
               03 LOTE-TELEFONE-CLIENTE PIC X(09).
               03 LOTE-ENDERECO-CLIENTE PIC X(30).
