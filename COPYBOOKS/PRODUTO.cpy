      ******************************************************************
      * REG-PRODUTO - layout shared by every program that opens
      * PRODUTOS.TXT (PROGRAMA_EX13/EX14 and the report programs).
      * IND-SERIALIZADO-PRODUTO 'S' marks equipment tracked unit by
      * unit on NUMEROSSERIE.TXT (REG-NUMERO-SERIE).
      ******************************************************************
           01 REG-PRODUTO.
               03 COD-PRODUTO              PIC 9(05).
               03 NOME-PRODUTO             PIC X(20).
               03 ESTOQUE-PRODUTO          PIC 9(09).
               03 PRECO-UNITARIO-PRODUTO   PIC 9(07)V99.
               03 FATOR-CONVERSAO-PRODUTO  PIC 9(05).
               03 ESTOQUE-RESERVADO-PRODUTO PIC 9(09).
               03 COD-CATEGORIA-PRODUTO    PIC 99.
               03 IND-SERIALIZADO-PRODUTO  PIC X.
                   88 PRODUTO-SERIALIZADO  VALUE 'S'.
