      * spreadsheet.
      ******************************************************************
           01 REG-CSV-PRODUTO.
               03 CSV-COD-PRODUTO              PIC 9(05).
               03 FILLER                       PIC X VALUE ','.
               03 CSV-NOME-PRODUTO             PIC X(20).
               03 FILLER                       PIC X VALUE ','.
