      * spreadsheet.
      ******************************************************************
           01 REG-CSV-CLIENTE.
               03 CSV-COD-CLIENTE      PIC 9(05).
               03 FILLER               PIC X VALUE ','.
               03 CSV-NOME-CLIENTE     PIC X(20).
               03 FILLER               PIC X VALUE ','.
