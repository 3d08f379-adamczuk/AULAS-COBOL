      ******************************************************************
           01 REG-ENCARGO-CR.
               03 NUM-FATURA-ENC           PIC 9(06).
               03 COD-CLIENTE-ENC          PIC 9(05).
               03 DATA-ENC                 PIC 9(08).
               03 DIAS-ATRASO-ENC          PIC 9(05).
               03 ENCARGO-DEVIDO-ENC       PIC 9(09)V99.
