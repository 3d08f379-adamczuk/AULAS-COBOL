      ******************************************************************
           01 REG-RECEBIMENTO-CR.
               03 NUM-FATURA-REC           PIC 9(06).
               03 COD-CLIENTE-REC          PIC 9(05).
               03 DATA-RECEBIMENTO-REC     PIC 9(08).
               03 VALOR-RECEBIDO-REC       PIC 9(09)V99.
               03 OPERADOR-RECEBIMENTO     PIC 999.
