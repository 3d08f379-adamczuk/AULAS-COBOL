      ******************************************************************
      * REG-HIST-SERIE - event trail of the serialized units, appended
      * to HISTSERIE.TXT by REGISTRA-SERIE and read by CONSULTA-SERIE.
      * HS-DOCUMENTO is the purchase order (R), the sales order (X),
      * the credit note (D) or the inspection (F); HS-PARCEIRO is the
      * supplier (R, F) or the customer (X, D).
      ******************************************************************
           01 REG-HIST-SERIE.
               03 HS-COD-PRODUTO           PIC 9(05).
               03 HS-NUM-SERIE             PIC X(20).
               03 HS-EVENTO                PIC X.
                   88 HS-RECEBIMENTO       VALUE 'R'.
                   88 HS-EXPEDICAO         VALUE 'X'.
                   88 HS-DEVOLUCAO-CLIENTE VALUE 'D'.
                   88 HS-DEVOLUCAO-FORN    VALUE 'F'.
               03 HS-DATA                  PIC 9(08).
               03 HS-DOCUMENTO             PIC 9(06).
               03 HS-PARCEIRO              PIC 9(05).
               03 HS-OPERADOR              PIC 999.
