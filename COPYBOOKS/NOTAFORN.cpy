      * approved match releases the titulo to CONTASPAGAR.TXT, so we
      * stop paying whatever quantity times our own cost happened to
      * give.
      * An invoice in a foreign currency keeps the currency, the
      * amount billed in it and the rate of DATA-NF; VALOR-NF is then
      * the converted value in reais that is matched and booked.
      ******************************************************************
           01 REG-NOTA-FORN.
               03 CHAVE-NOTA-FORN.
               03 STATUS-NF                PIC X.
                   88 NF-APROVADA          VALUE 'A'.
                   88 NF-DIVERGENTE        VALUE 'D'.
               03 COD-MOEDA-NF             PIC X(03).
               03 VALOR-MOEDA-NF           PIC 9(09)V99.
               03 TAXA-CAMBIO-NF           PIC 9(05)V9(06).
