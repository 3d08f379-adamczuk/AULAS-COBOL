      ******************************************************************
      * REG-COTACAO-MOEDA - exchange rate of one currency on one day,
      * on the indexed COTACOESMOEDA.TXT keyed by moeda + data, in
      * reais per unit of the currency. Keyed in daily through
      * MOEDA-CAMBIO. BUSCA-COTACAO returns the rate of a date, or
      * the last one before it when that day has none (weekends and
      * holidays).
      ******************************************************************
           01 REG-COTACAO-MOEDA.
               03 CHAVE-COTACAO.
                   05 COD-MOEDA-COT        PIC X(03).
                   05 DATA-COTACAO         PIC 9(08).
               03 TAXA-COTACAO             PIC 9(05)V9(06).
               03 OPERADOR-COTACAO         PIC 999.
