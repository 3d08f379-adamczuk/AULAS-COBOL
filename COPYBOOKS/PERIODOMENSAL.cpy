      ******************************************************************
      * REG-PERIODO-MENSAL - one-line card on PERIODOMENSAL.TXT with
      * the month being closed. CADEIA-MENSAL writes it before the
      * first month-end step and empties it when the chain ends, so a
      * step finding the card runs unattended for that month and a
      * step run from the menu (no card) asks the operator instead.
      ******************************************************************
           01 REG-PERIODO-MENSAL.
               03 PMS-PERIODO              PIC 9(06).
               03 PMS-OPERADOR             PIC 999.
               03 PMS-DATA-HORA            PIC 9(14).
