      ******************************************************************
      * REG-APURACAO-ICMS - one record per closed month (AAAAMM) on
      * the indexed APURACAOICMS.TXT, written by APURACAO-ICMS after
      * it prints the monthly tax ledger. Debits are the ICMS on the
      * month's FATURASLINHAS, credits the ICMS on approved supplier
      * invoices (NOTASFORN.TXT) and reversals the ICMS on the credit
      * notes in DEVOLUCOES.TXT. A month that ends with more credit
      * than debit carries SALDO-CREDOR-APU into the next month's
      * SALDO-CREDOR-ANT-APU instead of producing tax to pay.
      ******************************************************************
           01 REG-APURACAO-ICMS.
               03 PERIODO-APU              PIC 9(06).
               03 DATA-APURACAO            PIC 9(08).
               03 BASE-SAIDAS-APU          PIC 9(11)V99.
               03 DEBITO-APU               PIC 9(11)V99.
               03 BASE-ENTRADAS-APU        PIC 9(11)V99.
               03 CREDITO-APU              PIC 9(11)V99.
               03 BASE-DEVOLUCOES-APU      PIC 9(11)V99.
               03 ESTORNO-APU              PIC 9(11)V99.
               03 SALDO-CREDOR-ANT-APU     PIC 9(11)V99.
               03 IMPOSTO-RECOLHER-APU     PIC 9(11)V99.
               03 SALDO-CREDOR-APU         PIC 9(11)V99.
