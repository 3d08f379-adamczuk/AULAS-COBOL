      ******************************************************************
      * REG-SALDO-ABERTURA - opening balance of a balance-sheet account
      * for one year on the indexed SALDOSABERTURA.TXT, written by the
      * year-end close in FECHAMENTO-CONTABIL from the balances left
      * after the closing entries (debits minus credits, so liability
      * and equity balances are negative). The close of the next
      * year starts from these balances instead of the postings of
      * earlier years.
      ******************************************************************
           01 REG-SALDO-ABERTURA.
               03 CHAVE-SALDO-ABERTURA.
                   05 SAB-ANO              PIC 9(04).
                   05 SAB-CONTA            PIC 9(05).
               03 SAB-SALDO                PIC S9(13)V99.
               03 SAB-DATA-HORA            PIC 9(14).
