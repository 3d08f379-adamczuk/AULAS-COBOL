      ******************************************************************
      * REG-ORCAMENTO - budget of one ledger account for one fiscal
      * (calendar) year on the indexed ORCAMENTO.TXT, one value per
      * month. Maintained by ORCAMENTO-CONTA (loaded from a flat file
      * or copied from the prior year's actuals with an uplift) and
      * compared with LANCAMENTOS.TXT by RELATORIO-ORCAMENTO. Values
      * follow the BALANCETE balance convention, debits minus credits:
      * expense and asset budgets are positive, revenue budgets are
      * negative.
      ******************************************************************
           01 REG-ORCAMENTO.
               03 CHAVE-ORCAMENTO.
                   05 ORC-ANO              PIC 9(04).
                   05 ORC-CONTA            PIC 9(05).
               03 ORC-VALORES.
                   05 ORC-VALOR-MES        PIC S9(11)V99
                                           OCCURS 12 TIMES.
               03 ORC-OPERADOR             PIC 999.
               03 ORC-DATA-HORA            PIC 9(14).
