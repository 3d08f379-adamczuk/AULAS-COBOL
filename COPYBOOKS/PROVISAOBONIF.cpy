      ******************************************************************
      * REG-PROVISAO-BONIF - monthly rebate accrual of one customer on
      * the indexed PROVISOESBONIF.TXT, keyed by customer + AAAAMM.
      * BONIF-ACUMULADA-PRV is the rebate earned on the quarter to
      * date and VALOR-PROVISAO-PRV what was posted for the month
      * (earned to date less the months already accrued), so the
      * three months of a quarter add up to the rebate earned. The
      * quarter-end run adds its true-up to the last month.
      ******************************************************************
           01 REG-PROVISAO-BONIF.
               03 CHAVE-PROVISAO.
                   05 COD-CLIENTE-PRV      PIC 9(05).
                   05 PERIODO-PRV          PIC 9(06).
               03 BASE-MES-PRV             PIC S9(11)V99.
               03 BASE-TRIMESTRE-PRV       PIC S9(11)V99.
               03 PERCENTUAL-PRV           PIC 99V99.
               03 BONIF-ACUMULADA-PRV      PIC 9(09)V99.
               03 VALOR-PROVISAO-PRV       PIC S9(09)V99.
               03 DATA-CALCULO-PRV         PIC 9(08).
