      ******************************************************************
      * REG-NOTA-BONIF - rebate credit note issued at quarter end by
      * BONIFICACAO-VOLUME on the indexed NOTASBONIF.TXT, numbered
      * from the same NOTACREDITO series as the return credit notes.
      * CHAVE-TRIM-BNF (customer + year + quarter) is unique, so a
      * quarter is credited only once. VALOR-ABATIDO-BNF went against
      * the customer's open titles; any rest was left as an
      * on-account credit (NUM-ADIANTAMENTO-BNF, ORIGEM-ADT 'B').
      ******************************************************************
           01 REG-NOTA-BONIF.
               03 NUM-NOTA-BONIF           PIC 9(06).
               03 CHAVE-TRIM-BNF.
                   05 COD-CLIENTE-BNF      PIC 9(05).
                   05 ANO-BNF              PIC 9(04).
                   05 TRIMESTRE-BNF        PIC 9.
               03 DATA-NOTA-BNF            PIC 9(08).
               03 BASE-BNF                 PIC S9(11)V99.
               03 PERCENTUAL-BNF           PIC 99V99.
               03 VALOR-BNF                PIC 9(09)V99.
               03 VALOR-ABATIDO-BNF        PIC 9(09)V99.
               03 NUM-ADIANTAMENTO-BNF     PIC 9(06).
               03 OPERADOR-BNF             PIC 999.
