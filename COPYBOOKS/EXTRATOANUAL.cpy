      ******************************************************************
      * REG-EXTRATO-ANUAL - one line per customer and financing
      * contract on EXTRATOCONTRATOS<ano>.TXT, the summary handed to
      * the accountant by EXTRATO-CONTRATOS together with the
      * printed statements: what was paid in the year (principal,
      * interest, late charges and early-payoff discount, from the
      * installment receipt journal) and the balance still owed on
      * 31 December.
      ******************************************************************
           01 REG-EXTRATO-ANUAL.
               03 ANO-EA                   PIC 9(04).
               03 COD-CLIENTE-EA           PIC 9(05).
               03 NUM-CONTRATO-EA          PIC 9(06).
               03 DATA-CONTRATO-EA         PIC 9(08).
               03 PARCELAS-PAGAS-EA        PIC 9(03).
               03 PRINCIPAL-PAGO-EA        PIC 9(09)V99.
               03 JUROS-PAGOS-EA           PIC 9(09)V99.
               03 ENCARGOS-PAGOS-EA        PIC 9(09)V99.
               03 DESCONTO-EA              PIC 9(09)V99.
               03 SALDO-DEZEMBRO-EA        PIC 9(09)V99.
