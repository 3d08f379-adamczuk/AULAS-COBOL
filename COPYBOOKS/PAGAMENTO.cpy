      * PAGAMENTOS.TXT by the PAGAMENTO-LOTE payment run, one per
      * titulo settled in a confirmed batch, so the bank remittance
      * can be reconciled later against what was actually baixado.
      * VALOR-PAGO-PAG is the cash remitted; VALOR-DESCONTO-PAG the
      * early-payment discount taken on top of it.
      ******************************************************************
           01 REG-PAGAMENTO.
               03 NUM-LOTE-PAG             PIC 9(06).
               03 DATA-PAGAMENTO           PIC 9(08).
               03 VALOR-PAGO-PAG           PIC 9(09)V99.
               03 OPERADOR-PAG             PIC 999.
               03 VALOR-DESCONTO-PAG       PIC 9(09)V99.
