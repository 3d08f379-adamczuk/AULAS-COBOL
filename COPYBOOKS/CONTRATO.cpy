      * CONTRATOS.TXT, written by EX04-AULA04 when a financed
      * purchase is confirmed. The generated installments live on
      * PARCELAS.TXT (one REG-PARCELA per installment).
      * VALOR-FINANCIADO-CTR is the total the customer pays: the
      * principal (PRINCIPAL-CTR, the price or balance financed) plus
      * the interest charged over the term (JUROS-CTR).
      ******************************************************************
           01 REG-CONTRATO.
               03 NUM-CONTRATO             PIC 9(06).
               03 COD-CLIENTE-CTR          PIC 9(05).
               03 DATA-CONTRATO            PIC 9(08).
               03 VALOR-FINANCIADO-CTR     PIC 9(07)V99.
               03 QTDE-PARCELAS-CTR        PIC 99.
               03 NUM-FATURA-CTR           PIC 9(06).
               03 PRINCIPAL-CTR            PIC 9(07)V99.
               03 JUROS-CTR                PIC 9(07)V99.
