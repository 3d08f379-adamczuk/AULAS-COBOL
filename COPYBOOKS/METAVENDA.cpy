      ******************************************************************
      * REG-META-VENDA - monthly sales target on the indexed
      * METASVENDA.TXT, maintained by META-VENDAS. The key is the
      * salesperson, the month (AAAAMM) and a product category; the
      * record with COD-CATEGORIA-MET zero is the salesperson's total
      * target for the month, the others split it by category. Targets
      * are merchandise value (invoice total less ICMS) net of credit
      * notes. TAXA-ACELERADA-MET, on the total record only, is the
      * commission percent COMISSAO-VENDAS pays on the value sold
      * above the target once attainment passes 100%; zero keeps the
      * salesperson's normal TAXA-COMISSAO-VEND on everything.
      ******************************************************************
           01 REG-META-VENDA.
               03 CHAVE-META.
                   05 COD-VENDEDOR-MET     PIC 999.
                   05 PERIODO-MET          PIC 9(06).
                   05 COD-CATEGORIA-MET    PIC 99.
               03 VALOR-META               PIC 9(09)V99.
               03 TAXA-ACELERADA-MET       PIC 99V99.
