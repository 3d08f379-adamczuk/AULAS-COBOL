      ******************************************************************
      * REG-JUROS-CONTRATO - month-by-month history of each financing
      * contract on the indexed JUROSCONTRATOS.TXT, written by
      * APROPRIA-JUROS at month end and read by CARTEIRA-CONTRATOS.
      * Holds the principal still open at the end of the month, the
      * interest accrued to income and the interest received in the
      * month, and the interest accrued and not yet received. A rerun
      * of the same month adds to the record it already wrote.
      ******************************************************************
           01 REG-JUROS-CONTRATO.
               03 CHAVE-JUROS-CONTRATO.
                   05 PERIODO-JC           PIC 9(06).
                   05 NUM-CONTRATO-JC      PIC 9(06).
               03 COD-CLIENTE-JC           PIC 9(05).
               03 PRINCIPAL-ABERTO-JC      PIC 9(09)V99.
               03 JUROS-APROPRIADO-JC      PIC 9(07)V99.
               03 JUROS-RECEBIDO-JC        PIC 9(07)V99.
               03 JUROS-A-RECEBER-JC       PIC S9(07)V99.
