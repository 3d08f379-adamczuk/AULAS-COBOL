      ******************************************************************
      * REG-FRETE-CLIENTE - customer freight tariff on the indexed
      * FRETESCLIENTE.TXT, maintained by FRETE-CLIENTE. One record per
      * route (the customer's COD-ROTA-CLIENTE) and weight band: the
      * band covers orders up to PESO-ATE-FRT kg not covered by a
      * lower band of the same route, and charges VALOR-BASE-FRT plus
      * VALOR-KG-FRT per kg of the order. Orders whose merchandise
      * value reaches VALOR-ISENCAO-FRT travel free (zero = always
      * charged). Route 00 is the default tariff for routes with no
      * bands of their own; an order heavier than the top band is
      * charged by the top band. CALCULA-FRETE applies the table.
      ******************************************************************
           01 REG-FRETE-CLIENTE.
               03 CHAVE-FRETE.
                   05 COD-ROTA-FRT         PIC 99.
                   05 PESO-ATE-FRT         PIC 9(06).
               03 VALOR-BASE-FRT           PIC 9(05)V99.
               03 VALOR-KG-FRT             PIC 9(03)V99.
               03 VALOR-ISENCAO-FRT        PIC 9(09)V99.
