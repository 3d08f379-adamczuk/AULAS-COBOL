      ******************************************************************
      * PARM-FRETE - parameter area for CALLs to CALCULA-FRETE. The
      * caller fills the customer, the order weight in kg (quantity
      * times PESO-PRODUTO) and the order's merchandise value; the
      * subprogram returns the customer's route, the band used, the
      * freight to charge and ISENTO 'S' when the free-freight
      * threshold waived it. RETORNO 23 = no tariff for the route nor
      * a default (freight zero), otherwise the tariff-file status.
      ******************************************************************
           01 PARM-FRETE.
               03 PARM-FRT-CLIENTE         PIC 9(05).
               03 PARM-FRT-PESO            PIC 9(09)V999.
               03 PARM-FRT-VALOR-PEDIDO    PIC 9(11)V99.
               03 PARM-FRT-ROTA            PIC 99.
               03 PARM-FRT-FAIXA           PIC 9(06).
               03 PARM-FRT-VALOR-FRETE     PIC 9(07)V99.
               03 PARM-FRT-ISENTO          PIC X.
               03 PARM-FRT-RETORNO         PIC 99.
