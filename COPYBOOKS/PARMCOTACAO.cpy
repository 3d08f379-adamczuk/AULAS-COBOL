      ******************************************************************
      * PARM-COTACAO - parameter area for CALLs to BUSCA-COTACAO. The
      * caller fills the currency and the date (zero = today) and
      * gets back the rate in reais per unit and the date that rate
      * was taken on: the same day, or the last rate before it.
      * RETORNO 23 means the currency has no rate on or before the
      * date (or is not registered); any other non-zero value is the
      * file status that stopped the search.
      ******************************************************************
           01 PARM-COTACAO.
               03 PARM-COT-MOEDA           PIC X(03).
               03 PARM-COT-DATA            PIC 9(08).
               03 PARM-COT-TAXA            PIC 9(05)V9(06).
               03 PARM-COT-DATA-TAXA       PIC 9(08).
               03 PARM-COT-RETORNO         PIC 99.
