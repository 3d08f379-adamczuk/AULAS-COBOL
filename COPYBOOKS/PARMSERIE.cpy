      ******************************************************************
      * PARM-NUM-SERIE - parameter area for CALLs to REGISTRA-SERIE.
      *   ACAO 'R' - receive PRODUTO/SERIE from PARCEIRO (supplier) on
      *              DOCUMENTO (purchase order), INSPECAO
      *   ACAO 'V' - check that the unit is in stock, ready to ship
      *   ACAO 'X' - ship the unit on DOCUMENTO (sales order) to
      *              PARCEIRO (customer)
      *   ACAO 'C' - check that the unit was sold on DOCUMENTO (sales
      *              order) to PARCEIRO (customer)
      *   ACAO 'D' - take the unit back into stock on DOCUMENTO
      *              (credit note) from PARCEIRO (customer)
      *   ACAO 'F' - return to the supplier every unit of PRODUTO still
      *              in stock from INSPECAO; QTDE returns how many
      * RETORNO 00 ok, 22 serial already in stock, 23 serial unknown,
      * 95 unit not in the situation the action needs (STATUS returns
      * the situation found), or the file status of the failed I/O.
      ******************************************************************
           01 PARM-NUM-SERIE.
               03 PARM-NSE-ACAO            PIC X.
               03 PARM-NSE-PRODUTO         PIC 9(05).
               03 PARM-NSE-SERIE           PIC X(20).
               03 PARM-NSE-DOCUMENTO       PIC 9(06).
               03 PARM-NSE-PARCEIRO        PIC 9(05).
               03 PARM-NSE-INSPECAO        PIC 9(06).
               03 PARM-NSE-OPERADOR        PIC 999.
               03 PARM-NSE-QTDE            PIC 9(05).
               03 PARM-NSE-STATUS          PIC X.
               03 PARM-NSE-RETORNO         PIC 99.
