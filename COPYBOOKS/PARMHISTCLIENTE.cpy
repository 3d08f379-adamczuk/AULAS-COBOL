      ******************************************************************
      * PARM-HIST-CLIENTE - parameter area for CALLs to
      * HISTORICO-CLIENTE, which lists on the console the archived
      * invoices of one customer over every year in HISTCONTROLE.TXT
      * and returns how many years were searched, the number and value
      * of the invoices found and the total received on them.
      * RETORNO 35 means nothing has been archived yet.
      ******************************************************************
           01 PARM-HIST-CLIENTE.
               03 PARM-HCL-CLIENTE         PIC 9(05).
               03 PARM-HCL-ANOS            PIC 9(03).
               03 PARM-HCL-QTDE            PIC 9(05).
               03 PARM-HCL-VALOR           PIC 9(11)V99.
               03 PARM-HCL-RECEBIDO        PIC 9(11)V99.
               03 PARM-HCL-RETORNO         PIC 99.
