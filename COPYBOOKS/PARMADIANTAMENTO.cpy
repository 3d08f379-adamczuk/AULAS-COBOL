      ******************************************************************
      * PARM-ADIANTAMENTO - parameter area for CALLs to
      * SALDO-ADIANTAMENTO: the caller fills the customer and gets
      * back the unapplied on-account balance and the number of open
      * credits. RETORNO is the ADIANTAMENTOS.TXT status; a missing
      * file just means a zero balance.
      ******************************************************************
           01 PARM-ADIANTAMENTO.
               03 PARM-ADT-CLIENTE         PIC 9(05).
               03 PARM-ADT-SALDO           PIC 9(11)V99.
               03 PARM-ADT-QTDE            PIC 9(05).
               03 PARM-ADT-RETORNO         PIC 99.
