      ******************************************************************
      * PARM-SUBSTITUTO - parameter area for CALLs to
      * BUSCA-SUBSTITUTO. The caller passes the short product, the
      * quantity wanted and in ORDEM the rank already tried (zero the
      * first time). BUSCA-SUBSTITUTO returns the next ranked active
      * substitute whose available-to-promise (stock less reserved)
      * covers the quantity, with its rank, name, list price, the
      * quantity available and whether the customer must approve.
      * RETORNO 23 means no substitute can serve the line.
      ******************************************************************
           01 PARM-SUBSTITUTO.
               03 PARM-SUB-PRODUTO         PIC 9(05).
               03 PARM-SUB-QTDE            PIC 9(09).
               03 PARM-SUB-ORDEM           PIC 9.
               03 PARM-SUB-SUBSTITUTO      PIC 9(05).
               03 PARM-SUB-NOME            PIC X(20).
               03 PARM-SUB-PRECO           PIC 9(07)V99.
               03 PARM-SUB-DISPONIVEL      PIC 9(09).
               03 PARM-SUB-APROVACAO       PIC X.
               03 PARM-SUB-RETORNO         PIC 99.
