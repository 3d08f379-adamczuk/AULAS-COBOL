      ******************************************************************
           01 PARM-SALDO-DEP.
               03 PARM-SD-DEPOSITO         PIC 99.
               03 PARM-SD-PRODUTO          PIC 9(05).
               03 PARM-SD-TIPO             PIC X.
               03 PARM-SD-QTDE             PIC 9(09).
               03 PARM-SD-RETORNO          PIC 99.
