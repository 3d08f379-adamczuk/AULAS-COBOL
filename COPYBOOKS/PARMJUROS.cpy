      ******************************************************************
      * PARM-SEPARA-JUROS - parameter area for CALLs to SEPARA-JUROS.
      * The caller gives the total interest of the contract, the
      * number of installments, the value of each one and the method:
      * 'L' the same interest in every installment (simple interest),
      * 'D' decreasing, by the sum of the digits, so the first
      * installments carry more interest as the balance is larger.
      * Back comes the interest of each installment; the principal is
      * the installment value less that. The last installment takes
      * the rounding so the parts add up to JUROS.
      ******************************************************************
           01 PARM-SEPARA-JUROS.
               03 PARM-SJ-JUROS            PIC 9(07)V99.
               03 PARM-SJ-QTDE             PIC 99.
               03 PARM-SJ-VALOR-PARCELA    PIC 9(07)V99.
               03 PARM-SJ-METODO           PIC X.
                   88 PARM-SJ-LINEAR       VALUE 'L'.
                   88 PARM-SJ-DECRESCENTE  VALUE 'D'.
               03 PARM-SJ-JUROS-PARCELA    PIC 9(07)V99
                                           OCCURS 99 TIMES.
