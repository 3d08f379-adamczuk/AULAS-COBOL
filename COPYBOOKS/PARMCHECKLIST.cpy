      ******************************************************************
      * PARM-CHECKLIST - parameter area for CALLs to CONFERE-CHECKLIST.
      * The caller gives the closing month and, in ATE-PROGRAMA, the
      * checklist step it is about to be (spaces = the whole list).
      * The steps before it that are neither concluded nor waived are
      * counted in PENDENTES, the first one returned in PRIMEIRO-SEQ
      * and PRIMEIRO-DESCRICAO. RETORNO 0 = close may go ahead, 4 =
      * steps pending, 8 = no checklist started for the month.
      ******************************************************************
           01 PARM-CHECKLIST.
               03 PARM-CKL-PERIODO         PIC 9(06).
               03 PARM-CKL-ATE-PROGRAMA    PIC X(30).
               03 PARM-CKL-PENDENTES       PIC 99.
               03 PARM-CKL-PRIMEIRO-SEQ    PIC 99.
               03 PARM-CKL-PRIMEIRO-DESCRICAO PIC X(40).
               03 PARM-CKL-RETORNO         PIC 99.
