      ******************************************************************
      * PARM-RECEB-PARCELA - parameter area for CALLs to
      * GRAVA-RECEB-PARCELA, which journals a receipt applied to a
      * contract installment on RECEBIMENTOSPARCELA.TXT. APLICADO is
      * the amount settled on the installment (before charges and
      * discount); VALOR-PARCELA and JUROS-PARCELA are the
      * installment's value and interest share, used to split APLICADO
      * into principal and interest. CLIENTE may be left at zero, in
      * which case it is looked up on CONTRATOS.TXT. QUITOU is 'S'
      * when this receipt paid the installment off. RETORNO is the
      * file status of the journal.
      ******************************************************************
           01 PARM-RECEB-PARCELA.
               03 PARM-RP-CONTRATO         PIC 9(06).
               03 PARM-RP-PARCELA          PIC 99.
               03 PARM-RP-CLIENTE          PIC 9(05).
               03 PARM-RP-DATA             PIC 9(08).
               03 PARM-RP-APLICADO         PIC 9(07)V99.
               03 PARM-RP-MULTA            PIC 9(07)V99.
               03 PARM-RP-MORA             PIC 9(07)V99.
               03 PARM-RP-DESCONTO         PIC 9(07)V99.
               03 PARM-RP-VALOR-PARCELA    PIC 9(07)V99.
               03 PARM-RP-JUROS-PARCELA    PIC 9(07)V99.
               03 PARM-RP-QUITOU           PIC X.
               03 PARM-RP-ORIGEM           PIC X.
               03 PARM-RP-RETORNO          PIC 99.
