      * REG-PARCELA - one installment of a financing contract on the
      * indexed PARCELAS.TXT, keyed by contract + installment number.
      * Written by EX04-AULA04 with the schedule, settled (whole or in
      * part) by RECEBE-PARCELA and aged by INADIMPLENCIA. An
      * installment written off as a loss by BAIXA-PERDAS is 'B'.
      * VALOR-PARCELA splits into the principal repaid and the
      * interest earned (SEPARA-JUROS). APROPRIA-JUROS brings the
      * interest to income month by month over the days up to the due
      * date (JUROS-APROPRIADO-PAR, accrued so far) and takes what was
      * paid as interest in the same proportion as the installment
      * (JUROS-RECEBIDO-PAR, as of its last run).
      ******************************************************************
           01 REG-PARCELA.
               03 CHAVE-PARCELA.
                   88 PARCELA-PARCIAL      VALUE 'R'.
                   88 PARCELA-PAGA         VALUE 'P'.
                   88 PARCELA-RENEGOCIADA  VALUE 'N'.
                   88 PARCELA-BAIXADA-PERDA VALUE 'B'.
               03 IND-REGISTRADO-PAR       PIC X.
                   88 PARCELA-REGISTRADA   VALUE 'S'.
               03 VALOR-PRINCIPAL-PAR      PIC 9(07)V99.
               03 VALOR-JUROS-PAR          PIC 9(07)V99.
               03 JUROS-APROPRIADO-PAR     PIC 9(07)V99.
               03 JUROS-RECEBIDO-PAR       PIC 9(07)V99.
