      ******************************************************************
      * REG-RECEBIMENTO-PAR - receipt-journal line appended to
      * RECEBIMENTOSPARCELA.TXT (through GRAVA-RECEB-PARCELA) every
      * time money is applied to a contract installment: at the
      * counter by RECEBE-PARCELA ('C'), from the bank return file by
      * COBRANCA-BANCO ('B') and on early payoff by CONSULTA-CONTRATO
      * ('Q'). The amount settled on the installment splits into
      * principal and interest in the same proportion as the
      * installment itself; late charges (multa, mora) and the payoff
      * discount are kept apart. VALOR-PAGO-RP is what the customer
      * actually paid. Read back by EXTRATO-CONTRATOS.
      ******************************************************************
           01 REG-RECEBIMENTO-PAR.
               03 NUM-CONTRATO-RP          PIC 9(06).
               03 NUM-PARCELA-RP           PIC 99.
               03 COD-CLIENTE-RP           PIC 9(05).
               03 DATA-RECEBIMENTO-RP      PIC 9(08).
               03 VALOR-PRINCIPAL-RP       PIC 9(07)V99.
               03 VALOR-JUROS-RP           PIC 9(07)V99.
               03 VALOR-MULTA-RP           PIC 9(07)V99.
               03 VALOR-MORA-RP            PIC 9(07)V99.
               03 VALOR-DESCONTO-RP        PIC 9(07)V99.
               03 VALOR-PAGO-RP            PIC 9(08)V99.
               03 IND-QUITACAO-RP          PIC X.
                   88 PARCELA-QUITADA-RP   VALUE 'S'.
               03 ORIGEM-RP                PIC X.
                   88 RECEBIDO-NO-CAIXA    VALUE 'C'.
                   88 RECEBIDO-NO-BANCO    VALUE 'B'.
                   88 QUITACAO-ANTECIPADA  VALUE 'Q'.
               03 OPERADOR-RP              PIC 999.
