      * REG-CONTA-RECEBER - one open-item row per invoice in the
      * accounts-receivable ledger. Created by CONTAS-RECEBER from
      * FATURAS.TXT, settled by the receipt-entry option and aged by
      * the aging report. VALOR-FRETE-CR is the freight part of the
      * invoice value, carried from VALOR-FRETE-FATURA. A title
      * written off by BAIXA-PERDAS is left 'B' with no open value.
      ******************************************************************
           01 REG-CONTA-RECEBER.
               03 NUM-FATURA-CR            PIC 9(06).
               03 COD-CLIENTE-CR           PIC 9(05).
               03 DATA-FATURA-CR           PIC 9(08).
               03 VALOR-ORIGINAL-CR        PIC 9(09)V99.
               03 VALOR-ABERTO-CR          PIC 9(09)V99.
               03 STATUS-CR                PIC X.
                   88 CR-ABERTA            VALUE 'A'.
                   88 CR-LIQUIDADA         VALUE 'L'.
                   88 CR-BAIXADA-PERDA     VALUE 'B'.
               03 IND-REGISTRADO-CR        PIC X.
                   88 CR-REGISTRADA        VALUE 'S'.
               03 RGM-ALUNO-CR             PIC 9(05).
               03 VALOR-FRETE-CR           PIC 9(07)V99.
