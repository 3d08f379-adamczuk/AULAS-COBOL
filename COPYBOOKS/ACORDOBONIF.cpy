      ******************************************************************
      * REG-ACORDO-BONIF - volume-rebate agreement of one customer on
      * the indexed ACORDOSBONIF.TXT, maintained by
      * BONIFICACAO-VOLUME. Up to five tiers in ascending order of
      * VALOR-MINIMO-ACB: the highest tier reached by the customer's
      * net billing in the calendar quarter sets the percentage paid
      * back on the whole quarter. DATA-FIM-ACB zero means the
      * agreement has no end date.
      ******************************************************************
           01 REG-ACORDO-BONIF.
               03 COD-CLIENTE-ACB          PIC 9(05).
               03 DATA-INICIO-ACB          PIC 9(08).
               03 DATA-FIM-ACB             PIC 9(08).
               03 QTDE-FAIXAS-ACB          PIC 9.
               03 FAIXA-ACB OCCURS 5 TIMES.
                   05 VALOR-MINIMO-ACB     PIC 9(11)V99.
                   05 PERCENTUAL-ACB       PIC 99V99.
               03 OPERADOR-ACB             PIC 999.
