      ******************************************************************
      * REG-CUSTO-AGREGADO - freight, insurance or import charge on
      * the indexed CUSTOSAGREGADOS.TXT, numbered from the
      * "CUSTOAGREG" series and entered by CUSTO-AGREGADO against one
      * receipt or a group of up to 10 ordens de compra. The charge
      * is spread over the received lines of those ordens by value
      * (qtde x preco do recebimento), weight (PESO-PRODUTO) or
      * quantity. The share of each line still in stock goes into
      * CUSTO-UNITARIO-PRODUTO by weighted average (VALOR-ESTOQUE-AGR)
      * and the share of goods already sold is expensed
      * (VALOR-RESULTADO-AGR), so a bill arriving after the goods
      * still lands on the quantity left on hand.
      ******************************************************************
           01 REG-CUSTO-AGREGADO.
               03 NUM-CUSTO-AGR            PIC 9(06).
               03 TIPO-DESPESA-AGR         PIC X.
                   88 DESPESA-FRETE        VALUE 'F'.
                   88 DESPESA-SEGURO       VALUE 'S'.
                   88 DESPESA-IMPORTACAO   VALUE 'I'.
                   88 DESPESA-OUTRAS       VALUE 'O'.
               03 COD-FORNECEDOR-AGR       PIC 999.
               03 DOCUMENTO-AGR            PIC X(15).
               03 DATA-AGR                 PIC 9(08).
               03 CRITERIO-RATEIO-AGR      PIC X.
                   88 RATEIO-VALOR         VALUE 'V'.
                   88 RATEIO-PESO          VALUE 'P'.
                   88 RATEIO-QUANTIDADE    VALUE 'Q'.
               03 VALOR-AGR                PIC 9(09)V99.
               03 QTDE-ORDENS-AGR          PIC 99.
               03 NUM-ORDEM-AGR            PIC 9(06) OCCURS 10 TIMES.
               03 VALOR-ESTOQUE-AGR        PIC 9(09)V99.
               03 VALOR-RESULTADO-AGR      PIC 9(09)V99.
               03 OPERADOR-AGR             PIC 999.
