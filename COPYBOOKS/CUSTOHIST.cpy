      * by RECEBIMENTO-COMPRA whenever a receipt at the supplier's
      * actual price moves CUSTO-UNITARIO-PRODUTO by weighted average,
      * so finance can trace valuation changes between the
      * FECHAMENTO-MENSAL snapshots. CUSTO-AGREGADO appends a line
      * with ORIGEM-CH 'A' when freight, insurance or import charges
      * are added to the cost of the quantity still in stock; then
      * PRECO-RECEBIMENTO-CH holds the charge per stock unit.
      ******************************************************************
           01 REG-CUSTO-HIST.
               03 COD-PRODUTO-CH           PIC 9(05).
               03 DATA-CH                  PIC 9(08).
               03 NUM-ORDEM-CH             PIC 9(06).
               03 QTDE-RECEBIDA-CH         PIC 9(09).
               03 CUSTO-ANTERIOR-CH        PIC 9(07)V99.
               03 CUSTO-NOVO-CH            PIC 9(07)V99.
               03 OPERADOR-CH              PIC 999.
               03 ORIGEM-CH                PIC X.
                   88 CH-RECEBIMENTO       VALUE 'R' SPACE.
                   88 CH-CUSTO-AGREGADO    VALUE 'A'.
