      * FECHAMENTO-MENSAL to SALDOSPERIODO.TXT: one record per product
      * per closed period (AAAAMM), carrying the closing stock and
      * price plus the period's entrada/saida totals so finance stops
      * re-deriving them from the raw movement ledger. The closing
      * stock is valued twice: at the weighted-average cost on
      * PRODUTOS.TXT and at the FIFO cost layers left on
      * CAMADASCUSTO.TXT (QTDE-FIFO-FECHAMENTO is the quantity those
      * layers still hold).
      ******************************************************************
           01 REG-SALDO-PERIODO.
               03 PERIODO-SALDO            PIC 9(06).
               03 COD-PRODUTO-SALDO        PIC 9(05).
               03 ESTOQUE-FECHAMENTO       PIC 9(09).
               03 PRECO-FECHAMENTO         PIC 9(07)V99.
               03 TOTAL-ENTRADAS-PER       PIC 9(11).
               03 TOTAL-SAIDAS-PER         PIC 9(11).
               03 QTDE-FIFO-FECHAMENTO     PIC 9(09).
               03 VALOR-MEDIO-FECHAMENTO   PIC 9(11)V99.
               03 VALOR-FIFO-FECHAMENTO    PIC 9(11)V99.
