      ******************************************************************
      * REG-DEVOLUCAO-FORN - return of rejected goods to the supplier
      * on the indexed DEVOLUCOESFORN.TXT, numbered from the
      * "DEVOLUCAOFORN" series and also reachable by ordem. Issued by
      * INSPECAO-RECEBIMENTO for the lots rejected at inspection on
      * one purchase order (each inspection is tied back through
      * NUM-DEVOLUCAO-INS), printed as the carrier's return slip and
      * valued at CUSTO-UNITARIO-PRODUTO. The value is a debit note
      * against the supplier: it is taken off VALOR-ABERTO-CP of the
      * ordem's titulo at once or, when NOTA-FORNECEDOR has not yet
      * released the titulo, stays pending ('P') until it does.
      * DESEMPENHO-FORNECEDOR weighs the returned value in the
      * supplier's quality index.
      ******************************************************************
           01 REG-DEVOLUCAO-FORN.
               03 NUM-DEVOLUCAO-FORN       PIC 9(06).
               03 NUM-ORDEM-DVF            PIC 9(06).
               03 COD-FORNECEDOR-DVF       PIC 999.
               03 DATA-DVF                 PIC 9(08).
               03 QTDE-ITENS-DVF           PIC 99.
               03 ITEM-DVF OCCURS 10 TIMES.
                   05 NUM-INSPECAO-DVF     PIC 9(06).
                   05 COD-PRODUTO-DVF      PIC 9(05).
                   05 QTDE-DVF             PIC 9(09).
                   05 NUM-LOTE-DVF         PIC X(10).
                   05 MOTIVO-DVF           PIC XX.
                   05 CUSTO-UNIT-DVF       PIC 9(07)V99.
                   05 VALOR-ITEM-DVF       PIC 9(09)V99.
               03 VALOR-TOTAL-DVF          PIC 9(09)V99.
               03 VALOR-ABATIDO-DVF        PIC 9(09)V99.
               03 STATUS-DVF               PIC X.
                   88 DVF-PENDENTE         VALUE 'P'.
                   88 DVF-ABATIDA          VALUE 'A'.
               03 OPERADOR-DVF             PIC 999.
