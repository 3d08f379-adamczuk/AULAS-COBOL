      * pending row per received line; INSPECAO-RECEBIMENTO approves
      * (two-leg transfer 99 -> 01, stock becomes sellable) or
      * rejects it back to the supplier with a reason that
      * DESEMPENHO-FORNECEDOR picks up in the scorecard. A rejected
      * row carries the supplier return (DEVOLUCOESFORN.TXT) that sent
      * it back; zero while no return has been issued for it.
      ******************************************************************
           01 REG-INSPECAO.
               03 NUM-INSPECAO             PIC 9(06).
               03 NUM-ORDEM-INS            PIC 9(06).
               03 COD-FORNECEDOR-INS       PIC 999.
               03 COD-PRODUTO-INS          PIC 9(05).
               03 QTDE-INS                 PIC 9(09).
               03 DATA-RECEBIMENTO-INS     PIC 9(08).
               03 STATUS-INS               PIC X.
               03 DATA-DECISAO-INS         PIC 9(08).
               03 NUM-LOTE-INS             PIC X(10).
               03 DATA-VALIDADE-INS        PIC 9(08).
               03 NUM-DEVOLUCAO-INS        PIC 9(06).
