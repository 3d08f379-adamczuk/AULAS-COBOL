      * REG-LANCAMENTO - double-entry posting line appended to
      * LANCAMENTOS.TXT through the GRAVA-LANCAMENTO subprogram:
      * FATURAMENTO posts revenue and receivable, the receivables
      * receipts post cash in, NOTA-FORNECEDOR posts goods received
      * against payable, CONTABILIZA-ESTOQUE posts the stock
      * movements, and the payables settlements post cash out.
      * Summarized per account by BALANCETE. CENTRO-CUSTO-LAN is the
      * cost center (CENTROSCUSTO.TXT) the posting belongs to, zero
      * when it has none; RELATORIO-CENTRO-CUSTO reports the expense
      * accounts by it.
      ******************************************************************
           01 REG-LANCAMENTO.
               03 DATA-LAN                 PIC 9(08).
               03 HISTORICO-LAN            PIC X(30).
               03 ORIGEM-LAN               PIC X(20).
               03 DOCUMENTO-LAN            PIC 9(06).
               03 CENTRO-CUSTO-LAN         PIC 9(03).
