      * FATURASLINHAS.TXT by FATURAMENTO alongside the printed invoice
      * document, so sales can be analyzed by product and by customer
      * without retyping invoices. Read by ANALISE-VENDAS for the
      * monthly sales-analysis report. ORIGEM-PRECO-FL records where
      * the billed price came from (see PARM-PRC-ORIGEM in PARMPRECO)
      * and COD-CAMPANHA-FL the promotion or quantity-break campaign
      * that set it, for the CAMPANHA-PRECO results report.
      * IMPOSTO-FL is the tax FATURAMENTO computed on the line; the
      * lines of an invoice add up to its VALOR-IMPOSTO-FATURA.
      ******************************************************************
           01 REG-FATURA-LINHA.
               03 NUM-FATURA-FL            PIC 9(06).
               03 NUM-PEDIDO-FL            PIC 9(06).
               03 COD-CLIENTE-FL           PIC 9(05).
               03 DATA-FATURA-FL           PIC 9(08).
               03 COD-PRODUTO-FL           PIC 9(05).
               03 QTDE-FL                  PIC 9(09).
               03 PRECO-FL                 PIC 9(07)V99.
               03 VALOR-FL                 PIC 9(09)V99.
               03 ORIGEM-PRECO-FL          PIC X.
               03 COD-CAMPANHA-FL          PIC 9(04).
               03 IMPOSTO-FL               PIC 9(09)V99.
