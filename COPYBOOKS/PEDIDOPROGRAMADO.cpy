      ******************************************************************
      * REG-PEDIDO-PROGRAMADO - standing customer order on the indexed
      * PEDIDOSPROGRAMADOS.TXT, maintained by PEDIDO-PROGRAMADO. Each
      * night PEDIDO-PROGRAMADO-LOTE turns every active standing order
      * whose DATA-PROXIMA-PRG has arrived into a REG-PEDIDO-VENDA on
      * PEDIDOSVENDA.TXT, then moves DATA-PROXIMA-PRG on by the
      * frequency (weekly, fortnightly or monthly on DIA-MES-PRG).
      * An order that fails validation or the credit check keeps its
      * date and is retried the next night. Past DATA-FIM-PRG (zero =
      * open-ended) the standing order is closed ('E').
      ******************************************************************
           01 REG-PEDIDO-PROGRAMADO.
               03 NUM-PROGRAMADO           PIC 9(06).
               03 COD-CLIENTE-PRG          PIC 9(05).
               03 COD-VENDEDOR-PRG         PIC 999.
               03 FREQUENCIA-PRG           PIC X.
                   88 PRG-SEMANAL          VALUE 'S'.
                   88 PRG-QUINZENAL        VALUE 'Q'.
                   88 PRG-MENSAL           VALUE 'M'.
               03 DIA-MES-PRG              PIC 99.
               03 DATA-PROXIMA-PRG         PIC 9(08).
               03 DATA-FIM-PRG             PIC 9(08).
               03 COND-PAGAMENTO-PRG       PIC X.
               03 QTDE-PARCELAS-PRG        PIC 99.
               03 STATUS-PRG               PIC X.
                   88 PRG-ATIVO            VALUE 'A'.
                   88 PRG-SUSPENSO         VALUE 'S'.
                   88 PRG-ENCERRADO        VALUE 'E'.
               03 DATA-ULTIMA-GERACAO-PRG  PIC 9(08).
               03 NUM-ULTIMO-PEDIDO-PRG    PIC 9(06).
               03 QTDE-ITENS-PRG           PIC 99.
               03 ITEM-PROGRAMADO OCCURS 10 TIMES.
                   05 COD-PRODUTO-PRG      PIC 9(05).
                   05 QTDE-PRG             PIC 9(09).
