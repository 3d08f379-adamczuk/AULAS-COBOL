      * REG-PEDIDO-VENDA - sales order tying a CLIENTES record to
      * PRODUTOS records: header plus up to 10 order lines in one
      * record. Written by PEDIDO-VENDA, read by the fulfillment and
      * billing programs as the order walks A -> E -> F. An order
      * refused in whole or in part at delivery before it was billed
      * is held 'R' by RETORNO-ENTREGA until released.
      * IND-SUBSTITUTO-VENDA 'S' marks a line that order entry filled
      * with a substitute because the product asked for was short;
      * the product it replaced is on SUBSTITUICOES.TXT.
      * The record is 208 bytes. PEDIDO-VENDA, PEDIDO-VENDA-LOTE and
      * PEDIDO-PROGRAMADO-LOTE save it whole in WS-PEDIDO-GUARDADO,
      * and PEDIDO-VENDA audits it through WS-AUD-ANTES/DEPOIS and
      * REG-AUDIT-MESTRE: widen those with the record.
      ******************************************************************
           01 REG-PEDIDO-VENDA.
               03 NUM-PEDIDO-VENDA         PIC 9(06).
               03 COD-CLIENTE-VENDA        PIC 9(05).
               03 DATA-PEDIDO-VENDA        PIC 9(08).
               03 STATUS-PEDIDO-VENDA      PIC X.
                   88 PEDIDO-ABERTO        VALUE 'A'.
                   88 PEDIDO-EXPEDIDO      VALUE 'E'.
                   88 PEDIDO-FATURADO      VALUE 'F'.
                   88 PEDIDO-CANCELADO     VALUE 'C'.
                   88 PEDIDO-RETIDO        VALUE 'R'.
               03 COD-VENDEDOR-VENDA       PIC 999.
               03 QTDE-ITENS-VENDA         PIC 99.
               03 ITEM-PEDIDO-VENDA OCCURS 10 TIMES.
                   05 COD-PRODUTO-VENDA    PIC 9(05).
                   05 QTDE-VENDA           PIC 9(09).
               03 MOTIVO-CANCEL-VENDA      PIC X(30).
               03 COND-PAGAMENTO-VENDA     PIC X.
                   88 VENDA-A-VISTA        VALUE 'V'.
                   88 VENDA-FINANCIADA     VALUE 'F'.
               03 QTDE-PARCELAS-VENDA      PIC 99.
               03 SUBSTITUICOES-VENDA.
                   05 IND-SUBSTITUTO-VENDA PIC X OCCURS 10 TIMES.
                       88 ITEM-SUBSTITUTO  VALUE 'S'.
