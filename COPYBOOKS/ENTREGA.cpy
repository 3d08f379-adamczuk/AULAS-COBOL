      ******************************************************************
      * REG-ENTREGA - proof of delivery for one sales order, keyed back
      * from the driver's ROMANEIO-ENTREGA sheet by RETORNO-ENTREGA
      * into the indexed ENTREGAS.TXT (one record per order). The route
      * comes from the customer's COD-ROTA-CLIENTE, the vehicle from
      * the sheet. Refused quantities post 'E' movements back to
      * MOVIMENTO.TXT. TRATAMENTO-ENT says what was done with the
      * order: a refusal on an order not yet billed holds it from
      * FATURAMENTO (PEDIDO-RETIDO) until it is released, while a
      * refusal on a billed order issues a credit note on DEVOLUCOES.
      * COD-MOTORISTA-ENT is the driver who ran the manifest (blank or
      * zero when keyed before drivers were recorded).
      ******************************************************************
           01 REG-ENTREGA.
               03 NUM-PEDIDO-ENT           PIC 9(06).
               03 COD-CLIENTE-ENT          PIC 9(05).
               03 COD-ROTA-ENT             PIC 99.
               03 COD-VEICULO-ENT          PIC 9(04).
               03 DATA-ENTREGA             PIC 9(08).
               03 SITUACAO-ENT             PIC X.
                   88 ENTREGA-TOTAL        VALUE 'T'.
                   88 ENTREGA-PARCIAL      VALUE 'P'.
                   88 ENTREGA-RECUSADA     VALUE 'R'.
               03 MOTIVO-ENT               PIC XX.
               03 TRATAMENTO-ENT           PIC X.
                   88 ENT-SEM-PENDENCIA    VALUE ' '.
                   88 ENT-RETIDA           VALUE 'R'.
                   88 ENT-LIBERADA         VALUE 'L'.
                   88 ENT-CREDITADA        VALUE 'C'.
               03 NUM-NOTA-CREDITO-ENT     PIC 9(06).
               03 QTDE-ITENS-ENT           PIC 99.
               03 ITEM-ENTREGA OCCURS 10 TIMES.
                   05 COD-PRODUTO-ENT      PIC 9(05).
                   05 QTDE-ENTREGUE-ENT    PIC 9(09).
                   05 QTDE-RECUSADA-ENT    PIC 9(09).
               03 COD-MOTORISTA-ENT        PIC 9(04).
