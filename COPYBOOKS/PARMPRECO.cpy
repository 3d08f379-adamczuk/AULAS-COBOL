      ******************************************************************
      * PARM-PRECO - parameter area for CALLs to BUSCA-PRECO, the one
      * place PEDIDO-VENDA, COTACAO-VENDA and FATURAMENTO resolve a
      * selling price. The caller fills cliente (zero when there is
      * none yet), produto, its category, the line quantity, the
      * pricing date and the list price it already read from
      * PRODUTOS.TXT. BUSCA-PRECO returns the lowest of: the list
      * price, the customer's negotiated price in force, the active
      * promotions and the quantity-break tiers reached - campaigns
      * are always computed on the list price and never stack. On a
      * tie the earlier source wins in the order negotiated, product
      * promotion, category promotion, quantity break. ORIGEM tells
      * which source won and CAMPANHA its code ('P'/'Q' only).
      ******************************************************************
           01 PARM-PRECO.
               03 PARM-PRC-CLIENTE         PIC 9(05).
               03 PARM-PRC-PRODUTO         PIC 9(05).
               03 PARM-PRC-CATEGORIA       PIC 99.
               03 PARM-PRC-QTDE            PIC 9(09).
               03 PARM-PRC-DATA            PIC 9(08).
               03 PARM-PRC-PRECO-TABELA    PIC 9(07)V99.
               03 PARM-PRC-PRECO           PIC 9(07)V99.
               03 PARM-PRC-ORIGEM          PIC X.
                   88 PRECO-DE-TABELA      VALUE 'T'.
                   88 PRECO-NEGOCIADO      VALUE 'N'.
                   88 PRECO-PROMOCAO       VALUE 'P'.
                   88 PRECO-QUANTIDADE     VALUE 'Q'.
               03 PARM-PRC-CAMPANHA        PIC 9(04).
               03 PARM-PRC-RETORNO         PIC 99.
