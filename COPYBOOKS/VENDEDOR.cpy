      * in PEDIDO-VENDA carry the salesperson code through to
      * REG-FATURA, and COMISSAO-VENDAS applies TAXA-COMISSAO-VEND
      * (percent) to each salesperson's invoiced value for the month.
      * Monthly targets live on METASVENDA.TXT (see METAVENDA).
      ******************************************************************
           01 REG-VENDEDOR.
               03 COD-VENDEDOR             PIC 999.
