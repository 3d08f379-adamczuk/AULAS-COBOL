      ******************************************************************
      * REG-PEDIDO-COMPRA - draft purchase-order line written by the
      * PROGRAMA_EX18 reorder batch job whenever ESTOQUE-PRODUTO falls
      * under PONTO-RESSUPRIMENTO on PRODUTOS.TXT. NECESSIDADE-COMPRA
      * appends its time-phased suggestions with DATA-PEDIDO set to the
      * suggested order date (lead time before the shortage week).
      * APROVACAO-PED holds the spending control: REVISAO-PEDIDOS
      * values the line and, above the free limit on LIMITECOMPRA.TXT,
      * holds it as 'P' with the operator level required; only
      * APROVA-REQUISICAO moves it to 'A' (approver, date/time and
      * comment recorded) or 'R', which also rejects the draft line.
      * Writers clear the group with INITIALIZE APROVACAO-PED.
      ******************************************************************
           01 REG-PEDIDO-COMPRA.
               03 COD-PRODUTO-PED          PIC 9(05).
               03 QTDE-PEDIDO              PIC 9(09).
               03 COD-FORNECEDOR-PED       PIC 999.
               03 DATA-PEDIDO              PIC 9(08).
                   88 PEDIDO-PED-ABERTO    VALUE 'A'.
                   88 PEDIDO-PED-CONSUMIDO VALUE 'C'.
                   88 PEDIDO-PED-REJEITADO VALUE 'R'.
               03 APROVACAO-PED.
                   05 SITUACAO-APROVACAO-PED   PIC X.
                       88 PED-SEM-APROVACAO    VALUE SPACE.
                       88 PED-AGUARDA-APROVACAO VALUE 'P'.
                       88 PED-APROVADO         VALUE 'A'.
                       88 PED-REPROVADO        VALUE 'R'.
                   05 VALOR-ESTIMADO-PED       PIC 9(09)V99.
                   05 NIVEL-EXIGIDO-PED        PIC 9.
                   05 APROVADOR-PED            PIC 999.
                   05 DATA-HORA-APROVACAO-PED  PIC 9(14).
                   05 COMENTARIO-APROVACAO-PED PIC X(30).
