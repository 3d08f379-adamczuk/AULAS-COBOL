      ******************************************************************
      * REG-ACORDO-COMPRA - blanket purchase agreement with one
      * supplier on the indexed ACORDOSCOMPRA.TXT (key NUM-ACORDO,
      * numbered by PROXIMO-NUMERO series ACORDOCOMPRA), maintained by
      * ACORDO-COMPRA. Up to 10 products, each with the agreed unit
      * price and the quantity committed for the validity period.
      * PROGRAMA_EX19 raises call-off orders against a vigente
      * agreement at the agreed price and adds each call-off to
      * QTDE-CHAMADA-ACD; cancelling or reducing a pending call-off
      * gives the unreceived quantity back. Quantities in purchase
      * units, the same as ORDENSCOMPRA.TXT.
      ******************************************************************
           01 REG-ACORDO-COMPRA.
               03 NUM-ACORDO               PIC 9(06).
               03 COD-FORNECEDOR-ACD       PIC 999.
               03 DATA-INICIO-ACD          PIC 9(08).
               03 DATA-FIM-ACD             PIC 9(08).
               03 STATUS-ACD               PIC X.
                   88 ACORDO-VIGENTE       VALUE 'V'.
                   88 ACORDO-ENCERRADO     VALUE 'E'.
               03 DATA-CADASTRO-ACD        PIC 9(08).
               03 OPERADOR-ACD             PIC 999.
               03 QTDE-ITENS-ACD           PIC 99.
               03 ITEM-ACORDO-COMPRA OCCURS 10 TIMES.
                   05 COD-PRODUTO-ACD      PIC 9(05).
                   05 PRECO-ACORDO-ACD     PIC 9(07)V99.
                   05 QTDE-COMPROMETIDA-ACD PIC 9(09).
                   05 QTDE-CHAMADA-ACD     PIC 9(09).
