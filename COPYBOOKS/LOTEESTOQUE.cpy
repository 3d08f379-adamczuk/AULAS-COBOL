      * first-expired-first-out. Fed by RECEBIMENTO-COMPRA at receipt;
      * SEPARACAO-PEDIDO consumes the oldest-expiry lots at picking
      * and stamps NUM-LOTE-MOV on each movement; VALIDADE-LOTES
      * reports what expires within 30/60/90 days. A lot held by
      * RECOLHIMENTO-LOTE (LOTE-RETIDO) is skipped by every first-
      * expired-first-out issue and left out of the available stock
      * until it is released.
      ******************************************************************
           01 REG-LOTE-ESTOQUE.
               03 CHAVE-LOTE-EST.
                   05 COD-PRODUTO-LE       PIC 9(05).
                   05 DATA-VALIDADE-LE     PIC 9(08).
                   05 NUM-LOTE-LE          PIC X(10).
               03 QTDE-LOTE-LE             PIC 9(09).
               03 IND-RETIDO-LE            PIC X.
                   88 LOTE-RETIDO          VALUE 'R'.
