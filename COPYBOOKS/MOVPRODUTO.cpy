      * ESTOQUE-PRODUTO changes. COD-DEPOSITO-MOV names the warehouse
      * the movement hit (01 = deposito principal); transfers write
      * one 'S' leg and one 'E' leg, each with its own warehouse.
      * MOTIVO-AJUSTE-MOV is blank for sales and purchases, TR on both
      * legs of a transfer (also the release from quarantine 99), MK
      * on kit assembly legs and the adjustment reason otherwise.
      * CONTABILIZA-ESTOQUE posts each movement to the ledger at
      * CUSTO-UNIT-MOV by movement type, deposito and motivo.
      ******************************************************************
           01 REG-MOVIMENTO.
               03 COD-PRODUTO-MOV      PIC 9(05).
               03 TIPO-MOVIMENTO       PIC X.
                   88 MOVIMENTO-ENTRADA    VALUE 'E'.
                   88 MOVIMENTO-SAIDA      VALUE 'S'.
