      ******************************************************************
      * REG-LIMITE-COMPRA - spending limits for purchase requisitions,
      * one record on the sequential LIMITECOMPRA.TXT, kept by
      * APROVA-REQUISICAO (gerente only). A requisition valued up to
      * LIMITE-LIVRE-CMP becomes an ordem with no approval; above it
      * the approver needs the lowest NIVEL-OPERADOR whose
      * LIMITE-NIVEL-CMP covers the value (zero = that level cannot
      * approve). Above every level limit only the gerente (nivel 4)
      * approves.
      ******************************************************************
           01 REG-LIMITE-COMPRA.
               03 LIMITE-LIVRE-CMP         PIC 9(09)V99.
               03 LIMITE-NIVEL-CMP         PIC 9(09)V99
                                           OCCURS 3 TIMES.
