      ******************************************************************
      * REG-CAMADA-CUSTO - FIFO cost layer on the indexed
      * CAMADASCUSTO.TXT, keyed by produto + data de entrada +
      * sequencia so a START by product walks the layers oldest first.
      * ATUALIZA-CAMADAS opens a layer for every 'E' movement at its
      * CUSTO-UNIT-MOV and consumes the oldest layers for every 'S'
      * movement, in the order they were posted; a layer used up is
      * deleted. Transfers between warehouses (motivo TR) and the
      * opening balances ARQUIVA-MOVIMENTO writes (motivo SI) do not
      * touch the layers, so the file stands on its own and survives
      * the archiving of MOVIMENTO.TXT. ORIGEM-CC is the motivo of the
      * receipt, or AB for the opening layers taken from PRODUTOS.TXT
      * the first time the file is built.
      * The record keyed by produto 00000 is the control record
      * (REG-CONTROLE-CAMADA): date of the last movement applied, how
      * many movements of that date were applied, and the last
      * sequence number handed out.
      ******************************************************************
           01 REG-CAMADA-CUSTO.
               03 CHAVE-CAMADA.
                   05 COD-PRODUTO-CC       PIC 9(05).
                   05 DATA-ENTRADA-CC      PIC 9(08).
                   05 SEQ-CAMADA-CC        PIC 9(07).
               03 QTDE-ORIGINAL-CC         PIC 9(09).
               03 QTDE-SALDO-CC            PIC 9(09).
               03 CUSTO-UNIT-CC            PIC 9(07)V99.
               03 ORIGEM-CC                PIC XX.
           01 REG-CONTROLE-CAMADA.
               03 CHAVE-CONTROLE-CC        PIC X(20).
               03 DATA-APLICADA-CC         PIC 9(08).
               03 QTDE-NA-DATA-CC          PIC 9(07).
               03 ULTIMA-SEQ-CC            PIC 9(07).
               03 FILLER                   PIC X(07).
