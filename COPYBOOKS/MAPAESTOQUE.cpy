      ******************************************************************
      * REG-MAPA-ESTOQUE - ledger account a stock movement is posted
      * against, on the indexed MAPAESTOQUE.TXT, keyed by movement
      * type + deposito + MOTIVO-AJUSTE-MOV. CONTABILIZA-ESTOQUE
      * values every new movement at CUSTO-UNIT-MOV and posts it
      * against 13000 ESTOQUES: an 'E' debits 13000 and credits
      * MAP-CONTA, an 'S' debits MAP-CONTA and credits 13000. The
      * row for the movement's own deposito wins over deposito 00
      * (any), and an exact motivo over '**' (any motivo); MAP-CONTA
      * zero means the movement is not posted (transfers). The first
      * run writes the standard rows (see CONTABILIZA-ESTOQUE) and
      * MAPA-CONTAS-ESTOQUE maintains them. Motivo AB is the contra
      * account of the opening entry that brings 13000 to the stock
      * valuation on that first run.
      * The record keyed '00000' is the control record
      * (REG-CONTROLE-MAPA): date of the last movement posted, how
      * many movements of that date were posted, and the last batch
      * number used as the document of the postings.
      ******************************************************************
           01 REG-MAPA-ESTOQUE.
               03 CHAVE-MAPA-ESTOQUE.
                   05 MAP-TIPO             PIC X.
                   05 MAP-DEPOSITO         PIC 99.
                   05 MAP-MOTIVO           PIC XX.
               03 MAP-CONTA                PIC 9(05).
               03 MAP-DESCRICAO            PIC X(30).
           01 REG-CONTROLE-MAPA.
               03 CHAVE-CONTROLE-MAP       PIC X(05).
               03 DATA-APLICADA-MAP        PIC 9(08).
               03 QTDE-NA-DATA-MAP         PIC 9(07).
               03 ULTIMO-LOTE-MAP          PIC 9(06).
               03 FILLER                   PIC X(14).
