      ******************************************************************
      * REG-RENUMERACAO - control card read by RENUMERA-PRODUTO from
      * RENUMERACOES.TXT, one per product code to change. TIPO 'R'
      * renumbers COD-ORIGEM to a COD-DESTINO not yet on PRODUTOS;
      * 'F' merges COD-ORIGEM into the active COD-DESTINO, adding its
      * stock, reservations and balances and retiring the origem.
      ******************************************************************
           01 REG-RENUMERACAO.
               03 TIPO-RNM                 PIC X.
                   88 RNM-RENUMERAR        VALUE 'R'.
                   88 RNM-FUNDIR           VALUE 'F'.
               03 COD-ORIGEM-RNM           PIC 9(05).
               03 COD-DESTINO-RNM          PIC 9(05).
