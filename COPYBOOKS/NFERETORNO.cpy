      ******************************************************************
      * REG-NFE-RETORNO - one line per invoice on the authority's
      * authorization return NFERETORNO.TXT, read back by
      * NOTA-ELETRONICA: 'A' authorized with the protocol number, or
      * 'R' rejected with the authority's three-character reason code.
      ******************************************************************
           01 REG-NFE-RETORNO.
               03 RNF-FATURA               PIC 9(06).
               03 RNF-LOTE                 PIC 9(06).
               03 RNF-SITUACAO             PIC X.
                   88 RNF-AUTORIZADA       VALUE 'A'.
                   88 RNF-REJEITADA        VALUE 'R'.
               03 RNF-PROTOCOLO            PIC X(15).
               03 RNF-MOTIVO               PIC X(03).
               03 FILLER                   PIC X(09).
