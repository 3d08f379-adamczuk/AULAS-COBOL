      ******************************************************************
      * REG-EXTRATO-BANCO - detail line of the bank statement file
      * EXTRATOBANCO.TXT, between the HDR and TRL control records
      * (REG-CONTROLE-INTERFACE). The HDR sequence numbers the
      * statement; the TRL total is the sum of EXT-VALOR. SENTIDO
      * 'C' credit (money in, matches a cash-book 'E') or 'D' debit
      * (money out, matches a cash-book 'S'). DOCUMENTO is the
      * document number the bank echoes back (our DOCUMENTO-LC), zero
      * for items that originate at the bank such as fees.
      ******************************************************************
           01 REG-EXTRATO-BANCO.
               03 EXT-DATA                 PIC 9(08).
               03 EXT-DOCUMENTO            PIC 9(06).
               03 EXT-SENTIDO              PIC X.
                   88 EXT-CREDITO          VALUE 'C'.
                   88 EXT-DEBITO           VALUE 'D'.
               03 EXT-VALOR                PIC 9(09)V99.
               03 EXT-HISTORICO            PIC X(20).
