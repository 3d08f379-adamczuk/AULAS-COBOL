      * GRAVA-LANCAMENTO, which appends one double-entry line to
      * LANCAMENTOS.TXT. The caller names the debit and credit
      * accounts from PLANOCONTAS.TXT, the value and the source
      * document; CENTRO-CUSTO is the cost center of an expense
      * posting (zero when none); DATA is the posting date (zero =
      * today, the normal case); RETORNO is the journal-file status
      * (zero on success), or 97 when the date falls in a closed
      * accounting period.
      ******************************************************************
           01 PARM-LANCAMENTO.
               03 PARM-LAN-DEBITO          PIC 9(05).
               03 PARM-LAN-HISTORICO       PIC X(30).
               03 PARM-LAN-ORIGEM          PIC X(20).
               03 PARM-LAN-DOCUMENTO       PIC 9(06).
               03 PARM-LAN-CENTRO-CUSTO    PIC 9(03).
               03 PARM-LAN-DATA            PIC 9(08).
               03 PARM-LAN-RETORNO         PIC 99.
