      ******************************************************************
      * REG-CONCILIACAO - one statement line on the indexed
      * CONCILIACAO.TXT, keyed by the statement sequence (HDR of
      * EXTRATOBANCO.TXT) and the line number inside it. Written by
      * CONCILIA-BANCO at import time and updated as the lines are
      * worked: SITUACAO 'N' no cash-book entry yet, 'P' automatic
      * match proposed (same date, value and document), 'C' match
      * confirmed by hand, 'L' bank-only item posted to the cash book
      * and ledger from here. ORDEM-LC is the position of the matched
      * line in LIVROCAIXA.TXT (an append-only file), zero when none.
      ******************************************************************
           01 REG-CONCILIACAO.
               03 CHAVE-CONC.
                   05 CONC-SEQ-EXTRATO     PIC 9(06).
                   05 CONC-LINHA           PIC 9(05).
               03 CONC-DATA                PIC 9(08).
               03 CONC-DOCUMENTO           PIC 9(06).
               03 CONC-SENTIDO             PIC X.
               03 CONC-VALOR               PIC 9(09)V99.
               03 CONC-HISTORICO           PIC X(20).
               03 CONC-SITUACAO            PIC X.
                   88 CONC-PENDENTE        VALUE 'N'.
                   88 CONC-PROPOSTA        VALUE 'P'.
                   88 CONC-CONFIRMADA      VALUE 'C'.
                   88 CONC-LANCADA         VALUE 'L'.
               03 CONC-ORDEM-LC            PIC 9(07).
               03 CONC-CONTA               PIC 9(05).
               03 CONC-OPERADOR            PIC 999.
               03 CONC-DATA-HORA           PIC 9(14).
