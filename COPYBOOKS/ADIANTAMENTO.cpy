      ******************************************************************
      * REG-ADIANTAMENTO - on-account credit of a customer on the
      * indexed ADIANTAMENTOS.TXT, numbered from the "ADIANTAMENTO"
      * series. CONTAS-RECEBER records cash received in advance or
      * without an identified invoice here (ORIGEM-ADT 'A' or 'N')
      * and later applies SALDO-ADT against one or more open titles;
      * the credit is 'U' once fully used. BONIFICACAO-VOLUME leaves
      * here ('B') the part of a rebate credit note that found no
      * open title to go against. The unapplied balance is
      * shown on the customer statement and CLIENTE-360 and netted
      * from the exposure in the order-entry credit checks through
      * SALDO-ADIANTAMENTO.
      ******************************************************************
           01 REG-ADIANTAMENTO.
               03 NUM-ADIANTAMENTO         PIC 9(06).
               03 COD-CLIENTE-ADT          PIC 9(05).
               03 DATA-ADIANTAMENTO        PIC 9(08).
               03 ORIGEM-ADT               PIC X.
                   88 ADT-ANTECIPADO       VALUE 'A'.
                   88 ADT-NAO-IDENTIFICADO VALUE 'N'.
                   88 ADT-BONIFICACAO      VALUE 'B'.
               03 VALOR-ORIGINAL-ADT       PIC 9(09)V99.
               03 SALDO-ADT                PIC 9(09)V99.
               03 STATUS-ADT               PIC X.
                   88 ADT-DISPONIVEL       VALUE 'A'.
                   88 ADT-UTILIZADO        VALUE 'U'.
               03 OPERADOR-ADT             PIC 999.
               03 OBSERVACAO-ADT           PIC X(30).
