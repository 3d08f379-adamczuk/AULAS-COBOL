      ******************************************************************
      * REG-MOEDA - currency a supplier may bill in, on the indexed
      * MOEDAS.TXT keyed by the ISO code (USD, EUR). Maintained by
      * MOEDA-CAMBIO together with the daily rates on
      * COTACOESMOEDA.TXT. The real (BRL) is the house currency and is
      * never registered here: a blank or BRL currency on an invoice
      * or titulo means reais.
      ******************************************************************
           01 REG-MOEDA.
               03 COD-MOEDA                PIC X(03).
               03 NOME-MOEDA               PIC X(20).
               03 SITUACAO-MOEDA           PIC X.
                   88 MOEDA-ATIVA          VALUE 'A'.
                   88 MOEDA-INATIVA        VALUE 'I'.
