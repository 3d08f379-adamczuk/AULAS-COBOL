      ******************************************************************
      * REG-FORNECEDORES - layout shared by every program that opens
      * FORNECEDORES.TXT (EX_AULA07 and the report/validation
      * programs). PERC-DESCONTO-FORN / DIAS-DESCONTO-FORN are the
      * supplier's early-payment terms (e.g. 2% in 10 days from the
      * invoice), copied onto each CONTASPAGAR titulo by
      * NOTA-FORNECEDOR; zero means no discount offered.
      ******************************************************************
           01 REG-FORNECEDORES.
               03 COD-FORNECEDOR       PIC 999.
               03 NOME-FORNECEDOR      PIC X(30).
               03 TELEFONE-FORNECEDOR  PIC 9(12).
               03 PRAZO-PAGAMENTO-FORN PIC 9(03).
               03 PERC-DESCONTO-FORN   PIC 99V99.
               03 DIAS-DESCONTO-FORN   PIC 9(03).
