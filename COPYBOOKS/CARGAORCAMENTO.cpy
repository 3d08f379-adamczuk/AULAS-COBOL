      ******************************************************************
      * REG-CARGA-ORCAMENTO - one line of ORCAMENTOCARGA.TXT, the flat
      * file the budget is loaded from (usually exported from the
      * budget spreadsheet): year, account, month and the value with
      * its sign in front ('+' or '-'), in the ORCAMENTO.TXT sign
      * convention. A line replaces the month it names; months not
      * named keep their value.
      ******************************************************************
           01 REG-CARGA-ORCAMENTO.
               03 CARGA-ANO                PIC 9(04).
               03 CARGA-CONTA              PIC 9(05).
               03 CARGA-MES                PIC 99.
               03 CARGA-VALOR              PIC S9(11)V99
                                           SIGN LEADING SEPARATE.
