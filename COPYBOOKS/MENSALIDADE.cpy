      * whose monthly billing run creates one open title per enrolled
      * student on CONTASRECEBER.TXT (due date shifted to a business
      * day through DIA-UTIL) so the existing settlement and aging
      * handle school collections too. A scholarship or discount on
      * BOLSAS.TXT comes off the title value, and every billed
      * enrolment is logged on FATURASMEN.TXT.
      ******************************************************************
           01 REG-MENSALIDADE.
               03 CHAVE-MENSALIDADE.
