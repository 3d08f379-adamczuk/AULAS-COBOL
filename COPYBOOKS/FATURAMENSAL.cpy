      ******************************************************************
      * REG-FATURA-MENSAL - one line per enrolment billed by the
      * EX_MENSALIDADE monthly run, appended to FATURASMEN.TXT: the
      * full tuition, the scholarship or discount taken off (by the
      * TIPO-BOL of BOLSA.cpy, space when none) and the net value of
      * the title. A full scholarship leaves nothing to bill, so no
      * title is created and NUM-FATURA-FM stays zero. The discount
      * report per course is built from this file.
      ******************************************************************
           01 REG-FATURA-MENSAL.
               03 ANO-LETIVO-FM            PIC 9(04).
               03 MES-FM                   PIC 99.
               03 COD-CURSO-FM             PIC 9(03).
               03 RGM-ALUNO-FM             PIC 9(05).
               03 NUM-FATURA-FM            PIC 9(06).
               03 VALOR-BRUTO-FM           PIC 9(07)V99.
               03 TIPO-DESCONTO-FM         PIC X.
               03 VALOR-DESCONTO-FM        PIC 9(07)V99.
               03 VALOR-LIQUIDO-FM         PIC 9(07)V99.
