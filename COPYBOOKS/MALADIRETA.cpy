      ******************************************************************
      * REG-MALA-DIRETA - flat mail-merge extract line written by
      * EXEMPLO4_AULA07 from CLIENTES.TXT. REFERENCIA-MALA and
      * DETALHE-MALA fill the &REFERENCIA and &DETALHE marks of the
      * letter model; they are blank on the plain customer extract and
      * carry the product/lot and invoice/delivery on recall notices.
      ******************************************************************
           01 REG-MALA-DIRETA.
               03 NOME-MALA        PIC X(20).
               03 ENDERECO-MALA    PIC X(30).
               03 EMAIL-MALA       PIC X(30).
               03 REFERENCIA-MALA  PIC X(30).
               03 DETALHE-MALA     PIC X(30).
