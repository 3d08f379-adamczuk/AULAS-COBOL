      ******************************************************************
      * REG-NFE-xxx - fixed 120-byte records of the electronic invoice
      * transmission file NFE<lote>.TXT written by NOTA-ELETRONICA:
      * one '0' file header, then per invoice one '1' header followed
      * by its '2' item lines (with the product's fiscal class and the
      * ICMS billed on the line), and one '9' trailer carrying the
      * counts and value totals of the whole lote.
      ******************************************************************
           01 REG-NFE-ARQUIVO.
               03 NFE-ARQ-TIPO             PIC X.
               03 NFE-ARQ-LOTE             PIC 9(06).
               03 NFE-ARQ-DATA             PIC 9(08).
               03 NFE-ARQ-EMITENTE         PIC X(20).
               03 FILLER                   PIC X(85).

           01 REG-NFE-NOTA.
               03 NFE-NOT-TIPO             PIC X.
               03 NFE-NOT-FATURA           PIC 9(06).
               03 NFE-NOT-PEDIDO           PIC 9(06).
               03 NFE-NOT-CLIENTE          PIC 9(05).
               03 NFE-NOT-DATA             PIC 9(08).
               03 NFE-NOT-VALOR-MERC       PIC 9(09)V99.
               03 NFE-NOT-VALOR-IMPOSTO    PIC 9(09)V99.
               03 NFE-NOT-VALOR-TOTAL      PIC 9(09)V99.
               03 NFE-NOT-VALOR-FRETE      PIC 9(09)V99.
               03 FILLER                   PIC X(52).

           01 REG-NFE-ITEM.
               03 NFE-ITE-TIPO             PIC X.
               03 NFE-ITE-FATURA           PIC 9(06).
               03 NFE-ITE-SEQ              PIC 99.
               03 NFE-ITE-PRODUTO          PIC 9(05).
               03 NFE-ITE-CLASSE-FISCAL    PIC 99.
               03 NFE-ITE-QTDE             PIC 9(09).
               03 NFE-ITE-PRECO            PIC 9(07)V99.
               03 NFE-ITE-VALOR            PIC 9(09)V99.
               03 NFE-ITE-ALIQUOTA         PIC 99V99.
               03 NFE-ITE-IMPOSTO          PIC 9(09)V99.
               03 FILLER                   PIC X(62).

           01 REG-NFE-TRAILER.
               03 NFE-TRL-TIPO             PIC X.
               03 NFE-TRL-LOTE             PIC 9(06).
               03 NFE-TRL-QTDE-NOTAS       PIC 9(05).
               03 NFE-TRL-QTDE-ITENS       PIC 9(07).
               03 NFE-TRL-VALOR-TOTAL      PIC 9(13)V99.
               03 NFE-TRL-IMPOSTO-TOTAL    PIC 9(13)V99.
               03 FILLER                   PIC X(71).
