      * REG-AUDIT-MESTRE - before/after image appended to
      * AUDITORIA.TXT for every add, change and delete on the product
      * and customer masters (PROGRAMA_EX13, PROGRAMA_EX13-LOTE and
      * EXEMPLO2_AULA07), and for the reorder points and deposito
      * levels changed when APROVA-PONTO applies a recommendation
      * (AUD-ARQUIVO "PRODUTOS" / "NIVEISDEP"), and for the supplier
      * master kept by EX_AULA07 (AUD-ARQUIVO "FORNECEDOR"). Queried
      * by CONSULTA-AUDITORIA by key or by date range and scanned by
      * SEGREGACAO-FUNCOES. Images are the raw record bytes,
      * space-padded.
      ******************************************************************
           01 REG-AUDIT-MESTRE.
               03 AUD-ARQUIVO          PIC X(10).
               03 AUD-CHAVE            PIC X(20).
               03 AUD-DATA-HORA        PIC 9(14).
               03 AUD-OPERADOR         PIC 999.
               03 AUD-IMAGEM-ANTES     PIC X(250).
               03 AUD-IMAGEM-DEPOIS    PIC X(250).
