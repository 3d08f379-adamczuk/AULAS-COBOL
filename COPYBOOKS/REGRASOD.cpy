      ******************************************************************
      * REG-REGRA-SOD - one pair of conflicting duties on
      * REGRASSOD.TXT, kept by SEGREGACAO-FUNCOES. An operator who
      * performs both FUNCAO-A-SOD and FUNCAO-B-SOD is a segregation
      * of duties violation. Duties checked by the weekly report:
      *   CADFORN   - supplier included/changed (AUDITORIA FORNECEDOR)
      *   PAGFORN   - supplier paid (PAGAMENTOS)
      *   DIGAJUSTE - stock adjustment keyed (AJUSTESPENDENTES)
      *   APRAJUSTE - stock adjustment approved (AJUSTESPENDENTES)
      *   CADPROD   - product included/changed (AUDITORIA PRODUTOS)
      *   AJUSTEST  - stock adjustment posted (MOVIMENTO with motivo)
      * ATIVA-SOD 'N' keeps the rule on file but out of the report.
      ******************************************************************
           01 REG-REGRA-SOD.
               03 COD-REGRA-SOD        PIC X(03).
               03 FUNCAO-A-SOD         PIC X(10).
               03 FUNCAO-B-SOD         PIC X(10).
               03 DESCRICAO-SOD        PIC X(40).
               03 ATIVA-SOD            PIC X.
                   88 REGRA-SOD-ATIVA      VALUE 'S'.
                   88 REGRA-SOD-INATIVA    VALUE 'N'.
