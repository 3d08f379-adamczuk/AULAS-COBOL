      ******************************************************************
      * REG-RECOMENDACAO-PONTO - reorder point recommended for a
      * product on the indexed RECOMENDACOESPONTO.TXT, keyed by the
      * product code. Rewritten each month by PREVISAO-DEMANDA from
      * the invoiced demand history (FATURASLINHAS.TXT, and the
      * archived MOVIMENTO summaries on RESUMOMOV.TXT for months older
      * than the invoice file), the supplier lead time and the service
      * level target. APROVA-PONTO applies an approved recommendation
      * to PONTO-RESSUPRIMENTO on PRODUTOS.TXT and to the per-deposito
      * minimums on NIVEISDEPOSITO.TXT. Quantities in stock units;
      * PREVISAO and DESVIO are per month.
      ******************************************************************
           01 REG-RECOMENDACAO-PONTO.
               03 COD-PRODUTO-RCP          PIC 9(05).
               03 DATA-CALCULO-RCP         PIC 9(08).
               03 MESES-HISTORICO-RCP      PIC 99.
               03 MEDIA-12-MESES-RCP       PIC 9(09)V99.
               03 PREVISAO-MENSAL-RCP      PIC 9(09)V99.
               03 DESVIO-MENSAL-RCP        PIC 9(09)V99.
               03 PRAZO-ENTREGA-RCP        PIC 9(03).
               03 NIVEL-SERVICO-RCP        PIC 99.
               03 ESTOQUE-SEGURANCA-RCP    PIC 9(09).
               03 PONTO-ATUAL-RCP          PIC 9(09).
               03 PONTO-RECOMENDADO-RCP    PIC 9(09).
               03 STATUS-RCP               PIC X.
                   88 RCP-PENDENTE         VALUE 'P'.
                   88 RCP-APROVADA         VALUE 'A'.
                   88 RCP-REJEITADA        VALUE 'R'.
               03 PONTO-APROVADO-RCP       PIC 9(09).
               03 DATA-DECISAO-RCP         PIC 9(08).
               03 OPERADOR-DECISAO-RCP     PIC 999.
