      ******************************************************************
      * REG-CONTA-RECORRENTE - recurring supplier bill (rent, service
      * contracts, utilities) on the indexed CONTASRECORRENTES.TXT,
      * maintained by CONTA-RECORRENTE. Each month RECORRENTE-LOTE
      * turns every active bill whose DATA-PROXIMA-REC falls in the
      * month into a titulo on CONTASPAGAR for VALOR-REC and posts
      * the expense to CONTA-DESPESA-REC against 21000 FORNECEDORES,
      * then moves DATA-PROXIMA-REC to DIA-VENCIMENTO-REC of the next
      * month. Past DATA-FIM-REC (zero = open-ended) the bill is
      * closed ('E'). DATA-REAJUSTE-REC is the next contractual index
      * adjustment; it is applied by hand through CONTA-RECORRENTE and
      * the monthly report flags bills whose adjustment is overdue.
      * FLUXO-CAIXA projects the occurrences not yet generated.
      * CENTRO-CUSTO-REC is the cost center the expense is charged to
      * (zero = none); bills kept before the field existed read as
      * zero.
      ******************************************************************
           01 REG-CONTA-RECORRENTE.
               03 NUM-RECORRENTE           PIC 9(06).
               03 COD-FORNECEDOR-REC       PIC 999.
               03 DESCRICAO-REC            PIC X(30).
               03 VALOR-REC                PIC 9(09)V99.
               03 DIA-VENCIMENTO-REC       PIC 99.
               03 CONTA-DESPESA-REC        PIC 9(05).
               03 DATA-INICIO-REC          PIC 9(08).
               03 DATA-FIM-REC             PIC 9(08).
               03 DATA-REAJUSTE-REC        PIC 9(08).
               03 DATA-PROXIMA-REC         PIC 9(08).
               03 STATUS-REC               PIC X.
                   88 REC-ATIVA            VALUE 'A'.
                   88 REC-SUSPENSA         VALUE 'S'.
                   88 REC-ENCERRADA        VALUE 'E'.
               03 DATA-ULTIMA-GERACAO-REC  PIC 9(08).
               03 NUM-ULTIMO-TITULO-REC    PIC 9(06).
               03 CENTRO-CUSTO-REC         PIC 9(03).
