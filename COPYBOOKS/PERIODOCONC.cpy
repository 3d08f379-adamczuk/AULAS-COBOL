      ******************************************************************
      * REG-PERIODO-CONCILIADO - lock record on the indexed
      * PERIODOCONCILIADO.TXT, one per bank statement whose lines are
      * all confirmed or posted. Written by CONCILIA-BANCO; once a
      * statement is locked its lines can no longer be worked and no
      * new statement with a date inside INICIO..FIM is imported.
      ******************************************************************
           01 REG-PERIODO-CONCILIADO.
               03 PCB-SEQ-EXTRATO          PIC 9(06).
               03 PCB-DATA-INICIO          PIC 9(08).
               03 PCB-DATA-FIM             PIC 9(08).
               03 PCB-QTDE-LINHAS          PIC 9(05).
               03 PCB-OPERADOR             PIC 999.
               03 PCB-DATA-HORA            PIC 9(14).
