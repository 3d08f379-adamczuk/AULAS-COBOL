      ******************************************************************
      * REG-ORDEM-MONTAGEM - assembly ('M') or disassembly ('D') order
      * on the indexed ORDENSMONTAGEM.TXT, keyed by the number assigned
      * through PROXIMO-NUMERO (serie MONTAGEM). Kept by MONTAGEM-KIT:
      * an assembly issues the KITS.TXT components with 'S' movements
      * and receives the kit as finished stock with an 'E' movement
      * costed at the sum of the component costs; a disassembly does
      * the reverse for unsold kits. CUSTO-KIT-MON is the unit cost
      * the kit moved at when the order was executed.
      ******************************************************************
           01 REG-ORDEM-MONTAGEM.
               03 NUM-ORDEM-MON            PIC 9(06).
               03 TIPO-ORDEM-MON           PIC X.
                   88 ORDEM-MONTAGEM       VALUE 'M'.
                   88 ORDEM-DESMONTAGEM    VALUE 'D'.
               03 COD-KIT-MON              PIC 9(05).
               03 QTDE-MON                 PIC 9(09).
               03 DATA-ABERTURA-MON        PIC 9(08).
               03 STATUS-MON               PIC X.
                   88 MONTAGEM-ABERTA      VALUE 'A'.
                   88 MONTAGEM-CONCLUIDA   VALUE 'C'.
                   88 MONTAGEM-CANCELADA   VALUE 'X'.
               03 DATA-EXECUCAO-MON        PIC 9(08).
               03 CUSTO-KIT-MON            PIC 9(07)V99.
               03 OPERADOR-MON             PIC 999.
