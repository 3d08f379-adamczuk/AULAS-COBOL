      ******************************************************************
      * REG-BAIXA-PERDA - write-off register on the indexed
      * BAIXASPERDA.TXT, numbered from the "BAIXAPERDA" series. One
      * record per receivable title (TIPO-BAIXA 'T', DOCUMENTO is the
      * invoice) or contract installment (TIPO-BAIXA 'P', DOCUMENTO is
      * the contract and PARCELA-BAIXA the installment) closed as a
      * loss by BAIXA-PERDAS. APROVADOR-BAIXA is the level-3 operator
      * who released a write-off above the value limit (zero when the
      * value was within it). Later recoveries are added to
      * VALOR-RECUPERADO-BAIXA; the record is 'R' once fully
      * recovered.
      ******************************************************************
           01 REG-BAIXA-PERDA.
               03 NUM-BAIXA                PIC 9(06).
               03 TIPO-BAIXA               PIC X.
                   88 BAIXA-TITULO         VALUE 'T'.
                   88 BAIXA-PARCELA        VALUE 'P'.
               03 DOCUMENTO-BAIXA          PIC 9(06).
               03 PARCELA-BAIXA            PIC 99.
               03 COD-CLIENTE-BAIXA        PIC 9(05).
               03 DATA-ORIGEM-BAIXA        PIC 9(08).
               03 DIAS-ATRASO-BAIXA        PIC 9(05).
               03 VALOR-BAIXA              PIC 9(09)V99.
               03 DATA-BAIXA               PIC 9(08).
               03 OPERADOR-BAIXA           PIC 999.
               03 APROVADOR-BAIXA          PIC 999.
               03 VALOR-RECUPERADO-BAIXA   PIC 9(09)V99.
               03 DATA-RECUPERACAO-BAIXA   PIC 9(08).
               03 STATUS-BAIXA             PIC X.
                   88 BAIXA-EM-PERDA       VALUE 'B'.
                   88 BAIXA-RECUPERADA     VALUE 'R'.
