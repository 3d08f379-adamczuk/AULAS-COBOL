      ******************************************************************
      * REG-NUMERO-SERIE - one record per unit of a serialized product
      * (IND-SERIALIZADO-PRODUTO 'S') on the indexed NUMEROSSERIE.TXT,
      * keyed by product + serial number. Maintained only through
      * REGISTRA-SERIE. STATUS-NS is where the unit is now; the
      * receipt fields stay as first captured, the sale fields hold
      * the last shipment and the return fields the last credit note.
      * Every change is also appended to HISTSERIE.TXT.
      ******************************************************************
           01 REG-NUMERO-SERIE.
               03 CHAVE-SERIE.
                   05 COD-PRODUTO-NS       PIC 9(05).
                   05 NUM-SERIE-NS         PIC X(20).
               03 STATUS-NS                PIC X.
                   88 SERIE-EM-ESTOQUE     VALUE 'E'.
                   88 SERIE-VENDIDA        VALUE 'V'.
                   88 SERIE-DEVOLVIDA-FORN VALUE 'F'.
               03 COD-FORNECEDOR-NS        PIC 999.
               03 NUM-ORDEM-NS             PIC 9(06).
               03 NUM-INSPECAO-NS          PIC 9(06).
               03 DATA-RECEBIMENTO-NS      PIC 9(08).
               03 NUM-PEDIDO-NS            PIC 9(06).
               03 COD-CLIENTE-NS           PIC 9(05).
               03 DATA-EXPEDICAO-NS        PIC 9(08).
               03 NUM-NOTA-CREDITO-NS      PIC 9(06).
               03 DATA-DEVOLUCAO-NS        PIC 9(08).
