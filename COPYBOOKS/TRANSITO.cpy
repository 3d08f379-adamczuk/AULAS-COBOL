               03 NUM-TRANSITO             PIC 9(06).
               03 DEP-ORIGEM-TR            PIC 99.
               03 DEP-DESTINO-TR           PIC 99.
               03 COD-PRODUTO-TR           PIC 9(05).
               03 QTDE-TR                  PIC 9(09).
               03 DATA-DESPACHO-TR         PIC 9(08).
               03 STATUS-TR                PIC X.
