               03 DATA-LC                  PIC 9(08).
               03 DOCUMENTO-LC             PIC 9(06).
               03 TIPO-PARTE-LC            PIC X.
               03 COD-PARTE-LC             PIC 9(05).
               03 SENTIDO-LC               PIC X.
                   88 CAIXA-ENTRADA        VALUE 'E'.
                   88 CAIXA-SAIDA          VALUE 'S'.
