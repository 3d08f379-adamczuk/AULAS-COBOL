       77 MASC-PCT            PIC ZZ9,99.

       01 WS-LINHA-TROCA.
           03 WS-TROCA-COD        PIC 9(05).
           03 WS-TROCA-QTDE       PIC 9(11).
           03 WS-TROCA-VALOR      PIC 9(13)V99.
           03 WS-TROCA-CATEGORIA  PIC 99.
       01 WS-TABELA-ABC.
           03 WS-ABC-OCORR OCCURS 500 TIMES
                   INDEXED BY WS-IDX.
               05 WS-ABC-COD-PRODUTO  PIC 9(05).
               05 WS-ABC-QTDE-SAIDA   PIC 9(11).
               05 WS-ABC-VALOR        PIC 9(13)V99.
               05 WS-ABC-CATEGORIA    PIC 99.
