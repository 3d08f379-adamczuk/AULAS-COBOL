       01 WS-TABELA-SALDOS.
           03 WS-SALDO-OCORR OCCURS 500 TIMES
                   INDEXED BY WS-IDX.
               05 WS-COD-PRODUTO-TAB  PIC 9(05).
               05 WS-SALDO-CALCULADO  PIC S9(09).

       77 WS-FS             PIC 99 VALUE 0.
