                   INDEXED BY WS-IDX.
               05 WS-INT-SEQ          PIC 9(05).
               05 WS-INT-OPERACAO     PIC X.
               05 WS-INT-CHAVE        PIC 9(05).
               05 WS-INT-CONFIRMADA   PIC X.
               05 WS-INT-DEPOIS       PIC X(200).

