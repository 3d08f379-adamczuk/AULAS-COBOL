       77 WS-FS              PIC 99 VALUE 0.
       77 WS-FS-MOV           PIC 99 VALUE 0.
       77 WS-EOF              PIC 99 VALUE 0.
       77 WS-COD-PRODUTO-INF  PIC 9(05) VALUE 0.
       77 WS-DATA-INICIO      PIC 9(08) VALUE 0.
       77 WS-DATA-FIM         PIC 9(08) VALUE 0.
       77 WS-SALDO            PIC S9(10) VALUE 0.
