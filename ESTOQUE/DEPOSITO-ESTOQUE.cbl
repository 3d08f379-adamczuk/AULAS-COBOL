       77 WS-EOF              PIC 99 VALUE 0.
       77 WS-DEP-ORIGEM       PIC 99 VALUE 0.
       77 WS-DEP-DESTINO      PIC 99 VALUE 0.
       77 WS-COD-PRODUTO-INF  PIC 9(05) VALUE 0.
       77 WS-QTDE-TRANSFERIR  PIC 9(09) VALUE 0.
       77 WS-DEPOSITO-OK      PIC A VALUE 'N'.
       77 WS-CARGAS           PIC 9(05) VALUE 0.
