       77 WS-QTDE-PRODUTOS    PIC 9(04) VALUE 0.
       77 WS-QTDE-FORN        PIC 9(04) VALUE 0.
       77 WS-ENCONTRADO       PIC A VALUE 'N'.
       77 WS-COD-BUSCA        PIC 9(05) VALUE 0.
       77 WS-ERROS-MOV        PIC 9(05) VALUE 0.
       77 WS-ERROS-PED        PIC 9(05) VALUE 0.
       77 WS-ERROS-ORD        PIC 9(05) VALUE 0.
       01 WS-TABELA-PRODUTOS.
           03 WS-PRODUTO-OCORR OCCURS 500 TIMES
                   INDEXED BY WS-IDX.
               05 WS-COD-PRODUTO-TAB  PIC 9(05).
               05 WS-EAN-TAB          PIC 9(13).

       01 WS-TABELA-FORNECEDORES.
