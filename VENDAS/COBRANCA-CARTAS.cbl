       01 WS-TABELA-CLIENTES.
           03 WS-CLIENTE-OCORR OCCURS 500 TIMES
                   INDEXED BY WS-IDX.
               05 WS-COD-CLIENTE-TAB   PIC 9(05).
               05 WS-NOME-TAB          PIC X(20).
               05 WS-ENDERECO-TAB      PIC X(30).
               05 WS-EMAIL-TAB         PIC X(30).
