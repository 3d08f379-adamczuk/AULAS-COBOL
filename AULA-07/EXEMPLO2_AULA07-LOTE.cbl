       01 WS-TABELA-CLIENTES.
           03 WS-CLIENTE-OCORR OCCURS 500 TIMES
                   INDEXED BY WS-IDX.
               05 WS-COD-CLIENTE-TAB   PIC 9(05).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
