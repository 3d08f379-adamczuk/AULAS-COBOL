       77 WS-EOF-CLI          PIC 99 VALUE 0.
       77 WS-ENCONTRADO       PIC A VALUE 'N'.
       77 WS-QTDE-CLI         PIC 9(05) VALUE 0.
       77 WS-CLIENTE-INF      PIC 9(05) VALUE 0.
       77 MASC-PRECO          PIC Z.ZZZ.ZZ9,99.

       01 WS-TABELA-CLIENTES.
           03 WS-CLIENTE-OCORR OCCURS 500 TIMES
                   INDEXED BY WS-IDX.
               05 WS-COD-CLIENTE-TAB   PIC 9(05).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
