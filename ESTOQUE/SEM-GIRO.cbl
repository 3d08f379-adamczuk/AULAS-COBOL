       01 WS-TABELA-ULTIMA-SAIDA.
           03 WS-SAIDA-OCORR OCCURS 500 TIMES
                   INDEXED BY WS-IDX.
               05 WS-SAI-COD-PRODUTO  PIC 9(05).
               05 WS-SAI-ULTIMA-DATA  PIC 9(08).

       PROCEDURE DIVISION.
