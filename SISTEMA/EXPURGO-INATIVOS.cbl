           COPY CLIENTE.

       FD CLIENTES-NOVO.
       01 REG-CLIENTE-NOVO    PIC X(114).
       WORKING-STORAGE SECTION.
           COPY AMBIENTE.
       77 WS-ARQ-PRODUTOS        PIC X(60) VALUE SPACES.
       01 WS-TABELA-REFERENCIAS.
           03 WS-REF-OCORR OCCURS 500 TIMES
                   INDEXED BY WS-IDX.
               05 WS-REF-COD-PRODUTO  PIC 9(05).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
