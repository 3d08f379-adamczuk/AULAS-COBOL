       77 WS-DATA-RELATORIO   PIC 9(08) VALUE 0.

       01 WS-LINHA-DET-VALOR.
           03 WS-DET-COD           PIC 9(05).
           03 FILLER               PIC XX VALUE SPACES.
           03 WS-DET-NOME          PIC X(20).
           03 FILLER               PIC XX VALUE SPACES.
       MAIN-PROCEDURE.
           DISPLAY "RELATORIO DE VALORIZACAO DE ESTOQUE"

           MOVE "COD    NOME                   ESTOQUE    PRECO UNIT."
               TO REL-CABECALHO-COLUNAS
           MOVE "VALOR" TO REL-CABECALHO-COLUNAS(56:5)
           PERFORM 8100-ABRIR-RELATORIO

           OPEN INPUT PRODUTOS
