       77 WS-DATA-RELATORIO   PIC 9(08) VALUE 0.

       01 WS-LINHA-DET-PRODUTO.
           03 WS-DET-COD           PIC 9(05).
           03 FILLER               PIC XX VALUE SPACES.
           03 WS-DET-NOME          PIC X(20).
           03 FILLER               PIC XX VALUE SPACES.
           DISPLAY "INFORME O LIMITE DE ESTOQUE (ABAIXO DISSO SAI)"
           ACCEPT WS-LIMITE-ESTOQUE

           MOVE "COD    NOME                   ESTOQUE" TO
               REL-CABECALHO-COLUNAS
           PERFORM 8100-ABRIR-RELATORIO

