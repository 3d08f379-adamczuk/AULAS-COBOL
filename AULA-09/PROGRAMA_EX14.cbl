       77 WS-DATA-RELATORIO   PIC 9(08) VALUE 0.

       01 WS-LINHA-DET-PRODUTO.
           03 WS-DET-COD           PIC 9(05).
           03 FILLER               PIC XX VALUE SPACES.
           03 WS-DET-NOME          PIC X(20).
           03 FILLER               PIC XX VALUE SPACES.
       77 WS-NOME-PRODUTO-UC  PIC X(20) VALUE SPACES.
       77 WS-OCORRENCIAS      PIC 99 VALUE 0.
       77 WS-TIPO-FAIXA       PIC A VALUE SPACES.
       77 WS-COD-DE           PIC 9(05) VALUE 0.
       77 WS-COD-ATE          PIC 9(05) VALUE 99999.
       77 WS-ESTOQUE-DE       PIC 9(09) VALUE 0.
       77 WS-ESTOQUE-ATE      PIC 9(09) VALUE 999999999.
       77 WS-EAN-BUSCA        PIC 9(13) VALUE 0.
            GOBACK.

       1000-LISTAR-TODOS.
           MOVE "COD    NOME                   ESTOQUE" TO
               REL-CABECALHO-COLUNAS
           PERFORM 8100-ABRIR-RELATORIO

