       77 MASC-VALOR          PIC ZZ.ZZZ.ZZ9,99.

       01 WS-LINHA-TROCA.
           03 WS-TRC-PRODUTO       PIC 9(05).
           03 WS-TRC-QTDE          PIC 9(11).
           03 WS-TRC-VALOR         PIC 9(11)V99.

       01 WS-LINHA-DET-PERDA.
           03 WS-DET-PRODUTO       PIC 9(05).
           03 FILLER               PIC XX VALUE SPACES.
           03 WS-DET-NOME          PIC X(20).
           03 FILLER               PIC XX VALUE SPACES.
       01 WS-TABELA-PERDAS.
           03 WS-PER-OCORR OCCURS 500 TIMES
                   INDEXED BY WS-IDX.
               05 WS-PER-PRODUTO      PIC 9(05).
               05 WS-PER-QTDE         PIC 9(11).
               05 WS-PER-VALOR        PIC 9(11)V99.

           END-PERFORM.

       5000-IMPRIMIR-PERDAS.
           MOVE "COD    NOME                   QTDE        VALOR" TO
               REL-CABECALHO-COLUNAS
           PERFORM 8100-ABRIR-RELATORIO

