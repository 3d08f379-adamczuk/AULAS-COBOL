       77 MASC-VALOR          PIC ZZ.ZZZ.ZZ9,99.

       01 WS-LINHA-DET-ANALISE.
           03 WS-DET-CODIGO        PIC 9(05).
           03 FILLER               PIC XX VALUE SPACES.
           03 WS-DET-NOME          PIC X(20).
           03 FILLER               PIC XX VALUE SPACES.
       01 WS-TABELA-ANALISE-PROD.
           03 WS-PROD-OCORR OCCURS 500 TIMES
                   INDEXED BY WS-IDX-PROD.
               05 WS-ANL-COD-PRODUTO  PIC 9(05).
               05 WS-ANL-QTDE-PROD    PIC 9(11).
               05 WS-ANL-VALOR-PROD   PIC 9(11)V99.

       01 WS-TABELA-ANALISE-CLI.
           03 WS-CLI-OCORR OCCURS 500 TIMES
                   INDEXED BY WS-IDX-CLI.
               05 WS-ANL-COD-CLIENTE  PIC 9(05).
               05 WS-ANL-QTDE-CLI     PIC 9(11).
               05 WS-ANL-VALOR-CLI    PIC 9(11)V99.

       01 WS-TABELA-NOMES-CLI.
           03 WS-NOME-CLI-OCORR OCCURS 500 TIMES
                   INDEXED BY WS-IDX-NOME.
               05 WS-NOME-COD-CLI     PIC 9(05).
               05 WS-NOME-CLIENTE-TAB PIC X(20).

       PROCEDURE DIVISION.
           END-IF.

       3000-IMPRIMIR-ANALISE.
           MOVE "COD    NOME                   QTDE         VALOR" TO
               REL-CABECALHO-COLUNAS
           PERFORM 8100-ABRIR-RELATORIO

