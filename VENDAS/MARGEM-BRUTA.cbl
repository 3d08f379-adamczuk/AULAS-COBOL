       77 MASC-MARGEM         PIC -ZZ.ZZZ.ZZ9,99.

       01 WS-LINHA-DET-MARGEM.
           03 WS-DET-CODIGO        PIC 9(05).
           03 FILLER               PIC XX VALUE SPACES.
           03 WS-DET-RECEITA       PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER               PIC XX VALUE SPACES.
       01 WS-TABELA-MARGEM-PROD.
           03 WS-MPR-OCORR OCCURS 500 TIMES
                   INDEXED BY WS-IDX-PROD.
               05 WS-MPR-PRODUTO      PIC 9(05).
               05 WS-MPR-RECEITA      PIC 9(11)V99.
               05 WS-MPR-QTDE-VENDIDA PIC 9(11).
               05 WS-MPR-CUSTO-MOV    PIC 9(11)V99.
       01 WS-TABELA-MARGEM-CLI.
           03 WS-MCL-OCORR OCCURS 500 TIMES
                   INDEXED BY WS-IDX-CLI.
               05 WS-MCL-CLIENTE      PIC 9(05).
               05 WS-MCL-RECEITA      PIC 9(11)V99.
               05 WS-MCL-CUSTO        PIC 9(11)V99.

       01 WS-TABELA-LINHAS-CLI.
           03 WS-LCL-OCORR OCCURS 999 TIMES
                   INDEXED BY WS-IDX-LCL.
               05 WS-LCL-CLIENTE      PIC 9(05).
               05 WS-LCL-PRODUTO      PIC 9(05).
               05 WS-LCL-QTDE         PIC 9(09).
       77 WS-QTDE-LINHAS-CLI  PIC 9(03) VALUE 0.


       4000-IMPRIMIR-MARGEM.
           MOVE SPACES TO REL-CABECALHO-COLUNAS
           STRING "COD    RECEITA         CUSTO           MARGEM"
               DELIMITED BY SIZE INTO REL-CABECALHO-COLUNAS
           PERFORM 8100-ABRIR-RELATORIO

