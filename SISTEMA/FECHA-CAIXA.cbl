           03 FILLER               PIC XX VALUE SPACES.
           03 WS-DET-PARTE         PIC X.
           03 FILLER               PIC X VALUE SPACE.
           03 WS-DET-COD-PARTE     PIC 9(05).
           03 FILLER               PIC XX VALUE SPACES.
           03 WS-DET-SENTIDO       PIC X.
           03 FILLER               PIC XX VALUE SPACES.

       2000-IMPRIMIR-DIA.
           MOVE SPACES TO REL-CABECALHO-COLUNAS
           STRING "DOC     P COD    E/S  VALOR          SALDO        "
               "   OPER"
               DELIMITED BY SIZE INTO REL-CABECALHO-COLUNAS
           PERFORM 8100-ABRIR-RELATORIO
