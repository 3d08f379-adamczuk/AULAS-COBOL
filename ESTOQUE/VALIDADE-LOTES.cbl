       77 WS-FAIXA            PIC X(10) VALUE SPACES.

       01 WS-LINHA-DET-LOTE.
           03 WS-DET-PRODUTO       PIC 9(05).
           03 FILLER               PIC XX VALUE SPACES.
           03 WS-DET-NOME          PIC X(20).
           03 FILLER               PIC XX VALUE SPACES.
               OPEN INPUT PRODUTOS

               MOVE SPACES TO REL-CABECALHO-COLUNAS
               STRING "PROD   NOME                  LOTE        "
                   "VALIDADE    QTDE         FAIXA"
                   DELIMITED BY SIZE INTO REL-CABECALHO-COLUNAS
               PERFORM 8100-ABRIR-RELATORIO
               MOVE DATA-VALIDADE-LE(1:4) TO WS-DET-VALIDADE(7:4)
               MOVE QTDE-LOTE-LE TO WS-DET-QTDE
               MOVE WS-FAIXA TO WS-DET-FAIXA

               IF LOTE-RETIDO
                   MOVE "RETIDO" TO WS-DET-FAIXA
               END-IF

               MOVE WS-LINHA-DET-LOTE TO LINHA-RELATORIO
               PERFORM 8200-IMPRIMIR-LINHA
               ADD 1 TO WS-LOTES-LISTADOS
