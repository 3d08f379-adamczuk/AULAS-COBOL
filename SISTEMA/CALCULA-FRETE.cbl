       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCULA-FRETE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO WS-ARQ-CLIENTES
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-CLI.

           SELECT FRETES ASSIGN TO WS-ARQ-FRETESCLIENTE
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CHAVE-FRETE
           FILE STATUS IS WS-FS-FRT.
       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES.
           COPY CLIENTE.

       FD FRETES.
           COPY FRETECLIENTE.
       WORKING-STORAGE SECTION.
           COPY AMBIENTE.
       77 WS-ARQ-CLIENTES        PIC X(60) VALUE SPACES.
       77 WS-ARQ-FRETESCLIENTE   PIC X(60) VALUE SPACES.
       77 WS-FS-CLI           PIC 99 VALUE 0.
       77 WS-FS-FRT           PIC 99 VALUE 0.
       77 WS-EOF              PIC 99 VALUE 0.
       77 WS-ROTA-BUSCA       PIC 99 VALUE 0.
       77 WS-ACHOU-FAIXA      PIC A VALUE 'N'.
       01 WS-FAIXA-ESCOLHIDA.
           03 WS-FX-PESO-ATE      PIC 9(06).
           03 WS-FX-VALOR-BASE    PIC 9(05)V99.
           03 WS-FX-VALOR-KG      PIC 9(03)V99.
           03 WS-FX-VALOR-ISENCAO PIC 9(09)V99.
       LINKAGE SECTION.
           COPY PARMFRETE.
       PROCEDURE DIVISION USING PARM-FRETE.
       MAIN-PROCEDURE.
           PERFORM 0950-RESOLVER-AMBIENTE
           MOVE 0 TO PARM-FRT-RETORNO
           MOVE 0 TO PARM-FRT-ROTA
           MOVE 0 TO PARM-FRT-FAIXA
           MOVE 0 TO PARM-FRT-VALOR-FRETE
           MOVE 'N' TO PARM-FRT-ISENTO

           PERFORM 1000-BUSCAR-ROTA

           OPEN INPUT FRETES

           IF WS-FS-FRT NOT EQUAL ZEROS
               IF WS-FS-FRT EQUAL 35
                   MOVE 23 TO PARM-FRT-RETORNO
               ELSE
                   MOVE WS-FS-FRT TO PARM-FRT-RETORNO
               END-IF
           ELSE
               MOVE PARM-FRT-ROTA TO WS-ROTA-BUSCA
               PERFORM 2000-BUSCAR-FAIXA

               IF WS-ACHOU-FAIXA EQUAL 'N'
               AND PARM-FRT-ROTA NOT EQUAL 0
                   MOVE 0 TO WS-ROTA-BUSCA
                   PERFORM 2000-BUSCAR-FAIXA
               END-IF

               CLOSE FRETES

               IF WS-ACHOU-FAIXA EQUAL 'N'
                   MOVE 23 TO PARM-FRT-RETORNO
               ELSE
                   PERFORM 3000-CALCULAR-VALOR
               END-IF
           END-IF

           GOBACK.

       1000-BUSCAR-ROTA.
           OPEN INPUT CLIENTES

           IF WS-FS-CLI EQUAL ZEROS
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF EQUAL 1
                   READ CLIENTES
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF COD-CLIENTE EQUAL PARM-FRT-CLIENTE
                               MOVE COD-ROTA-CLIENTE TO PARM-FRT-ROTA
                               MOVE 1 TO WS-EOF
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE CLIENTES
           END-IF.

       2000-BUSCAR-FAIXA.
      *    Bands of one route come back in ascending weight order; the
      *    first band that holds the order wins, otherwise the top band
      *    of the route is kept.
           MOVE 'N' TO WS-ACHOU-FAIXA
           MOVE 0 TO WS-EOF
           MOVE WS-ROTA-BUSCA TO COD-ROTA-FRT
           MOVE 0 TO PESO-ATE-FRT

           START FRETES KEY NOT LESS CHAVE-FRETE
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START

           PERFORM UNTIL WS-EOF EQUAL 1
               READ FRETES NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF COD-ROTA-FRT NOT EQUAL WS-ROTA-BUSCA
                           MOVE 1 TO WS-EOF
                       ELSE
                           MOVE 'S' TO WS-ACHOU-FAIXA
                           MOVE PESO-ATE-FRT TO WS-FX-PESO-ATE
                           MOVE VALOR-BASE-FRT TO WS-FX-VALOR-BASE
                           MOVE VALOR-KG-FRT TO WS-FX-VALOR-KG
                           MOVE VALOR-ISENCAO-FRT TO
                               WS-FX-VALOR-ISENCAO
                           IF PESO-ATE-FRT NOT LESS PARM-FRT-PESO
                               MOVE 1 TO WS-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           MOVE 0 TO WS-FS-FRT.

       3000-CALCULAR-VALOR.
           MOVE WS-FX-PESO-ATE TO PARM-FRT-FAIXA

           IF WS-FX-VALOR-ISENCAO NOT EQUAL 0
           AND PARM-FRT-VALOR-PEDIDO NOT LESS WS-FX-VALOR-ISENCAO
               MOVE 'S' TO PARM-FRT-ISENTO
               MOVE 0 TO PARM-FRT-VALOR-FRETE
           ELSE
               COMPUTE PARM-FRT-VALOR-FRETE ROUNDED =
                   WS-FX-VALOR-BASE
                   + WS-FX-VALOR-KG * PARM-FRT-PESO
                   ON SIZE ERROR
                       MOVE 9999999.99 TO PARM-FRT-VALOR-FRETE
               END-COMPUTE
           END-IF.

       0950-RESOLVER-AMBIENTE.
           CALL "CONFIG-AMBIENTE" USING PARM-AMBIENTE

           MOVE SPACES TO WS-ARQ-CLIENTES
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'CLIENTES.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-CLIENTES

           MOVE SPACES TO WS-ARQ-FRETESCLIENTE
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'FRETESCLIENTE.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-FRETESCLIENTE.

       END PROGRAM CALCULA-FRETE.
