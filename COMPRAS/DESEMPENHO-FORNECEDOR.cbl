       IDENTIFICATION DIVISION.
       PROGRAM-ID. DESEMPENHO-FORNECEDOR.
       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDENS ASSIGN TO WS-ARQ-ORDENSCOMPRA
           ACCESS IS SEQUENTIAL
           RECORD KEY IS NUM-INSPECAO
           FILE STATUS IS WS-FS-INS.

           SELECT DEVOLUCOES-FORN ASSIGN TO WS-ARQ-DEVOLUCOESFORN
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS NUM-DEVOLUCAO-FORN
           ALTERNATE RECORD KEY IS NUM-ORDEM-DVF
               WITH DUPLICATES
           FILE STATUS IS WS-FS-DVF.

           SELECT CONTAS-PAGAR ASSIGN TO WS-ARQ-CONTASPAGAR
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS NUM-ORDEM-CP
           FILE STATUS IS WS-FS-CP.
       DATA DIVISION.
       FILE SECTION.
       FD ORDENS.

       FD INSPECOES.
           COPY INSPECAO.

       FD DEVOLUCOES-FORN.
           COPY DEVOLUCAOFORN.

       FD CONTAS-PAGAR.
           COPY CONTAPAGAR.
       WORKING-STORAGE SECTION.
           COPY AMBIENTE.
       77 WS-ARQ-ORDENSCOMPRA    PIC X(60) VALUE SPACES.
       77 WS-ARQ-FORNECEDORES    PIC X(60) VALUE SPACES.
       77 WS-ARQ-INSPECOES       PIC X(60) VALUE SPACES.
       77 WS-ARQ-DEVOLUCOESFORN  PIC X(60) VALUE SPACES.
       77 WS-ARQ-CONTASPAGAR     PIC X(60) VALUE SPACES.
       77 WS-FS              PIC 99 VALUE 0.
       77 WS-FS-INS           PIC 99 VALUE 0.
       77 WS-FS-FOR           PIC 99 VALUE 0.
       77 WS-FS-DVF           PIC 99 VALUE 0.
       77 WS-FS-CP            PIC 99 VALUE 0.
       77 WS-EOF              PIC 99 VALUE 0.
       77 WS-ENCONTRADO       PIC A VALUE 'N'.
       77 WS-IDX-ENCONTRADO   PIC 9(04) VALUE 0.
       77 WS-PCT-ATENDIDAS    PIC ZZ9.
       77 WS-PCT-CANCELADAS   PIC ZZ9.
       77 WS-PCT-FILL         PIC ZZ9.
       77 WS-PCT-QUALIDADE    PIC ZZ9.
       77 WS-PCT-DEVOLVIDO    PIC 9(03)V99 VALUE 0.
       77 MASC-VALOR          PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01 WS-TABELA-DESEMPENHO.
           03 WS-DESEMP-OCORR OCCURS 500 TIMES
               05 WS-DES-QTDE-RECEBIDA  PIC 9(11).
               05 WS-DES-QTDE-REJEICOES PIC 9(05).
               05 WS-DES-QTDE-REJEITADA PIC 9(11).
               05 WS-DES-VALOR-FATURADO PIC 9(11)V99.
               05 WS-DES-VALOR-DEVOLVIDO PIC 9(11)V99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               CLOSE ORDENS

               PERFORM 2000-ACUMULAR-INSPECOES
               PERFORM 2200-ACUMULAR-FATURADO
               PERFORM 2300-ACUMULAR-DEVOLUCOES

               IF WS-QTDE-FORN EQUAL 0
                   DISPLAY "NENHUMA ORDEM DE COMPRA NO ARQUIVO"
               CLOSE INSPECOES
           END-IF.

       2200-ACUMULAR-FATURADO.
           OPEN INPUT CONTAS-PAGAR

           IF WS-FS-CP EQUAL ZEROS
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF EQUAL 1
                   READ CONTAS-PAGAR NEXT RECORD
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF CP-DE-ORDEM
                               PERFORM 2210-SOMAR-FATURADO
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE CONTAS-PAGAR
           END-IF.

       2210-SOMAR-FATURADO.
           MOVE COD-FORNECEDOR-CP TO COD-FORNECEDOR-ORD
           PERFORM 1100-LOCALIZAR-FORNECEDOR

           IF WS-IDX-ENCONTRADO GREATER 0
               SET WS-IDX TO WS-IDX-ENCONTRADO
               ADD VALOR-ORIGINAL-CP TO WS-DES-VALOR-FATURADO(WS-IDX)
           END-IF.

       2300-ACUMULAR-DEVOLUCOES.
           OPEN INPUT DEVOLUCOES-FORN

           IF WS-FS-DVF EQUAL ZEROS
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF EQUAL 1
                   READ DEVOLUCOES-FORN NEXT RECORD
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           MOVE COD-FORNECEDOR-DVF TO
                               COD-FORNECEDOR-ORD
                           PERFORM 1100-LOCALIZAR-FORNECEDOR

                           IF WS-IDX-ENCONTRADO GREATER 0
                               SET WS-IDX TO WS-IDX-ENCONTRADO
                               ADD VALOR-TOTAL-DVF TO
                                   WS-DES-VALOR-DEVOLVIDO(WS-IDX)
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE DEVOLUCOES-FORN
           END-IF.

       1100-LOCALIZAR-FORNECEDOR.
           MOVE 'N' TO WS-ENCONTRADO
           MOVE 0 TO WS-IDX-ENCONTRADO
                   WS-DES-QTDE-REJEITADA(WS-IDX) ")"
           END-IF

           IF WS-DES-VALOR-DEVOLVIDO(WS-IDX) GREATER 0
               MOVE WS-DES-VALOR-DEVOLVIDO(WS-IDX) TO MASC-VALOR
               DISPLAY " VALOR DEVOLVIDO......: " MASC-VALOR
           END-IF

      * Quality index: share of the billed value that was not sent
      * back as a supplier return.
           IF WS-DES-VALOR-FATURADO(WS-IDX) GREATER 0
               COMPUTE WS-PCT-DEVOLVIDO ROUNDED =
                   WS-DES-VALOR-DEVOLVIDO(WS-IDX) * 100 /
                   WS-DES-VALOR-FATURADO(WS-IDX)
                   ON SIZE ERROR
                       MOVE 100 TO WS-PCT-DEVOLVIDO
               END-COMPUTE

               IF WS-PCT-DEVOLVIDO GREATER 100
                   MOVE 100 TO WS-PCT-DEVOLVIDO
               END-IF

               COMPUTE WS-PCT-QUALIDADE ROUNDED =
                   100 - WS-PCT-DEVOLVIDO
               DISPLAY " INDICE DE QUALIDADE (%): " WS-PCT-QUALIDADE
           END-IF

           DISPLAY "------------------------------".

       0950-RESOLVER-AMBIENTE.
           MOVE SPACES TO WS-ARQ-INSPECOES
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'INSPECOES.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-INSPECOES

           MOVE SPACES TO WS-ARQ-DEVOLUCOESFORN
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'DEVOLUCOESFORN.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-DEVOLUCOESFORN

           MOVE SPACES TO WS-ARQ-CONTASPAGAR
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'CONTASPAGAR.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-CONTASPAGAR.

       END PROGRAM DESEMPENHO-FORNECEDOR.
