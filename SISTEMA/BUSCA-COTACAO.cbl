       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUSCA-COTACAO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOEDAS ASSIGN TO WS-ARQ-MOEDAS
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS COD-MOEDA
           FILE STATUS IS WS-FS-MOE.

           SELECT COTACOES ASSIGN TO WS-ARQ-COTACOESMOEDA
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CHAVE-COTACAO
           FILE STATUS IS WS-FS-COT.
       DATA DIVISION.
       FILE SECTION.
       FD MOEDAS.
           COPY MOEDA.

       FD COTACOES.
           COPY COTACAOMOEDA.
       WORKING-STORAGE SECTION.
           COPY AMBIENTE.
       77 WS-ARQ-MOEDAS          PIC X(60) VALUE SPACES.
       77 WS-ARQ-COTACOESMOEDA   PIC X(60) VALUE SPACES.
       77 WS-FS-MOE           PIC 99 VALUE 0.
       77 WS-FS-COT           PIC 99 VALUE 0.
       77 WS-EOF              PIC 99 VALUE 0.
       LINKAGE SECTION.
           COPY PARMCOTACAO.
       PROCEDURE DIVISION USING PARM-COTACAO.
       MAIN-PROCEDURE.
           PERFORM 0950-RESOLVER-AMBIENTE
           MOVE 0 TO PARM-COT-RETORNO
           MOVE 0 TO PARM-COT-TAXA
           MOVE 0 TO PARM-COT-DATA-TAXA

           IF PARM-COT-DATA EQUAL 0
               MOVE FUNCTION CURRENT-DATE(1:8) TO PARM-COT-DATA
           END-IF

           PERFORM 1000-VERIFICAR-MOEDA

           IF PARM-COT-RETORNO EQUAL ZEROS
               PERFORM 2000-BUSCAR-TAXA
           END-IF

           GOBACK.

      * Without MOEDAS.TXT the rates file alone decides.
       1000-VERIFICAR-MOEDA.
           OPEN INPUT MOEDAS

           IF WS-FS-MOE EQUAL ZEROS
               MOVE PARM-COT-MOEDA TO COD-MOEDA
               READ MOEDAS
                   INVALID KEY
                       MOVE 23 TO PARM-COT-RETORNO
               END-READ
               CLOSE MOEDAS
           END-IF.

      ******************************************************************
      * The rates of the currency come in date order; the last one
      * not after the date asked for is the one in force.
      ******************************************************************
       2000-BUSCAR-TAXA.
           OPEN INPUT COTACOES

           IF WS-FS-COT NOT EQUAL ZEROS
               IF WS-FS-COT EQUAL 35
                   MOVE 23 TO PARM-COT-RETORNO
               ELSE
                   MOVE WS-FS-COT TO PARM-COT-RETORNO
               END-IF
           ELSE
               MOVE 0 TO WS-EOF
               MOVE PARM-COT-MOEDA TO COD-MOEDA-COT
               MOVE 0 TO DATA-COTACAO

               START COTACOES KEY NOT LESS CHAVE-COTACAO
                   INVALID KEY
                       MOVE 1 TO WS-EOF
               END-START

               PERFORM UNTIL WS-EOF EQUAL 1
                   READ COTACOES NEXT RECORD
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF COD-MOEDA-COT NOT EQUAL PARM-COT-MOEDA
                           OR DATA-COTACAO GREATER PARM-COT-DATA
                               MOVE 1 TO WS-EOF
                           ELSE
                               MOVE TAXA-COTACAO TO PARM-COT-TAXA
                               MOVE DATA-COTACAO TO PARM-COT-DATA-TAXA
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE COTACOES

               IF PARM-COT-TAXA EQUAL 0
                   MOVE 23 TO PARM-COT-RETORNO
               END-IF
           END-IF.

       0950-RESOLVER-AMBIENTE.
           CALL "CONFIG-AMBIENTE" USING PARM-AMBIENTE

           MOVE SPACES TO WS-ARQ-MOEDAS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'MOEDAS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-MOEDAS

           MOVE SPACES TO WS-ARQ-COTACOESMOEDA
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'COTACOESMOEDA.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-COTACOESMOEDA.

       END PROGRAM BUSCA-COTACAO.
