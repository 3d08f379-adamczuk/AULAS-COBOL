       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPARA-ESTOQUE.
       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEDIDO-REPARO ASSIGN TO WS-ARQ-REPAROESTOQUE
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-REP.
       DATA DIVISION.
       FILE SECTION.
       FD PEDIDO-REPARO.
           COPY REPAROESTOQUE.
       WORKING-STORAGE SECTION.
           COPY PARMSESSAO.
           COPY AMBIENTE.
       77 WS-ARQ-REPAROESTOQUE   PIC X(60) VALUE SPACES.
       77 WS-FS-REP           PIC 99 VALUE 0.
       77 WS-FONTE            PIC X VALUE SPACE.
       77 WS-CONFIRMA         PIC A VALUE SPACES.

       PROCEDURE DIVISION.
      ******************************************************************
      * Leaves the request card and runs CONCILIA-ESTOQUE at once, so
      * the repair and its report come out of the same pass. The
      * card is emptied by CONCILIA-ESTOQUE when it finishes.
      ******************************************************************
       MAIN-PROCEDURE.
           PERFORM 0950-RESOLVER-AMBIENTE
           PERFORM 0900-LER-SESSAO
           DISPLAY "REPARO DOS TOTAIS DE ESTOQUE DOS PRODUTOS"
           DISPLAY "FONTE DOS TOTAIS CORRETOS:"
           DISPLAY "  D - SALDOS DOS DEPOSITOS + MERCADORIA EM TRANSITO"
           DISPLAY "  L - SALDOS DOS LOTES (SO PRODUTOS COM LOTES)"
           ACCEPT WS-FONTE

           IF WS-FONTE NOT EQUAL 'D'
           AND WS-FONTE NOT EQUAL 'L'
               DISPLAY "FONTE INVALIDA - NADA FOI ALTERADO"
           ELSE
               IF WS-FONTE EQUAL 'D'
                   DISPLAY "O ESTOQUE DOS PRODUTOS DIVERGENTES PASSA A"
                       " SER A SOMA DOS DEPOSITOS + TRANSITO"
               ELSE
                   DISPLAY "O ESTOQUE DOS PRODUTOS DIVERGENTES PASSA A"
                       " SER A SOMA DOS SEUS LOTES"
               END-IF
               DISPLAY "CONFIRMA O REPARO? (S/N)"
               ACCEPT WS-CONFIRMA

               IF WS-CONFIRMA EQUAL 'S'
                   PERFORM 2000-GRAVAR-PEDIDO
               ELSE
                   DISPLAY "REPARO CANCELADO"
               END-IF
           END-IF

           GOBACK.

       2000-GRAVAR-PEDIDO.
           OPEN OUTPUT PEDIDO-REPARO

           IF WS-FS-REP NOT EQUAL ZEROS
               DISPLAY "NAO FOI POSSIVEL GRAVAR REPAROESTOQUE.TXT"
               DISPLAY "FILE STATUS: " WS-FS-REP
           ELSE
               MOVE WS-FONTE TO REP-FONTE
               MOVE FUNCTION CURRENT-DATE(1:8) TO REP-DATA-PEDIDO
               MOVE PARM-SES-OPERADOR TO REP-OPERADOR
               WRITE REG-REPARO-ESTOQUE
               CLOSE PEDIDO-REPARO

               CALL "CONCILIA-ESTOQUE"
           END-IF.

       0900-LER-SESSAO.
           MOVE 'L' TO PARM-SES-ACAO
           CALL "OPERADOR-SESSAO" USING PARM-SESSAO.

       0950-RESOLVER-AMBIENTE.
           CALL "CONFIG-AMBIENTE" USING PARM-AMBIENTE
           DISPLAY "AMBIENTE ATIVO: " PARM-AMB-NOME

           MOVE SPACES TO WS-ARQ-REPAROESTOQUE
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'REPAROESTOQUE.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-REPAROESTOQUE.

       END PROGRAM REPARA-ESTOQUE.
