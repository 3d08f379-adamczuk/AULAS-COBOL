       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATORIO-INTERFACES.
       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTRO-INT ASSIGN TO WS-ARQ-INTERFACES
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS.
       DATA DIVISION.
       FILE SECTION.
       FD REGISTRO-INT.
           COPY REGINTERFACE.
       WORKING-STORAGE SECTION.
           COPY AMBIENTE.
       77 WS-ARQ-INTERFACES      PIC X(60) VALUE SPACES.
       77 WS-FS              PIC 99 VALUE 0.
       77 WS-EOF             PIC 99 VALUE 0.
       77 WS-DATA-RELATORIO  PIC 9(08) VALUE 0.
       77 WS-LISTADOS        PIC 9(05) VALUE 0.
       77 WS-REJEITADOS      PIC 9(05) VALUE 0.
       77 MASC-TOTAL         PIC ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
      ******************************************************************
      * Lists the interface register (INTERFACES.TXT) for one day, or
      * all of it when the date is left at zero: every file sent or
      * received with its sequence, control count and total, and the
      * reason for every file turned down.
      ******************************************************************
       MAIN-PROCEDURE.
           PERFORM 0950-RESOLVER-AMBIENTE
           DISPLAY "REGISTRO DE ARQUIVOS DE INTERFACE"
           DISPLAY "DATA DO REGISTRO (AAAAMMDD, 0 = TODAS)"
           ACCEPT WS-DATA-RELATORIO

           OPEN INPUT REGISTRO-INT

           IF WS-FS NOT EQUAL ZEROS
               DISPLAY "INTERFACES.TXT NAO ABERTO - FILE STATUS: " WS-FS
           ELSE
               DISPLAY "ARQUIVO    S PARC. DATA     SEQ    QTDE    "
                   "SIT PROGRAMA"
               DISPLAY "----------------------------------------------"

               PERFORM UNTIL WS-EOF EQUAL 1
                   READ REGISTRO-INT
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF WS-DATA-RELATORIO EQUAL 0
                           OR INT-DATA-HORA(1:8) EQUAL
                               WS-DATA-RELATORIO
                               PERFORM 2000-EXIBIR-REGISTRO
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE REGISTRO-INT

               DISPLAY "----------------------------------------------"
               DISPLAY "ARQUIVOS LISTADOS...: " WS-LISTADOS
               DISPLAY "ARQUIVOS REJEITADOS.: " WS-REJEITADOS
           END-IF

           GOBACK.

       2000-EXIBIR-REGISTRO.
           ADD 1 TO WS-LISTADOS
           MOVE INT-TOTAL TO MASC-TOTAL

           DISPLAY INT-ARQUIVO " " INT-SENTIDO " " INT-PARCEIRO " "
               INT-DATA-ARQ " " INT-SEQUENCIA " " INT-QTDE " "
               INT-SITUACAO "   " INT-PROGRAMA
           DISPLAY "   TOTAL DE CONTROLE: " MASC-TOTAL
               "  EM " INT-DATA-HORA

           IF INT-REJEITADO
               ADD 1 TO WS-REJEITADOS
               DISPLAY "   *** REJEITADO: " INT-MOTIVO
           END-IF.

       0950-RESOLVER-AMBIENTE.
           CALL "CONFIG-AMBIENTE" USING PARM-AMBIENTE
           DISPLAY "AMBIENTE ATIVO: " PARM-AMB-NOME

           MOVE SPACES TO WS-ARQ-INTERFACES
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'INTERFACES.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-INTERFACES.

       END PROGRAM RELATORIO-INTERFACES.
