       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALDO-ADIANTAMENTO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADIANTAMENTOS ASSIGN TO WS-ARQ-ADIANTAMENTOS
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS NUM-ADIANTAMENTO
           FILE STATUS IS WS-FS-ADT.
       DATA DIVISION.
       FILE SECTION.
       FD ADIANTAMENTOS.
           COPY ADIANTAMENTO.
       WORKING-STORAGE SECTION.
           COPY AMBIENTE.
       77 WS-ARQ-ADIANTAMENTOS   PIC X(60) VALUE SPACES.
       77 WS-FS-ADT           PIC 99 VALUE 0.
       77 WS-EOF              PIC 99 VALUE 0.
       LINKAGE SECTION.
           COPY PARMADIANTAMENTO.
       PROCEDURE DIVISION USING PARM-ADIANTAMENTO.
       MAIN-PROCEDURE.
           PERFORM 0950-RESOLVER-AMBIENTE
           MOVE 0 TO PARM-ADT-RETORNO
           MOVE 0 TO PARM-ADT-SALDO
           MOVE 0 TO PARM-ADT-QTDE

           OPEN INPUT ADIANTAMENTOS

           IF WS-FS-ADT NOT EQUAL ZEROS
               IF WS-FS-ADT NOT EQUAL 35
                   MOVE WS-FS-ADT TO PARM-ADT-RETORNO
               END-IF
           ELSE
               MOVE 0 TO WS-EOF
               MOVE 0 TO NUM-ADIANTAMENTO

               START ADIANTAMENTOS KEY NOT LESS NUM-ADIANTAMENTO
                   INVALID KEY
                       MOVE 1 TO WS-EOF
               END-START

               PERFORM UNTIL WS-EOF EQUAL 1
                   READ ADIANTAMENTOS NEXT RECORD
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF ADT-DISPONIVEL
                           AND COD-CLIENTE-ADT EQUAL PARM-ADT-CLIENTE
                               ADD SALDO-ADT TO PARM-ADT-SALDO
                               ADD 1 TO PARM-ADT-QTDE
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE ADIANTAMENTOS
           END-IF

           GOBACK.

       0950-RESOLVER-AMBIENTE.
           CALL "CONFIG-AMBIENTE" USING PARM-AMBIENTE

           MOVE SPACES TO WS-ARQ-ADIANTAMENTOS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'ADIANTAMENTOS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-ADIANTAMENTOS.

       END PROGRAM SALDO-ADIANTAMENTO.
