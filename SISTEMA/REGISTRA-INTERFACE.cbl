       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGISTRA-INTERFACE.
       ENVIRONMENT DIVISION.
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
       LINKAGE SECTION.
           COPY PARMINTERFACE.
       PROCEDURE DIVISION USING PARM-INTERFACE.
       MAIN-PROCEDURE.
           PERFORM 0950-RESOLVER-AMBIENTE
           MOVE 0 TO PARM-INT-RETORNO

           EVALUATE PARM-INT-ACAO
               WHEN 'U'
                   PERFORM 1000-BUSCAR-ULTIMA-SEQ
               WHEN 'G'
                   PERFORM 2000-GRAVAR-REGISTRO
               WHEN OTHER
                   MOVE 99 TO PARM-INT-RETORNO
           END-EVALUATE

           GOBACK.

      ******************************************************************
      * Rejected files do not count: a file turned down for a bad
      * trailer comes back with the same sequence once it is fixed.
      ******************************************************************
       1000-BUSCAR-ULTIMA-SEQ.
           MOVE 0 TO PARM-INT-ULTIMA-SEQ
           MOVE 'N' TO PARM-INT-ACHOU

           OPEN INPUT REGISTRO-INT

           IF WS-FS EQUAL 35
               CONTINUE
           ELSE
               IF WS-FS NOT EQUAL ZEROS
                   MOVE WS-FS TO PARM-INT-RETORNO
               ELSE
                   MOVE 0 TO WS-EOF
                   PERFORM UNTIL WS-EOF EQUAL 1
                       READ REGISTRO-INT
                           AT END
                               MOVE 1 TO WS-EOF
                           NOT AT END
                               IF INT-ARQUIVO EQUAL PARM-INT-ARQUIVO
                               AND INT-PARCEIRO EQUAL PARM-INT-PARCEIRO
                               AND NOT INT-REJEITADO
                                   MOVE 'S' TO PARM-INT-ACHOU
                                   IF INT-SEQUENCIA GREATER
                                           PARM-INT-ULTIMA-SEQ
                                       MOVE INT-SEQUENCIA TO
                                           PARM-INT-ULTIMA-SEQ
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM

                   CLOSE REGISTRO-INT
               END-IF
           END-IF.

       2000-GRAVAR-REGISTRO.
           OPEN EXTEND REGISTRO-INT

           IF WS-FS EQUAL 35
               OPEN OUTPUT REGISTRO-INT
           END-IF

           IF WS-FS NOT EQUAL ZEROS
               MOVE WS-FS TO PARM-INT-RETORNO
           ELSE
               MOVE PARM-INT-ARQUIVO TO INT-ARQUIVO
               MOVE PARM-INT-SENTIDO TO INT-SENTIDO
               MOVE PARM-INT-PARCEIRO TO INT-PARCEIRO
               MOVE PARM-INT-DATA-ARQ TO INT-DATA-ARQ
               MOVE PARM-INT-SEQUENCIA TO INT-SEQUENCIA
               MOVE PARM-INT-QTDE TO INT-QTDE
               MOVE PARM-INT-TOTAL TO INT-TOTAL
               MOVE PARM-INT-SITUACAO TO INT-SITUACAO
               MOVE PARM-INT-MOTIVO TO INT-MOTIVO
               MOVE PARM-INT-PROGRAMA TO INT-PROGRAMA
               MOVE FUNCTION CURRENT-DATE(1:14) TO INT-DATA-HORA
               MOVE PARM-INT-NOME-ARQ TO INT-NOME-ARQ
               WRITE REG-INTERFACE
               CLOSE REGISTRO-INT
           END-IF.

       0950-RESOLVER-AMBIENTE.
           CALL "CONFIG-AMBIENTE" USING PARM-AMBIENTE

           MOVE SPACES TO WS-ARQ-INTERFACES
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'INTERFACES.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-INTERFACES.

       END PROGRAM REGISTRA-INTERFACE.
