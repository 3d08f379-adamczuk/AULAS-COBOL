       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALIDA-MOTORISTA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOTORISTAS ASSIGN TO WS-ARQ-MOTORISTAS
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS COD-MOTORISTA
           FILE STATUS IS WS-FS-MOT.
       DATA DIVISION.
       FILE SECTION.
       FD MOTORISTAS.
           COPY MOTORISTA.
       WORKING-STORAGE SECTION.
           COPY AMBIENTE.
       77 WS-ARQ-MOTORISTAS      PIC X(60) VALUE SPACES.
       77 WS-FS-MOT           PIC 99 VALUE 0.
       77 WS-CATEGORIA-VEI    PIC X VALUE SPACE.
       77 WS-MAIOR-CATEGORIA  PIC X VALUE SPACE.
       LINKAGE SECTION.
           COPY PARMMOTORISTA.
      ******************************************************************
      * Decides whether a driver may take a vehicle out on a date:
      * the driver must be on MOTORISTAS.TXT and active, the licence
      * and the medical exam must still be valid on that date, and the
      * licence category must cover the vehicle's. Category A only
      * covers motorcycles; among B to E each category also covers the
      * lower ones (a D licence drives B and C vehicles).
      ******************************************************************
       PROCEDURE DIVISION USING PARM-MOTORISTA.
       MAIN-PROCEDURE.
           PERFORM 0950-RESOLVER-AMBIENTE
           MOVE 0 TO PARM-MOT-RETORNO
           MOVE SPACES TO PARM-MOT-NOME
           MOVE SPACES TO PARM-MOT-MENSAGEM

           IF PARM-MOT-DATA EQUAL 0
               MOVE FUNCTION CURRENT-DATE(1:8) TO PARM-MOT-DATA
           END-IF

           MOVE PARM-MOT-CATEGORIA TO WS-CATEGORIA-VEI
           IF WS-CATEGORIA-VEI EQUAL SPACE
               MOVE 'B' TO WS-CATEGORIA-VEI
           END-IF

           OPEN INPUT MOTORISTAS

           IF WS-FS-MOT NOT EQUAL ZEROS
               MOVE WS-FS-MOT TO PARM-MOT-RETORNO
               MOVE "CADASTRO DE MOTORISTAS INDISPONIVEL" TO
                   PARM-MOT-MENSAGEM
           ELSE
               MOVE PARM-MOT-MOTORISTA TO COD-MOTORISTA

               READ MOTORISTAS
                   INVALID KEY
                       MOVE 23 TO PARM-MOT-RETORNO
                       MOVE "MOTORISTA NAO CADASTRADO" TO
                           PARM-MOT-MENSAGEM
                   NOT INVALID KEY
                       MOVE NOME-MOTORISTA TO PARM-MOT-NOME
                       PERFORM 1000-CONFERIR-DOCUMENTOS
               END-READ

               CLOSE MOTORISTAS
           END-IF

           GOBACK.

       1000-CONFERIR-DOCUMENTOS.
           EVALUATE TRUE
               WHEN NOT MOTORISTA-ATIVO
                   MOVE 81 TO PARM-MOT-RETORNO
                   MOVE "MOTORISTA INATIVO" TO PARM-MOT-MENSAGEM
               WHEN VALIDADE-CNH-MOTORISTA LESS PARM-MOT-DATA
                   MOVE 82 TO PARM-MOT-RETORNO
                   STRING "CNH VENCIDA EM " VALIDADE-CNH-MOTORISTA
                       DELIMITED BY SIZE INTO PARM-MOT-MENSAGEM
               WHEN VALIDADE-EXAME-MOTORISTA LESS PARM-MOT-DATA
                   MOVE 83 TO PARM-MOT-RETORNO
                   STRING "EXAME MEDICO VENCIDO EM "
                       VALIDADE-EXAME-MOTORISTA
                       DELIMITED BY SIZE INTO PARM-MOT-MENSAGEM
               WHEN OTHER
                   PERFORM 1100-CONFERIR-CATEGORIA
           END-EVALUATE.

       1100-CONFERIR-CATEGORIA.
           IF WS-CATEGORIA-VEI EQUAL 'A'
               IF CATEGORIA-CNH-MOTORISTA(1:1) NOT EQUAL 'A'
               AND CATEGORIA-CNH-MOTORISTA(2:1) NOT EQUAL 'A'
                   MOVE 84 TO PARM-MOT-RETORNO
               END-IF
           ELSE
               MOVE CATEGORIA-CNH-MOTORISTA(2:1) TO WS-MAIOR-CATEGORIA
               IF WS-MAIOR-CATEGORIA EQUAL SPACE
                   MOVE CATEGORIA-CNH-MOTORISTA(1:1) TO
                       WS-MAIOR-CATEGORIA
               END-IF

               IF WS-MAIOR-CATEGORIA LESS 'B'
               OR WS-MAIOR-CATEGORIA GREATER 'E'
               OR WS-MAIOR-CATEGORIA LESS WS-CATEGORIA-VEI
                   MOVE 84 TO PARM-MOT-RETORNO
               END-IF
           END-IF

           IF PARM-MOT-RETORNO EQUAL 84
               STRING "CNH CATEGORIA " CATEGORIA-CNH-MOTORISTA
                   " NAO HABILITA VEICULO CATEGORIA " WS-CATEGORIA-VEI
                   DELIMITED BY SIZE INTO PARM-MOT-MENSAGEM
           END-IF.

       0950-RESOLVER-AMBIENTE.
           CALL "CONFIG-AMBIENTE" USING PARM-AMBIENTE

           MOVE SPACES TO WS-ARQ-MOTORISTAS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'MOTORISTAS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-MOTORISTAS.

       END PROGRAM VALIDA-MOTORISTA.
