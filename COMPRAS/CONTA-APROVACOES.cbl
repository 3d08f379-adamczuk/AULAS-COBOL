       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTA-APROVACOES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEDIDOS ASSIGN TO WS-ARQ-PEDIDOS
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS.
       DATA DIVISION.
       FILE SECTION.
       FD PEDIDOS.
           COPY PEDIDOCOMPRA.
       WORKING-STORAGE SECTION.
           COPY AMBIENTE.
       77 WS-ARQ-PEDIDOS         PIC X(60) VALUE SPACES.
       77 WS-FS              PIC 99 VALUE 0.
       77 WS-EOF              PIC 99 VALUE 0.
       LINKAGE SECTION.
           COPY PARMAPROVACAO.
       PROCEDURE DIVISION USING PARM-APROVACOES.
       MAIN-PROCEDURE.
           PERFORM 0950-RESOLVER-AMBIENTE
           MOVE 0 TO PARM-APR-QTDE
           MOVE 0 TO PARM-APR-RETORNO
           MOVE 0 TO WS-EOF

           OPEN INPUT PEDIDOS

           IF WS-FS NOT EQUAL ZEROS
               MOVE WS-FS TO PARM-APR-RETORNO
           ELSE
               PERFORM UNTIL WS-EOF EQUAL 1
                   READ PEDIDOS
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF PEDIDO-PED-ABERTO
                           AND PED-AGUARDA-APROVACAO
                           AND NIVEL-EXIGIDO-PED NOT GREATER
                               PARM-APR-NIVEL
                               ADD 1 TO PARM-APR-QTDE
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE PEDIDOS
           END-IF

           GOBACK.

       0950-RESOLVER-AMBIENTE.
           CALL "CONFIG-AMBIENTE" USING PARM-AMBIENTE

           MOVE SPACES TO WS-ARQ-PEDIDOS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'PEDIDOS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-PEDIDOS.

       END PROGRAM CONTA-APROVACOES.
