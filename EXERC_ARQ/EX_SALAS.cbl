       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX_SALAS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT SALAS ASSIGN TO WS-ARQ-SALAS
       ORGANIZATION IS INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY IS COD-SALA
       LOCK MODE IS AUTOMATIC
       FILE STATUS IS WS-FS.

       DATA DIVISION.
       FILE SECTION.

       FD SALAS.
           COPY SALA.

       WORKING-STORAGE SECTION.
           COPY FSTATUS.
           COPY AMBIENTE.
       77 WS-ARQ-SALAS           PIC X(60) VALUE SPACES.

       77 WS-FS              PIC 99 VALUE 0.
       77 CONTROLE           PIC A VALUE SPACES.
       77 WS-OPCAO            PIC 9 VALUE 0.
       77 WS-EOF              PIC 99 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0950-RESOLVER-AMBIENTE
           DISPLAY "CADASTRO DE SALAS DE AULA"

           OPEN I-O SALAS

           IF WS-FS EQUAL 35
               OPEN OUTPUT SALAS
               IF WS-FS EQUAL ZEROS
                   CLOSE SALAS
                   OPEN I-O SALAS
               END-IF
           END-IF

           IF WS-FS NOT EQUAL ZEROS
               MOVE WS-FS TO WS-FS-CODIGO-BUSCA
               PERFORM 9000-TRADUZIR-FS-STATUS
               DISPLAY "NAO FOI POSSIVEL ABRIR O ARQUIVO DE SALAS"
               DISPLAY "FILE STATUS: " WS-FS " - " WS-FS-MENSAGEM
           ELSE
               PERFORM UNTIL CONTROLE EQUAL 'N'
                   DISPLAY "1 - INCLUIR SALA"
                   DISPLAY "2 - ALTERAR CAPACIDADE DE UMA SALA"
                   DISPLAY "3 - LISTAR SALAS"
                   ACCEPT WS-OPCAO

                   EVALUATE WS-OPCAO
                       WHEN 1
                           PERFORM 2000-INCLUIR-SALA
                       WHEN 2
                           PERFORM 3000-ALTERAR-SALA
                       WHEN 3
                           PERFORM 4000-LISTAR-SALAS
                       WHEN OTHER
                           DISPLAY "OPCAO INVALIDA"
                   END-EVALUATE

                   DISPLAY "DESEJA REALIZAR OUTRA OPERACAO?"
                   DISPLAY "DIGITE N PARA NAO"
                   ACCEPT CONTROLE
               END-PERFORM

               CLOSE SALAS
           END-IF

           GOBACK.

       2000-INCLUIR-SALA.
           DISPLAY "INFORME O CODIGO DA SALA (4 CARACTERES)"
           ACCEPT COD-SALA

           READ SALAS
               INVALID KEY
                   DISPLAY "INFORME A DESCRICAO DA SALA"
                   ACCEPT DESCRICAO-SALA
                   DISPLAY "INFORME A CAPACIDADE DE LUGARES"
                   ACCEPT CAPACIDADE-SALA

                   IF CAPACIDADE-SALA EQUAL 0
                       DISPLAY "CAPACIDADE DA SALA OBRIGATORIA"
                   ELSE
                       WRITE REG-SALA

                       IF WS-FS NOT EQUAL ZEROS
                           DISPLAY "NAO FOI POSSIVEL GRAVAR A SALA - "
                               "FILE STATUS: " WS-FS
                       ELSE
                           DISPLAY "SALA GRAVADA COM SUCESSO!"
                       END-IF
                   END-IF
               NOT INVALID KEY
                   DISPLAY "SALA JA EXISTE COM ESTE CODIGO"
           END-READ.

      * A smaller room does not move the classes already scheduled in
      * it; EX_HORARIO checks the capacity when a class is scheduled.
       3000-ALTERAR-SALA.
           DISPLAY "INFORME O CODIGO DA SALA"
           ACCEPT COD-SALA

           READ SALAS
               INVALID KEY
                   DISPLAY "SALA NAO ENCONTRADA"
               NOT INVALID KEY
                   DISPLAY "CAPACIDADE ATUAL: " CAPACIDADE-SALA
                   DISPLAY "INFORME A NOVA CAPACIDADE"
                   ACCEPT CAPACIDADE-SALA

                   REWRITE REG-SALA

                   IF WS-FS NOT EQUAL ZEROS
                       DISPLAY "NAO FOI POSSIVEL ALTERAR A SALA - FIL"
      -                    "E STATUS: " WS-FS
                   ELSE
                       DISPLAY "SALA ALTERADA COM SUCESSO!"
                   END-IF
           END-READ.

       4000-LISTAR-SALAS.
           MOVE 0 TO WS-EOF
           MOVE LOW-VALUES TO COD-SALA

           START SALAS KEY NOT LESS COD-SALA
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START

           PERFORM UNTIL WS-EOF EQUAL 1
               READ SALAS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       DISPLAY COD-SALA "  " DESCRICAO-SALA
                           "  LUGARES " CAPACIDADE-SALA
               END-READ
           END-PERFORM.

       9000-TRADUZIR-FS-STATUS.
           MOVE "STATUS DESCONHECIDO" TO WS-FS-MENSAGEM
           PERFORM VARYING WS-IDX-FS FROM 1 BY 1
                   UNTIL WS-IDX-FS GREATER 12
               IF FS-CODIGO(WS-IDX-FS) EQUAL WS-FS-CODIGO-BUSCA
                   MOVE FS-MENSAGEM(WS-IDX-FS) TO WS-FS-MENSAGEM
               END-IF
           END-PERFORM.

       0950-RESOLVER-AMBIENTE.
           CALL "CONFIG-AMBIENTE" USING PARM-AMBIENTE
           DISPLAY "AMBIENTE ATIVO: " PARM-AMB-NOME

           MOVE SPACES TO WS-ARQ-SALAS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'SALAS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-SALAS.

       END PROGRAM EX_SALAS.
