       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX_PROFESSORES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PROFESSORES ASSIGN TO WS-ARQ-PROFESSORES
       ORGANIZATION IS INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY IS COD-PROFESSOR
       LOCK MODE IS AUTOMATIC
       FILE STATUS IS WS-FS.

       DATA DIVISION.
       FILE SECTION.

       FD PROFESSORES.
           COPY PROFESSOR.

       WORKING-STORAGE SECTION.
           COPY FSTATUS.
           COPY AMBIENTE.
       77 WS-ARQ-PROFESSORES     PIC X(60) VALUE SPACES.

       77 WS-FS              PIC 99 VALUE 0.
       77 CONTROLE           PIC A VALUE SPACES.
       77 WS-OPCAO            PIC 9 VALUE 0.
       77 WS-EOF              PIC 99 VALUE 0.
       77 WS-NOME-INF         PIC X(30) VALUE SPACES.
       77 WS-TITULACAO-INF    PIC X(15) VALUE SPACES.
       77 WS-SITUACAO-INF     PIC X VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0950-RESOLVER-AMBIENTE
           DISPLAY "CADASTRO DE PROFESSORES"

           OPEN I-O PROFESSORES

           IF WS-FS EQUAL 35
               OPEN OUTPUT PROFESSORES
               IF WS-FS EQUAL ZEROS
                   CLOSE PROFESSORES
                   OPEN I-O PROFESSORES
               END-IF
           END-IF

           IF WS-FS NOT EQUAL ZEROS
               MOVE WS-FS TO WS-FS-CODIGO-BUSCA
               PERFORM 9000-TRADUZIR-FS-STATUS
               DISPLAY "NAO FOI POSSIVEL ABRIR O ARQUIVO DE PROFESSOR"
      -            "ES"
               DISPLAY "FILE STATUS: " WS-FS " - " WS-FS-MENSAGEM
           ELSE
               PERFORM UNTIL CONTROLE EQUAL 'N'
                   DISPLAY "1 - INCLUIR PROFESSOR"
                   DISPLAY "2 - ALTERAR PROFESSOR"
                   DISPLAY "3 - LISTAR PROFESSORES"
                   ACCEPT WS-OPCAO

                   EVALUATE WS-OPCAO
                       WHEN 1
                           PERFORM 2000-INCLUIR-PROFESSOR
                       WHEN 2
                           PERFORM 3000-ALTERAR-PROFESSOR
                       WHEN 3
                           PERFORM 4000-LISTAR-PROFESSORES
                       WHEN OTHER
                           DISPLAY "OPCAO INVALIDA"
                   END-EVALUATE

                   DISPLAY "DESEJA REALIZAR OUTRA OPERACAO?"
                   DISPLAY "DIGITE N PARA NAO"
                   ACCEPT CONTROLE
               END-PERFORM

               CLOSE PROFESSORES
           END-IF

           GOBACK.

       2000-INCLUIR-PROFESSOR.
           DISPLAY "INFORME O CODIGO DO PROFESSOR"
           ACCEPT COD-PROFESSOR

           READ PROFESSORES
               INVALID KEY
                   DISPLAY "INFORME O NOME DO PROFESSOR"
                   ACCEPT NOME-PROFESSOR
                   DISPLAY "INFORME A TITULACAO (GRADUADO, MESTRE, DOU"
      -                "TOR...)"
                   ACCEPT TITULACAO-PROFESSOR
                   MOVE 'A' TO SITUACAO-PROFESSOR

                   IF NOME-PROFESSOR EQUAL SPACES
                       DISPLAY "NOME DO PROFESSOR OBRIGATORIO"
                   ELSE
                       WRITE REG-PROFESSOR

                       IF WS-FS NOT EQUAL ZEROS
                           DISPLAY "NAO FOI POSSIVEL GRAVAR O PROFESS"
      -                        "OR - FILE STATUS: " WS-FS
                       ELSE
                           DISPLAY "PROFESSOR GRAVADO COM SUCESSO!"
                       END-IF
                   END-IF
               NOT INVALID KEY
                   DISPLAY "PROFESSOR JA EXISTE COM ESTE CODIGO"
           END-READ.

       3000-ALTERAR-PROFESSOR.
           DISPLAY "INFORME O CODIGO DO PROFESSOR"
           ACCEPT COD-PROFESSOR

           READ PROFESSORES
               INVALID KEY
                   DISPLAY "PROFESSOR NAO ENCONTRADO"
               NOT INVALID KEY
                   DISPLAY "NOME ATUAL: " NOME-PROFESSOR
                   DISPLAY "INFORME O NOVO NOME (EM BRANCO = MANTEM)"
                   MOVE SPACES TO WS-NOME-INF
                   ACCEPT WS-NOME-INF
                   DISPLAY "TITULACAO ATUAL: " TITULACAO-PROFESSOR
                   DISPLAY "INFORME A NOVA TITULACAO (EM BRANCO = MAN"
      -                "TEM)"
                   MOVE SPACES TO WS-TITULACAO-INF
                   ACCEPT WS-TITULACAO-INF
                   DISPLAY "SITUACAO ATUAL: " SITUACAO-PROFESSOR
                   DISPLAY "INFORME A SITUACAO (A = ATIVO, I = INATIV"
      -                "O, EM BRANCO = MANTEM)"
                   MOVE SPACES TO WS-SITUACAO-INF
                   ACCEPT WS-SITUACAO-INF

                   IF WS-NOME-INF NOT EQUAL SPACES
                       MOVE WS-NOME-INF TO NOME-PROFESSOR
                   END-IF

                   IF WS-TITULACAO-INF NOT EQUAL SPACES
                       MOVE WS-TITULACAO-INF TO TITULACAO-PROFESSOR
                   END-IF

                   IF WS-SITUACAO-INF EQUAL 'A'
                   OR WS-SITUACAO-INF EQUAL 'I'
                       MOVE WS-SITUACAO-INF TO SITUACAO-PROFESSOR
                   END-IF

                   REWRITE REG-PROFESSOR

                   IF WS-FS NOT EQUAL ZEROS
                       DISPLAY "NAO FOI POSSIVEL ALTERAR O PROFESSOR "
                           "- FILE STATUS: " WS-FS
                   ELSE
                       DISPLAY "PROFESSOR ALTERADO COM SUCESSO!"
                   END-IF
           END-READ.

       4000-LISTAR-PROFESSORES.
           MOVE 0 TO WS-EOF
           MOVE 0 TO COD-PROFESSOR

           START PROFESSORES KEY NOT LESS COD-PROFESSOR
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START

           PERFORM UNTIL WS-EOF EQUAL 1
               READ PROFESSORES NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       DISPLAY COD-PROFESSOR "  " NOME-PROFESSOR "  "
                           TITULACAO-PROFESSOR "  " SITUACAO-PROFESSOR
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

           MOVE SPACES TO WS-ARQ-PROFESSORES
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'PROFESSORES.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-PROFESSORES.

       END PROGRAM EX_PROFESSORES.
