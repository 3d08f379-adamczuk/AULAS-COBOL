       IDENTIFICATION DIVISION.
       PROGRAM-ID. CENTRO-CUSTO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CENTROS ASSIGN TO WS-ARQ-CENTROSCUSTO
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS COD-CENTRO-CUSTO
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS.
       DATA DIVISION.
       FILE SECTION.
       FD CENTROS.
           COPY CENTROCUSTO.
       WORKING-STORAGE SECTION.
           COPY FSTATUS.
           COPY AMBIENTE.
       77 WS-ARQ-CENTROSCUSTO    PIC X(60) VALUE SPACES.
       77 WS-FS              PIC 99 VALUE 0.
       77 CONTROLE           PIC A VALUE SPACES.
       77 WS-OPCAO            PIC 9 VALUE 0.
       77 WS-EOF              PIC 99 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0950-RESOLVER-AMBIENTE
           DISPLAY "CENTROS DE CUSTO"

           OPEN I-O CENTROS

           IF WS-FS EQUAL 35
               OPEN OUTPUT CENTROS
               IF WS-FS EQUAL ZEROS
                   CLOSE CENTROS
                   OPEN I-O CENTROS
               END-IF
           END-IF

           IF WS-FS NOT EQUAL ZEROS
               MOVE WS-FS TO WS-FS-CODIGO-BUSCA
               PERFORM 9000-TRADUZIR-FS-STATUS
               DISPLAY "NAO FOI POSSIVEL ABRIR OS CENTROS DE CUSTO"
               DISPLAY "FILE STATUS: " WS-FS " - " WS-FS-MENSAGEM
           ELSE
               PERFORM UNTIL CONTROLE EQUAL 'N'
                   DISPLAY "1 - INCLUIR CENTRO DE CUSTO"
                   DISPLAY "2 - ALTERAR CENTRO DE CUSTO"
                   DISPLAY "3 - LISTAR CENTROS DE CUSTO"
                   ACCEPT WS-OPCAO

                   EVALUATE WS-OPCAO
                       WHEN 1
                           PERFORM 2000-INCLUIR-CENTRO
                       WHEN 2
                           PERFORM 3000-ALTERAR-CENTRO
                       WHEN 3
                           PERFORM 4000-LISTAR-CENTROS
                       WHEN OTHER
                           DISPLAY "OPCAO INVALIDA"
                   END-EVALUATE

                   DISPLAY "DESEJA REALIZAR OUTRA OPERACAO?"
                   DISPLAY "DIGITE N PARA NAO"
                   ACCEPT CONTROLE
               END-PERFORM

               CLOSE CENTROS
           END-IF

           GOBACK.

       2000-INCLUIR-CENTRO.
           DISPLAY "INFORME O CODIGO DO CENTRO DE CUSTO (1-999)"
           ACCEPT COD-CENTRO-CUSTO

           IF COD-CENTRO-CUSTO EQUAL 0
               DISPLAY "CODIGO ZERO E RESERVADO (SEM CENTRO DE CUSTO)"
           ELSE
               READ CENTROS
                   INVALID KEY
                       DISPLAY "INFORME O NOME DO CENTRO DE CUSTO"
                       ACCEPT NOME-CENTRO-CUSTO
                       DISPLAY "INFORME O RESPONSAVEL (GESTOR)"
                       ACCEPT RESPONSAVEL-CENTRO-CUSTO
                       MOVE 'A' TO SITUACAO-CENTRO-CUSTO

                       WRITE REG-CENTRO-CUSTO

                       IF WS-FS NOT EQUAL ZEROS
                           DISPLAY "NAO FOI POSSIVEL GRAVAR O CENTRO "
                               "- FILE STATUS: " WS-FS
                       ELSE
                           DISPLAY "CENTRO DE CUSTO GRAVADO!"
                       END-IF
                   NOT INVALID KEY
                       DISPLAY "CENTRO DE CUSTO JA EXISTE COM ESTE CO"
      -                    "DIGO"
               END-READ
           END-IF.

       3000-ALTERAR-CENTRO.
           DISPLAY "INFORME O CODIGO DO CENTRO DE CUSTO"
           ACCEPT COD-CENTRO-CUSTO

           READ CENTROS
               INVALID KEY
                   DISPLAY "CENTRO DE CUSTO NAO ENCONTRADO"
               NOT INVALID KEY
                   DISPLAY "NOME ATUAL.......: " NOME-CENTRO-CUSTO
                   DISPLAY "INFORME O NOVO NOME"
                   ACCEPT NOME-CENTRO-CUSTO
                   DISPLAY "RESPONSAVEL ATUAL: "
                       RESPONSAVEL-CENTRO-CUSTO
                   DISPLAY "INFORME O NOVO RESPONSAVEL"
                   ACCEPT RESPONSAVEL-CENTRO-CUSTO
                   DISPLAY "SITUACAO ATUAL...: " SITUACAO-CENTRO-CUSTO
                   DISPLAY "INFORME A SITUACAO (A-ATIVO I-INATIVO)"
                   ACCEPT SITUACAO-CENTRO-CUSTO

                   IF NOT CENTRO-CUSTO-ATIVO
                   AND NOT CENTRO-CUSTO-INATIVO
                       MOVE 'A' TO SITUACAO-CENTRO-CUSTO
                   END-IF

                   REWRITE REG-CENTRO-CUSTO

                   IF WS-FS NOT EQUAL ZEROS
                       DISPLAY "NAO FOI POSSIVEL ALTERAR O CENTRO - F"
      -                    "ILE STATUS: " WS-FS
                   ELSE
                       DISPLAY "CENTRO DE CUSTO ALTERADO COM SUCESSO!"
                   END-IF
           END-READ.

       4000-LISTAR-CENTROS.
           MOVE 0 TO WS-EOF
           MOVE 0 TO COD-CENTRO-CUSTO

           START CENTROS KEY NOT LESS COD-CENTRO-CUSTO
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START

           PERFORM UNTIL WS-EOF EQUAL 1
               READ CENTROS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       DISPLAY COD-CENTRO-CUSTO "  " NOME-CENTRO-CUSTO
                           "  " RESPONSAVEL-CENTRO-CUSTO "  "
                           SITUACAO-CENTRO-CUSTO
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

           MOVE SPACES TO WS-ARQ-CENTROSCUSTO
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'CENTROSCUSTO.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-CENTROSCUSTO.

       END PROGRAM CENTRO-CUSTO.
