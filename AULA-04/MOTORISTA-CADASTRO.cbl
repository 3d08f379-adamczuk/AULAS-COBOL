       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOTORISTA-CADASTRO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOTORISTAS ASSIGN TO WS-ARQ-MOTORISTAS
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS COD-MOTORISTA
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS.
       DATA DIVISION.
       FILE SECTION.
       FD MOTORISTAS.
           COPY MOTORISTA.
       WORKING-STORAGE SECTION.
           COPY FSTATUS.
           COPY AMBIENTE.
       77 WS-ARQ-MOTORISTAS      PIC X(60) VALUE SPACES.
       77 WS-FS              PIC 99 VALUE 0.
       77 CONTROLE           PIC A VALUE SPACES.
       77 WS-OPCAO            PIC 9 VALUE 0.
       77 WS-EOF              PIC 99 VALUE 0.
       77 WS-DATA-HOJE        PIC 9(08) VALUE 0.
       77 WS-DATA-LIMITE      PIC 9(08) VALUE 0.
       77 WS-DIAS-AVISO       PIC 9(03) VALUE 0.
       77 WS-QTDE-AVISOS      PIC 9(04) VALUE 0.
       77 WS-CATEGORIA-OK     PIC A VALUE 'N'.
       77 WS-SITUACAO-DOC     PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0950-RESOLVER-AMBIENTE
           DISPLAY "CADASTRO DE MOTORISTAS DA FROTA"

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE

           OPEN I-O MOTORISTAS

           IF WS-FS EQUAL 35
               OPEN OUTPUT MOTORISTAS
               IF WS-FS EQUAL ZEROS
                   CLOSE MOTORISTAS
                   OPEN I-O MOTORISTAS
               END-IF
           END-IF

           IF WS-FS NOT EQUAL ZEROS
               MOVE WS-FS TO WS-FS-CODIGO-BUSCA
               PERFORM 9000-TRADUZIR-FS-STATUS
               DISPLAY "NAO FOI POSSIVEL ABRIR O ARQUIVO DE MOTORISTAS"
               DISPLAY "FILE STATUS: " WS-FS " - " WS-FS-MENSAGEM
           ELSE
               PERFORM UNTIL CONTROLE EQUAL 'N'
                   DISPLAY "1 - INCLUIR MOTORISTA"
                   DISPLAY "2 - ALTERAR MOTORISTA"
                   DISPLAY "3 - LISTAR MOTORISTAS"
                   DISPLAY "4 - DOCUMENTOS VENCIDOS OU A VENCER"
                   ACCEPT WS-OPCAO

                   EVALUATE WS-OPCAO
                       WHEN 1
                           PERFORM 2000-INCLUIR-MOTORISTA
                       WHEN 2
                           PERFORM 3000-ALTERAR-MOTORISTA
                       WHEN 3
                           PERFORM 4000-LISTAR-MOTORISTAS
                       WHEN 4
                           PERFORM 6000-DOCUMENTOS-A-VENCER
                       WHEN OTHER
                           DISPLAY "OPCAO INVALIDA"
                   END-EVALUATE

                   DISPLAY "DESEJA REALIZAR OUTRA OPERACAO?"
                   DISPLAY "DIGITE N PARA NAO"
                   ACCEPT CONTROLE
               END-PERFORM

               CLOSE MOTORISTAS
           END-IF

           GOBACK.

       2000-INCLUIR-MOTORISTA.
           DISPLAY "INFORME O CODIGO DO MOTORISTA"
           ACCEPT COD-MOTORISTA

           READ MOTORISTAS
               INVALID KEY
                   DISPLAY "INFORME O NOME"
                   ACCEPT NOME-MOTORISTA
                   DISPLAY "INFORME O NUMERO DA CNH"
                   ACCEPT CNH-MOTORISTA
                   PERFORM 5000-INFORMAR-DOCUMENTOS
                   MOVE 'A' TO SITUACAO-MOTORISTA

                   WRITE REG-MOTORISTA

                   IF WS-FS NOT EQUAL ZEROS
                       DISPLAY "NAO FOI POSSIVEL GRAVAR O MOTORISTA -"
                           " FILE STATUS: " WS-FS
                   ELSE
                       DISPLAY "MOTORISTA GRAVADO COM SUCESSO!"
                   END-IF
               NOT INVALID KEY
                   DISPLAY "MOTORISTA JA EXISTE COM ESTE CODIGO"
           END-READ.

       3000-ALTERAR-MOTORISTA.
           DISPLAY "INFORME O CODIGO DO MOTORISTA"
           ACCEPT COD-MOTORISTA

           READ MOTORISTAS
               INVALID KEY
                   DISPLAY "MOTORISTA NAO ENCONTRADO"
               NOT INVALID KEY
                   DISPLAY "NOME ATUAL.....: " NOME-MOTORISTA
                   DISPLAY "INFORME O NOVO NOME"
                   ACCEPT NOME-MOTORISTA
                   DISPLAY "CNH ATUAL......: " CNH-MOTORISTA
                   DISPLAY "INFORME O NOVO NUMERO DA CNH"
                   ACCEPT CNH-MOTORISTA
                   DISPLAY "CATEGORIA......: " CATEGORIA-CNH-MOTORISTA
                       "  CNH VALIDA ATE " VALIDADE-CNH-MOTORISTA
                       "  EXAME ATE " VALIDADE-EXAME-MOTORISTA
                   PERFORM 5000-INFORMAR-DOCUMENTOS
                   DISPLAY "SITUACAO ATUAL.: " SITUACAO-MOTORISTA
                   DISPLAY "INFORME A SITUACAO (A = ATIVO, I = INATI"
                       "VO)"
                   ACCEPT SITUACAO-MOTORISTA
                   IF NOT MOTORISTA-ATIVO
                       MOVE 'I' TO SITUACAO-MOTORISTA
                   END-IF

                   REWRITE REG-MOTORISTA

                   IF WS-FS NOT EQUAL ZEROS
                       DISPLAY "NAO FOI POSSIVEL ALTERAR O MOTORISTA "
                           "- FILE STATUS: " WS-FS
                   ELSE
                       DISPLAY "MOTORISTA ALTERADO COM SUCESSO!"
                   END-IF
           END-READ.

       4000-LISTAR-MOTORISTAS.
           MOVE 0 TO WS-EOF
           MOVE 0 TO COD-MOTORISTA

           START MOTORISTAS KEY NOT LESS COD-MOTORISTA
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START

           PERFORM UNTIL WS-EOF EQUAL 1
               READ MOTORISTAS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM 4100-SITUACAO-DOCUMENTOS
                       DISPLAY COD-MOTORISTA "  " NOME-MOTORISTA "  "
                           CATEGORIA-CNH-MOTORISTA "  "
                           SITUACAO-MOTORISTA "  " WS-SITUACAO-DOC
               END-READ
           END-PERFORM.

       4100-SITUACAO-DOCUMENTOS.
           EVALUATE TRUE
               WHEN VALIDADE-CNH-MOTORISTA LESS WS-DATA-HOJE
                   MOVE "CNH VENCIDA" TO WS-SITUACAO-DOC
               WHEN VALIDADE-EXAME-MOTORISTA LESS WS-DATA-HOJE
                   MOVE "EXAME VENCIDO" TO WS-SITUACAO-DOC
               WHEN OTHER
                   MOVE "DOCUMENTOS EM DIA" TO WS-SITUACAO-DOC
           END-EVALUATE.

      ******************************************************************
      * Category, licence expiry and medical exam expiry, asked on
      * inclusion and on every change. The category must be one of the
      * national licence categories, alone or combined with A.
      ******************************************************************
       5000-INFORMAR-DOCUMENTOS.
           MOVE 'N' TO WS-CATEGORIA-OK

           PERFORM UNTIL WS-CATEGORIA-OK EQUAL 'S'
               DISPLAY "INFORME A CATEGORIA DA CNH (A, B, C, D, E, A"
                   "B, AC, AD, AE)"
               ACCEPT CATEGORIA-CNH-MOTORISTA

               EVALUATE CATEGORIA-CNH-MOTORISTA
                   WHEN 'A '
                   WHEN 'B '
                   WHEN 'C '
                   WHEN 'D '
                   WHEN 'E '
                   WHEN 'AB'
                   WHEN 'AC'
                   WHEN 'AD'
                   WHEN 'AE'
                       MOVE 'S' TO WS-CATEGORIA-OK
                   WHEN OTHER
                       DISPLAY "CATEGORIA INVALIDA"
               END-EVALUATE
           END-PERFORM

           DISPLAY "INFORME A VALIDADE DA CNH (AAAAMMDD)"
           ACCEPT VALIDADE-CNH-MOTORISTA
           DISPLAY "INFORME A VALIDADE DO EXAME MEDICO (AAAAMMDD)"
           ACCEPT VALIDADE-EXAME-MOTORISTA

           IF VALIDADE-CNH-MOTORISTA LESS WS-DATA-HOJE
               DISPLAY "ATENCAO: CNH JA VENCIDA - MOTORISTA NAO PODE"
                   "RA SER ESCALADO"
           END-IF

           IF VALIDADE-EXAME-MOTORISTA LESS WS-DATA-HOJE
               DISPLAY "ATENCAO: EXAME MEDICO JA VENCIDO - MOTORISTA"
                   " NAO PODERA SER ESCALADO"
           END-IF.

      ******************************************************************
      * Active drivers whose licence or medical exam is already
      * expired or expires within the warning window (default 30
      * days), so renewals can be booked before the driver is barred.
      ******************************************************************
       6000-DOCUMENTOS-A-VENCER.
           DISPLAY "INFORME O PRAZO DE AVISO EM DIAS (0 = 30)"
           ACCEPT WS-DIAS-AVISO

           IF WS-DIAS-AVISO EQUAL 0
               MOVE 30 TO WS-DIAS-AVISO
           END-IF

           COMPUTE WS-DATA-LIMITE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE) + WS-DIAS-AVISO)

           MOVE 0 TO WS-QTDE-AVISOS
           MOVE 0 TO WS-EOF
           MOVE 0 TO COD-MOTORISTA

           START MOTORISTAS KEY NOT LESS COD-MOTORISTA
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START

           PERFORM UNTIL WS-EOF EQUAL 1
               READ MOTORISTAS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF MOTORISTA-ATIVO
                           PERFORM 6100-AVISAR-DOCUMENTOS
                       END-IF
               END-READ
           END-PERFORM

           DISPLAY WS-QTDE-AVISOS " AVISO(S) ATE " WS-DATA-LIMITE.

       6100-AVISAR-DOCUMENTOS.
           IF VALIDADE-CNH-MOTORISTA NOT GREATER WS-DATA-LIMITE
               ADD 1 TO WS-QTDE-AVISOS
               IF VALIDADE-CNH-MOTORISTA LESS WS-DATA-HOJE
                   DISPLAY COD-MOTORISTA "  " NOME-MOTORISTA
                       "  CNH VENCIDA EM " VALIDADE-CNH-MOTORISTA
               ELSE
                   DISPLAY COD-MOTORISTA "  " NOME-MOTORISTA
                       "  CNH VENCE EM " VALIDADE-CNH-MOTORISTA
               END-IF
           END-IF

           IF VALIDADE-EXAME-MOTORISTA NOT GREATER WS-DATA-LIMITE
               ADD 1 TO WS-QTDE-AVISOS
               IF VALIDADE-EXAME-MOTORISTA LESS WS-DATA-HOJE
                   DISPLAY COD-MOTORISTA "  " NOME-MOTORISTA
                       "  EXAME VENCIDO EM " VALIDADE-EXAME-MOTORISTA
               ELSE
                   DISPLAY COD-MOTORISTA "  " NOME-MOTORISTA
                       "  EXAME VENCE EM " VALIDADE-EXAME-MOTORISTA
               END-IF
           END-IF.

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

           MOVE SPACES TO WS-ARQ-MOTORISTAS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'MOTORISTAS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-MOTORISTAS.

       END PROGRAM MOTORISTA-CADASTRO.
