           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS.

           SELECT PERIODOS ASSIGN TO WS-ARQ-PERIODOSCTB
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS PCT-PERIODO
           FILE STATUS IS WS-FS-PCT.

           SELECT LOG-EXCECOES ASSIGN TO WS-ARQ-EXCECOES
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-LOG.
       DATA DIVISION.
       FILE SECTION.
       FD LANCAMENTOS.
           COPY LANCAMENTO.

       FD PERIODOS.
           COPY PERIODOCONTABIL.

       FD LOG-EXCECOES.
           COPY EXCELOG.
       WORKING-STORAGE SECTION.
           COPY AMBIENTE.
       77 WS-ARQ-LANCAMENTOS     PIC X(60) VALUE SPACES.
       77 WS-ARQ-PERIODOSCTB     PIC X(60) VALUE SPACES.
       77 WS-ARQ-EXCECOES        PIC X(60) VALUE SPACES.
       77 WS-FS              PIC 99 VALUE 0.
       77 WS-FS-PCT           PIC 99 VALUE 0.
       77 WS-FS-LOG           PIC 99 VALUE 0.
       77 WS-DATA-LAN         PIC 9(08) VALUE 0.
       77 WS-PERIODO-FECHADO  PIC A VALUE 'N'.
       LINKAGE SECTION.
           COPY PARMLANCAMENTO.
       PROCEDURE DIVISION USING PARM-LANCAMENTO.
           PERFORM 0950-RESOLVER-AMBIENTE
           MOVE 0 TO PARM-LAN-RETORNO

           IF PARM-LAN-DATA IS NUMERIC
           AND PARM-LAN-DATA GREATER 0
               MOVE PARM-LAN-DATA TO WS-DATA-LAN
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-LAN
           END-IF

           PERFORM 1000-VERIFICAR-PERIODO

           IF WS-PERIODO-FECHADO EQUAL 'S'
               MOVE 97 TO PARM-LAN-RETORNO
               PERFORM 7000-GRAVAR-LOG-EXCECAO
           ELSE
               OPEN EXTEND LANCAMENTOS

               IF WS-FS EQUAL 35
                   OPEN OUTPUT LANCAMENTOS
               END-IF

               IF WS-FS NOT EQUAL ZEROS
                   MOVE WS-FS TO PARM-LAN-RETORNO
               ELSE
                   MOVE WS-DATA-LAN TO DATA-LAN
                   MOVE PARM-LAN-DEBITO TO COD-CONTA-DEBITO-LAN
                   MOVE PARM-LAN-CREDITO TO COD-CONTA-CREDITO-LAN
                   MOVE PARM-LAN-VALOR TO VALOR-LAN
                   MOVE PARM-LAN-HISTORICO TO HISTORICO-LAN
                   MOVE PARM-LAN-ORIGEM TO ORIGEM-LAN
                   MOVE PARM-LAN-DOCUMENTO TO DOCUMENTO-LAN

                   IF PARM-LAN-CENTRO-CUSTO IS NUMERIC
                       MOVE PARM-LAN-CENTRO-CUSTO TO CENTRO-CUSTO-LAN
                   ELSE
                       MOVE 0 TO CENTRO-CUSTO-LAN
                   END-IF

                   WRITE REG-LANCAMENTO
                   CLOSE LANCAMENTOS
               END-IF
           END-IF

           GOBACK.

      * Without PERIODOSCONTABEIS.TXT, or with no record for the
      * month, the month is open.
       1000-VERIFICAR-PERIODO.
           MOVE 'N' TO WS-PERIODO-FECHADO

           OPEN INPUT PERIODOS

           IF WS-FS-PCT EQUAL ZEROS
               MOVE WS-DATA-LAN(1:6) TO PCT-PERIODO

               READ PERIODOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PERIODO-CTB-FECHADO
                           MOVE 'S' TO WS-PERIODO-FECHADO
                       END-IF
               END-READ

               CLOSE PERIODOS
           END-IF.

       7000-GRAVAR-LOG-EXCECAO.
           OPEN EXTEND LOG-EXCECOES

           IF WS-FS-LOG EQUAL 35
               OPEN OUTPUT LOG-EXCECOES
           END-IF

           IF WS-FS-LOG EQUAL 0
               MOVE PARM-LAN-ORIGEM TO LOG-PROGRAMA
               MOVE FUNCTION CURRENT-DATE(1:14) TO LOG-DATA-HORA
               MOVE SPACES TO LOG-CHAVE
               STRING WS-DATA-LAN(1:6) " DOC " PARM-LAN-DOCUMENTO
                   DELIMITED BY SIZE INTO LOG-CHAVE
               MOVE 97 TO LOG-FS-VALOR
               MOVE 'N' TO LOG-IND-RECONHECIDO
               WRITE REG-LOG-EXCECAO
               CLOSE LOG-EXCECOES
           END-IF.

       0950-RESOLVER-AMBIENTE.
           CALL "CONFIG-AMBIENTE" USING PARM-AMBIENTE

           MOVE SPACES TO WS-ARQ-LANCAMENTOS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'LANCAMENTOS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-LANCAMENTOS

           MOVE SPACES TO WS-ARQ-PERIODOSCTB
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'PERIODOSCONTABEIS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-PERIODOSCTB

           MOVE SPACES TO WS-ARQ-EXCECOES
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'EXCECOES.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-EXCECOES.

       END PROGRAM GRAVA-LANCAMENTO.
