       77 WS-POS              PIC 99 VALUE 0.
       77 WS-POS-MARCA        PIC 99 VALUE 0.
       77 WS-TAM-MARCA        PIC 99 VALUE 0.
       77 WS-MARCA            PIC X(11) VALUE SPACES.
       77 WS-VALOR-MARCA      PIC X(30) VALUE SPACES.

       01 WS-TABELA-MODELO.
           03 WS-MOD-LINHA        PIC X(80) OCCURS 50 TIMES.
       LINKAGE SECTION.
           COPY PARMCARTAS.

       PROCEDURE DIVISION USING PARM-CARTAS.
       MAIN-PROCEDURE.
           MOVE 0 TO PARM-CAR-GERADAS
           MOVE 0 TO PARM-CAR-RETORNO
           MOVE 0 TO WS-EOF
           MOVE 0 TO WS-QTDE-LINHAS-MOD
           MOVE 0 TO WS-CARTAS-GERADAS
           MOVE 0 TO WS-PULADOS

           PERFORM 0950-RESOLVER-AMBIENTE
           DISPLAY "GERACAO DE CARTAS DA MALA DIRETA"

           PERFORM 1000-CARREGAR-MODELO

           IF WS-QTDE-LINHAS-MOD EQUAL 0
               DISPLAY "MODELO DE CARTA VAZIO OU INEXISTENTE - NADA GE"
      -            "RADO"
               DISPLAY WS-ARQ-CARTA-MODELO
               MOVE 35 TO PARM-CAR-RETORNO
           ELSE
               OPEN INPUT MALADIRETA
               OPEN OUTPUT CARTAS
                   DISPLAY "NAO FOI POSSIVEL ABRIR OS ARQUIVOS"
                   DISPLAY "MALADIRETA: " WS-FS-MALA "  CARTAS: "
                       WS-FS-CAR

                   IF WS-FS-MALA NOT EQUAL ZEROS
                       MOVE WS-FS-MALA TO PARM-CAR-RETORNO
                   ELSE
                       MOVE WS-FS-CAR TO PARM-CAR-RETORNO
                   END-IF
               ELSE
                   PERFORM UNTIL WS-EOF EQUAL 1
                       READ MALADIRETA

                   DISPLAY "CARTAS GERADAS.....: " WS-CARTAS-GERADAS
                   DISPLAY "REGISTROS PULADOS..: " WS-PULADOS
                   DISPLAY "CARTAS GRAVADAS EM " WS-ARQ-CARTAS
                   MOVE WS-CARTAS-GERADAS TO PARM-CAR-GERADAS
               END-IF
           END-IF

                   MOVE EMAIL-MALA TO WS-VALOR-MARCA
                   PERFORM 3000-SUBSTITUIR-MARCA

                   MOVE "&REFERENCIA" TO WS-MARCA
                   MOVE 11 TO WS-TAM-MARCA
                   MOVE REFERENCIA-MALA TO WS-VALOR-MARCA
                   PERFORM 3000-SUBSTITUIR-MARCA

                   MOVE "&DETALHE" TO WS-MARCA
                   MOVE 8 TO WS-TAM-MARCA
                   MOVE DETALHE-MALA TO WS-VALOR-MARCA
                   PERFORM 3000-SUBSTITUIR-MARCA

                   MOVE WS-LINHA-TRABALHO TO LINHA-CARTA
                   WRITE LINHA-CARTA
               END-PERFORM
           CALL "CONFIG-AMBIENTE" USING PARM-AMBIENTE
           DISPLAY "AMBIENTE ATIVO: " PARM-AMB-NOME

           IF PARM-CAR-MALA EQUAL SPACES
               MOVE 'MALADIRETA.TXT' TO PARM-CAR-MALA
           END-IF

           IF PARM-CAR-MODELO EQUAL SPACES
               MOVE 'CARTA_MODELO.TXT' TO PARM-CAR-MODELO
           END-IF

           IF PARM-CAR-SAIDA EQUAL SPACES
               MOVE 'CARTAS.TXT' TO PARM-CAR-SAIDA
           END-IF

           MOVE SPACES TO WS-ARQ-MALADIRETA
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               PARM-CAR-MALA DELIMITED BY SPACE
               INTO WS-ARQ-MALADIRETA

           MOVE SPACES TO WS-ARQ-CARTA-MODELO
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               PARM-CAR-MODELO DELIMITED BY SPACE
               INTO WS-ARQ-CARTA-MODELO

           MOVE SPACES TO WS-ARQ-CARTAS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               PARM-CAR-SAIDA DELIMITED BY SPACE
               INTO WS-ARQ-CARTAS.

       END PROGRAM GERA-CARTAS.
