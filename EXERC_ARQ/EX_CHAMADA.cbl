       ACCESS IS RANDOM
       RECORD KEY IS CHAVE-MATRICULA
       FILE STATUS IS WS-FS-MAT.

       SELECT HORARIOS ASSIGN TO WS-ARQ-HORARIOS
       ORGANIZATION IS INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY IS CHAVE-HORARIO
       FILE STATUS IS WS-FS-HOR.
       DATA DIVISION.
       FILE SECTION.
       FD FALTAS.

       FD MATRICULAS.
           COPY MATRICULA.

       FD HORARIOS.
           COPY HORARIO.
       WORKING-STORAGE SECTION.
           COPY AMBIENTE.
       77 WS-ARQ-FALTASDIARIAS   PIC X(60) VALUE SPACES.
       77 WS-ARQ-CURSOS          PIC X(60) VALUE SPACES.
       77 WS-ARQ-MATRICULAS      PIC X(60) VALUE SPACES.
       77 WS-ARQ-HORARIOS        PIC X(60) VALUE SPACES.
       77 WS-FS-FAL          PIC 99 VALUE 0.
       77 WS-FS-CUR          PIC 99 VALUE 0.
       77 WS-FS-MAT          PIC 99 VALUE 0.
       77 WS-FS-HOR          PIC 99 VALUE 0.
       77 CONTROLE           PIC A VALUE SPACES.
       77 WS-OPCAO            PIC 9 VALUE 0.
       77 WS-EOF              PIC 99 VALUE 0.
       77 WS-RGM-INF          PIC 9(05) VALUE 0.
       77 WS-FALTAS-DIA       PIC 9(05) VALUE 0.
       77 WS-FALTAS-ALUNO     PIC 9(05) VALUE 0.
       77 WS-DIA-SEMANA       PIC 9 VALUE 0.
       77 WS-CURSO-ANTERIOR   PIC 9(03) VALUE 0.
       77 WS-CURSOS-DO-DIA    PIC 9(03) VALUE 0.
       77 WS-TEM-AULA         PIC A VALUE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      -                "EM VALIDACAO DE MATRICULA"
               END-IF

               OPEN INPUT HORARIOS

               IF WS-FS-HOR NOT EQUAL ZEROES
                   DISPLAY "SEM QUADRO DE HORARIOS - CHAMADA ACEITA "
                       "QUALQUER CURSO"
               END-IF

               PERFORM UNTIL CONTROLE EQUAL 'N'
                   DISPLAY "1 - REGISTRAR CHAMADA DE UM CURSO"
                   DISPLAY "2 - EXTRATO DE FALTAS DE UM ALUNO"
                   EVALUATE WS-OPCAO
                       WHEN 1
                           PERFORM 2000-REGISTRAR-CHAMADA
                               THRU 2000-FIM
                       WHEN 2
                           PERFORM 3000-EXTRATO-ALUNO
                       WHEN OTHER
                   CLOSE MATRICULAS
               END-IF

               IF WS-FS-HOR EQUAL ZEROES
                   CLOSE HORARIOS
               END-IF

               CLOSE CURSOS
           END-IF

           GOBACK.

      * With a timetable on file only the courses that have a class
      * on the weekday of the roll call can take it.
       2000-REGISTRAR-CHAMADA.
           DISPLAY "INFORME A DATA DA CHAMADA (AAAAMMDD, 0 = HOJE)"
           ACCEPT WS-DATA-INF

           DISPLAY "INFORME O ANO LETIVO (AAAA)"
           ACCEPT WS-ANO-INF

           IF WS-FS-HOR EQUAL ZEROES
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-INF) NOT EQUAL 0
                   DISPLAY "DATA INVALIDA: " WS-DATA-INF
                   GO TO 2000-FIM
               END-IF

               COMPUTE WS-DIA-SEMANA = FUNCTION MOD(
                   FUNCTION INTEGER-OF-DATE(WS-DATA-INF) - 1, 7) + 1

               PERFORM 2050-LISTAR-CURSOS-DO-DIA

               IF WS-CURSOS-DO-DIA EQUAL 0
                   DISPLAY "NENHUM CURSO COM AULA NESTE DIA"
                   GO TO 2000-FIM
               END-IF
           END-IF

           DISPLAY "INFORME O CODIGO DO CURSO"
           ACCEPT WS-CURSO-INF

           IF WS-FS-HOR EQUAL ZEROES
               PERFORM 2060-CONFERIR-AULA-DO-DIA

               IF WS-TEM-AULA NOT EQUAL 'S'
                   DISPLAY "CURSO " WS-CURSO-INF " SEM AULA NESTE DIA"
                       " - CHAMADA NAO REGISTRADA"
                   GO TO 2000-FIM
               END-IF
           END-IF

           MOVE WS-CURSO-INF TO COD-CURSO

           READ CURSOS
                   DISPLAY "CURSO: " NOME-CURSO
                   PERFORM 2100-LANCAR-AUSENTES
           END-READ.
       2000-FIM.
           EXIT.

      * The timetable is keyed by course ahead of the weekday, so one
      * course's classes of the day come together.
       2050-LISTAR-CURSOS-DO-DIA.
           MOVE 0 TO WS-CURSOS-DO-DIA
           MOVE 0 TO WS-CURSO-ANTERIOR
           MOVE 0 TO WS-EOF
           MOVE WS-ANO-INF TO ANO-LETIVO-HOR
           MOVE 0 TO COD-CURSO-HOR
           MOVE 0 TO DIA-SEMANA-HOR
           MOVE 0 TO HORA-INICIO-HOR

           START HORARIOS KEY NOT LESS CHAVE-HORARIO
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START

           DISPLAY "CURSOS COM AULA NO DIA " WS-DATA-INF ":"

           PERFORM UNTIL WS-EOF EQUAL 1
               READ HORARIOS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF ANO-LETIVO-HOR NOT EQUAL WS-ANO-INF
                           MOVE 1 TO WS-EOF
                       ELSE
                           IF DIA-SEMANA-HOR EQUAL WS-DIA-SEMANA
                           AND (COD-CURSO-HOR NOT EQUAL
                               WS-CURSO-ANTERIOR
                               OR WS-CURSOS-DO-DIA EQUAL 0)
                               MOVE COD-CURSO-HOR TO WS-CURSO-ANTERIOR
                               ADD 1 TO WS-CURSOS-DO-DIA
                               MOVE COD-CURSO-HOR TO COD-CURSO
                               READ CURSOS
                                   INVALID KEY
                                       MOVE "(NAO CADASTRADO)" TO
                                           NOME-CURSO
                               END-READ
                               DISPLAY "  " COD-CURSO-HOR " "
                                   NOME-CURSO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       2060-CONFERIR-AULA-DO-DIA.
           MOVE 'N' TO WS-TEM-AULA
           MOVE WS-ANO-INF TO ANO-LETIVO-HOR
           MOVE WS-CURSO-INF TO COD-CURSO-HOR
           MOVE WS-DIA-SEMANA TO DIA-SEMANA-HOR
           MOVE 0 TO HORA-INICIO-HOR

           START HORARIOS KEY NOT LESS CHAVE-HORARIO
               INVALID KEY
                   MOVE 'N' TO WS-TEM-AULA
               NOT INVALID KEY
                   READ HORARIOS NEXT RECORD
                       AT END
                           MOVE 'N' TO WS-TEM-AULA
                       NOT AT END
                           IF ANO-LETIVO-HOR EQUAL WS-ANO-INF
                           AND COD-CURSO-HOR EQUAL WS-CURSO-INF
                           AND DIA-SEMANA-HOR EQUAL WS-DIA-SEMANA
                               MOVE 'S' TO WS-TEM-AULA
                           END-IF
                   END-READ
           END-START.

       2100-LANCAR-AUSENTES.
           OPEN EXTEND FALTAS
           MOVE SPACES TO WS-ARQ-MATRICULAS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'MATRICULAS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-MATRICULAS

           MOVE SPACES TO WS-ARQ-HORARIOS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'HORARIOS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-HORARIOS.

       END PROGRAM EX_CHAMADA.
