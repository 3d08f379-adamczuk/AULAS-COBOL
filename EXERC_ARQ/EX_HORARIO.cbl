       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX_HORARIO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT HORARIOS ASSIGN TO WS-ARQ-HORARIOS
       ORGANIZATION IS INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY IS CHAVE-HORARIO
       LOCK MODE IS AUTOMATIC
       FILE STATUS IS WS-FS-HOR.

       SELECT CURSOS ASSIGN TO WS-ARQ-CURSOS
       ORGANIZATION IS INDEXED
       ACCESS IS RANDOM
       RECORD KEY IS COD-CURSO
       FILE STATUS IS WS-FS-CUR.

       SELECT SALAS ASSIGN TO WS-ARQ-SALAS
       ORGANIZATION IS INDEXED
       ACCESS IS RANDOM
       RECORD KEY IS COD-SALA
       FILE STATUS IS WS-FS-SAL.

       SELECT PROFESSORES ASSIGN TO WS-ARQ-PROFESSORES
       ORGANIZATION IS INDEXED
       ACCESS IS RANDOM
       RECORD KEY IS COD-PROFESSOR
       FILE STATUS IS WS-FS-PRO.

       SELECT MATRICULAS ASSIGN TO WS-ARQ-MATRICULAS
       ORGANIZATION IS INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY IS CHAVE-MATRICULA
       FILE STATUS IS WS-FS-MAT.

       SELECT ALUNO-ANO ASSIGN TO WS-NOME-ARQ-ANO
       ORGANIZATION IS SEQUENTIAL
       ACCESS IS SEQUENTIAL
       FILE STATUS IS WS-FS-ALU.

       SELECT GRADE ASSIGN TO WS-NOME-ARQ-GRADE
       ORGANIZATION IS SEQUENTIAL
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS WS-FS-GRA.
       DATA DIVISION.
       FILE SECTION.
       FD HORARIOS.
           COPY HORARIO.

       FD CURSOS.
           COPY CURSO.

       FD SALAS.
           COPY SALA.

       FD PROFESSORES.
           COPY PROFESSOR.

       FD MATRICULAS.
           COPY MATRICULA.

       FD ALUNO-ANO.
           COPY ALUNOANO.

       FD GRADE.
       01 LINHA-GRADE         PIC X(80).
       WORKING-STORAGE SECTION.
           COPY AMBIENTE.
           COPY PARMCATALOGO.
       77 WS-ARQ-HORARIOS        PIC X(60) VALUE SPACES.
       77 WS-ARQ-CURSOS          PIC X(60) VALUE SPACES.
       77 WS-ARQ-SALAS           PIC X(60) VALUE SPACES.
       77 WS-ARQ-PROFESSORES     PIC X(60) VALUE SPACES.
       77 WS-ARQ-MATRICULAS      PIC X(60) VALUE SPACES.
       77 WS-NOME-ARQ-ANO        PIC X(60) VALUE SPACES.
       77 WS-NOME-ARQ-GRADE      PIC X(60) VALUE SPACES.
       77 WS-FS-HOR          PIC 99 VALUE 0.
       77 WS-FS-CUR          PIC 99 VALUE 0.
       77 WS-FS-SAL          PIC 99 VALUE 0.
       77 WS-FS-PRO          PIC 99 VALUE 0.
       77 WS-FS-MAT          PIC 99 VALUE 0.
       77 WS-FS-ALU          PIC 99 VALUE 0.
       77 WS-FS-GRA          PIC 99 VALUE 0.
       77 CONTROLE           PIC A VALUE SPACES.
       77 WS-OPCAO            PIC 9 VALUE 0.
       77 WS-EOF              PIC 99 VALUE 0.
       77 WS-ANO-INF          PIC 9(04) VALUE 0.
       77 WS-CURSO-INF        PIC 9(03) VALUE 0.
       77 WS-DIA-INF          PIC 9 VALUE 0.
       77 WS-INICIO-INF       PIC 9(04) VALUE 0.
       77 WS-FIM-INF          PIC 9(04) VALUE 0.
       77 WS-SALA-INF         PIC X(04) VALUE SPACES.
       77 WS-PROFESSOR-INF    PIC 9(04) VALUE 0.
       77 WS-RGM-INF          PIC 9(05) VALUE 0.
       77 WS-VAGAS-NECESSARIAS PIC 9(03) VALUE 0.
       77 WS-CONFLITO         PIC A VALUE 'N'.
       77 WS-FILTRO           PIC X VALUE SPACES.
       77 WS-NOME-FILTRO      PIC X(30) VALUE SPACES.
       77 WS-QTDE-GRADE       PIC 9(03) VALUE 0.
       77 WS-QTDE-CURSOS-ALU  PIC 9(03) VALUE 0.
       77 WS-IDX              PIC 9(03) VALUE 0.
       77 WS-IDX-BUSCA        PIC 9(03) VALUE 0.
       77 WS-INCLUIR          PIC A VALUE 'N'.
       77 WS-AULAS-GRAVADAS   PIC 9(05) VALUE 0.

       01 WS-HORA-VALIDAR.
           03 WS-HORA-HH          PIC 99.
           03 WS-HORA-MM          PIC 99.

       01 WS-NOMES-DIAS-VALORES.
           03 FILLER              PIC X(07) VALUE "SEGUNDA".
           03 FILLER              PIC X(07) VALUE "TERCA".
           03 FILLER              PIC X(07) VALUE "QUARTA".
           03 FILLER              PIC X(07) VALUE "QUINTA".
           03 FILLER              PIC X(07) VALUE "SEXTA".
           03 FILLER              PIC X(07) VALUE "SABADO".
           03 FILLER              PIC X(07) VALUE "DOMINGO".
       01 WS-NOMES-DIAS REDEFINES WS-NOMES-DIAS-VALORES.
           03 WS-NOME-DIA         PIC X(07) OCCURS 7 TIMES.

       01 WS-TABELA-GRADE.
           03 WS-GRA-OCCUR OCCURS 100 TIMES.
               05 WS-GRA-DIA          PIC 9.
               05 WS-GRA-INICIO       PIC 9(04).
               05 WS-GRA-FIM          PIC 9(04).
               05 WS-GRA-CURSO        PIC 9(03).
               05 WS-GRA-SALA         PIC X(04).
               05 WS-GRA-PROFESSOR    PIC 9(04).
       01 WS-GRA-AUXILIAR.
           03 WS-AUX-DIA          PIC 9.
           03 WS-AUX-INICIO       PIC 9(04).
           03 WS-AUX-FIM          PIC 9(04).
           03 WS-AUX-CURSO        PIC 9(03).
           03 WS-AUX-SALA         PIC X(04).
           03 WS-AUX-PROFESSOR    PIC 9(04).

       01 WS-TABELA-CURSOS-ALUNO.
           03 WS-CURSO-ALUNO OCCURS 50 TIMES PIC 9(03).

       01 WS-LINHA-DET-GRADE.
           03 WS-DET-DIA           PIC X(07).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 WS-DET-INICIO-HH     PIC 99.
           03 FILLER               PIC X(01) VALUE ':'.
           03 WS-DET-INICIO-MM     PIC 99.
           03 FILLER               PIC X(01) VALUE '-'.
           03 WS-DET-FIM-HH        PIC 99.
           03 FILLER               PIC X(01) VALUE ':'.
           03 WS-DET-FIM-MM        PIC 99.
           03 FILLER               PIC X(02) VALUE SPACES.
           03 WS-DET-CURSO         PIC 9(03).
           03 FILLER               PIC X(01) VALUE SPACES.
           03 WS-DET-NOME-CURSO    PIC X(20).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 WS-DET-SALA          PIC X(04).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 WS-DET-PROFESSOR     PIC X(26).

       PROCEDURE DIVISION.
      ******************************************************************
      * Class timetable of the school year on HORARIOS.TXT: each class
      * of a course on a weekday and time slot, with its room and
      * teacher. A class is refused when the room has fewer seats than
      * the course takes (CAPACIDADE-CURSO, or the enrolments when the
      * course has no limit), or when it overlaps another class of the
      * same teacher, in the same room or of the same course. The
      * timetables of a teacher, a room or a student (from the
      * student's enrolments) are printed to a file under the
      * environment directory and recorded in the report catalogue.
      ******************************************************************
       MAIN-PROCEDURE.
           PERFORM 0950-RESOLVER-AMBIENTE
           DISPLAY "QUADRO DE HORARIOS DAS AULAS"

           OPEN I-O HORARIOS

           IF WS-FS-HOR EQUAL 35
               OPEN OUTPUT HORARIOS
               IF WS-FS-HOR EQUAL ZEROES
                   CLOSE HORARIOS
                   OPEN I-O HORARIOS
               END-IF
           END-IF

           OPEN INPUT CURSOS
           OPEN INPUT SALAS
           OPEN INPUT PROFESSORES

           IF WS-FS-HOR NOT EQUAL ZEROES
           OR WS-FS-CUR NOT EQUAL ZEROES
           OR WS-FS-SAL NOT EQUAL ZEROES
           OR WS-FS-PRO NOT EQUAL ZEROES
               DISPLAY "NAO FOI POSSIVEL ABRIR OS ARQUIVOS"
               DISPLAY "HORARIOS: " WS-FS-HOR "  CURSOS: " WS-FS-CUR
                   "  SALAS: " WS-FS-SAL "  PROFESSORES: " WS-FS-PRO
           ELSE
               OPEN INPUT MATRICULAS

               PERFORM UNTIL CONTROLE EQUAL 'N'
                   DISPLAY "1 - INCLUIR AULA NO HORARIO"
                   DISPLAY "2 - EXCLUIR AULA DO HORARIO"
                   DISPLAY "3 - LISTAR HORARIO DE UM CURSO"
                   DISPLAY "4 - IMPRIMIR HORARIO DE UM PROFESSOR"
                   DISPLAY "5 - IMPRIMIR HORARIO DE UMA SALA"
                   DISPLAY "6 - IMPRIMIR HORARIO DE UM ALUNO"
                   ACCEPT WS-OPCAO

                   EVALUATE WS-OPCAO
                       WHEN 1
                           PERFORM 2000-INCLUIR-AULA THRU 2000-FIM
                       WHEN 2
                           PERFORM 3000-EXCLUIR-AULA
                       WHEN 3
                           PERFORM 4000-LISTAR-CURSO
                       WHEN 4
                           PERFORM 5000-HORARIO-PROFESSOR
                       WHEN 5
                           PERFORM 5100-HORARIO-SALA
                       WHEN 6
                           PERFORM 5200-HORARIO-ALUNO
                       WHEN OTHER
                           DISPLAY "OPCAO INVALIDA"
                   END-EVALUATE

                   DISPLAY "DESEJA REALIZAR OUTRA OPERACAO?"
                   DISPLAY "DIGITE N PARA NAO"
                   ACCEPT CONTROLE
               END-PERFORM

               IF WS-FS-MAT EQUAL ZEROES
                   CLOSE MATRICULAS
               END-IF
           END-IF

           IF WS-FS-HOR EQUAL ZEROES
               CLOSE HORARIOS
           END-IF

           IF WS-FS-CUR EQUAL ZEROES
               CLOSE CURSOS
           END-IF

           IF WS-FS-SAL EQUAL ZEROES
               CLOSE SALAS
           END-IF

           IF WS-FS-PRO EQUAL ZEROES
               CLOSE PROFESSORES
           END-IF

           DISPLAY "AULAS INCLUIDAS: " WS-AULAS-GRAVADAS

           GOBACK.

       2000-INCLUIR-AULA.
           DISPLAY "INFORME O ANO LETIVO (AAAA)"
           ACCEPT WS-ANO-INF
           DISPLAY "INFORME O CODIGO DO CURSO"
           ACCEPT WS-CURSO-INF

           MOVE WS-CURSO-INF TO COD-CURSO

           READ CURSOS
               INVALID KEY
                   DISPLAY "CURSO NAO CADASTRADO: " WS-CURSO-INF
                   GO TO 2000-FIM
           END-READ

           DISPLAY "CURSO: " NOME-CURSO
           DISPLAY "INFORME O DIA DA SEMANA (1 = SEGUNDA ... 7 = DOMI"
      -        "NGO)"
           ACCEPT WS-DIA-INF

           IF WS-DIA-INF LESS 1 OR WS-DIA-INF GREATER 7
               DISPLAY "DIA DA SEMANA INVALIDO"
               GO TO 2000-FIM
           END-IF

           DISPLAY "INFORME A HORA DE INICIO (HHMM)"
           ACCEPT WS-INICIO-INF
           DISPLAY "INFORME A HORA DE TERMINO (HHMM)"
           ACCEPT WS-FIM-INF

           MOVE WS-INICIO-INF TO WS-HORA-VALIDAR
           IF WS-HORA-HH GREATER 23 OR WS-HORA-MM GREATER 59
               DISPLAY "HORA DE INICIO INVALIDA: " WS-INICIO-INF
               GO TO 2000-FIM
           END-IF

           MOVE WS-FIM-INF TO WS-HORA-VALIDAR
           IF WS-HORA-HH GREATER 23 OR WS-HORA-MM GREATER 59
           OR WS-FIM-INF NOT GREATER WS-INICIO-INF
               DISPLAY "HORA DE TERMINO INVALIDA: " WS-FIM-INF
               GO TO 2000-FIM
           END-IF

           DISPLAY "INFORME O CODIGO DA SALA"
           ACCEPT WS-SALA-INF
           MOVE WS-SALA-INF TO COD-SALA

           READ SALAS
               INVALID KEY
                   DISPLAY "SALA NAO CADASTRADA: " WS-SALA-INF
                   GO TO 2000-FIM
           END-READ

           PERFORM 2100-VAGAS-DO-CURSO

           IF CAPACIDADE-SALA LESS WS-VAGAS-NECESSARIAS
               DISPLAY "SALA " WS-SALA-INF " COM " CAPACIDADE-SALA
                   " LUGARES NAO COMPORTA AS " WS-VAGAS-NECESSARIAS
                   " VAGAS DO CURSO"
               GO TO 2000-FIM
           END-IF

           DISPLAY "INFORME O CODIGO DO PROFESSOR"
           ACCEPT WS-PROFESSOR-INF
           MOVE WS-PROFESSOR-INF TO COD-PROFESSOR

           READ PROFESSORES
               INVALID KEY
                   DISPLAY "PROFESSOR NAO CADASTRADO: "
                       WS-PROFESSOR-INF
                   GO TO 2000-FIM
           END-READ

           IF NOT PROFESSOR-ATIVO
               DISPLAY "PROFESSOR " NOME-PROFESSOR " INATIVO"
               GO TO 2000-FIM
           END-IF

           PERFORM 2200-CONFERIR-CONFLITOS

           IF WS-CONFLITO EQUAL 'S'
               DISPLAY "AULA NAO INCLUIDA"
               GO TO 2000-FIM
           END-IF

           MOVE WS-ANO-INF TO ANO-LETIVO-HOR
           MOVE WS-CURSO-INF TO COD-CURSO-HOR
           MOVE WS-DIA-INF TO DIA-SEMANA-HOR
           MOVE WS-INICIO-INF TO HORA-INICIO-HOR
           MOVE WS-FIM-INF TO HORA-FIM-HOR
           MOVE WS-SALA-INF TO COD-SALA-HOR
           MOVE WS-PROFESSOR-INF TO COD-PROFESSOR-HOR

           WRITE REG-HORARIO

           IF WS-FS-HOR EQUAL 22
               DISPLAY "O CURSO JA TEM AULA NESTE DIA E HORARIO"
           ELSE
               IF WS-FS-HOR NOT EQUAL ZEROES
                   DISPLAY "NAO FOI POSSIVEL GRAVAR A AULA - FILE STA"
      -                "TUS: " WS-FS-HOR
               ELSE
                   DISPLAY "AULA INCLUIDA NO HORARIO!"
                   ADD 1 TO WS-AULAS-GRAVADAS
               END-IF
           END-IF.
       2000-FIM.
           EXIT.

      * The seats a course needs: its capacity, or when it has no
      * limit the students already enrolled in the year.
       2100-VAGAS-DO-CURSO.
           MOVE CAPACIDADE-CURSO TO WS-VAGAS-NECESSARIAS

           IF CAPACIDADE-CURSO EQUAL 0
           AND WS-FS-MAT EQUAL ZEROES
               MOVE 0 TO WS-EOF
               MOVE WS-ANO-INF TO ANO-LETIVO-MAT
               MOVE WS-CURSO-INF TO COD-CURSO-MAT
               MOVE 0 TO RGM-ALUNO-MAT

               START MATRICULAS KEY NOT LESS CHAVE-MATRICULA
                   INVALID KEY
                       MOVE 1 TO WS-EOF
               END-START

               PERFORM UNTIL WS-EOF EQUAL 1
                   READ MATRICULAS NEXT RECORD
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF ANO-LETIVO-MAT NOT EQUAL WS-ANO-INF
                           OR COD-CURSO-MAT NOT EQUAL WS-CURSO-INF
                               MOVE 1 TO WS-EOF
                           ELSE
                               ADD 1 TO WS-VAGAS-NECESSARIAS
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      * Two classes on the same weekday overlap when each starts
      * before the other ends.
       2200-CONFERIR-CONFLITOS.
           MOVE 'N' TO WS-CONFLITO
           MOVE 0 TO WS-EOF
           MOVE WS-ANO-INF TO ANO-LETIVO-HOR
           MOVE 0 TO COD-CURSO-HOR
           MOVE 0 TO DIA-SEMANA-HOR
           MOVE 0 TO HORA-INICIO-HOR

           START HORARIOS KEY NOT LESS CHAVE-HORARIO
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START

           PERFORM UNTIL WS-EOF EQUAL 1
               READ HORARIOS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF ANO-LETIVO-HOR NOT EQUAL WS-ANO-INF
                           MOVE 1 TO WS-EOF
                       ELSE
                           IF DIA-SEMANA-HOR EQUAL WS-DIA-INF
                           AND HORA-INICIO-HOR LESS WS-FIM-INF
                           AND WS-INICIO-INF LESS HORA-FIM-HOR
                               PERFORM 2300-EXIBIR-CONFLITO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       2300-EXIBIR-CONFLITO.
           IF COD-PROFESSOR-HOR EQUAL WS-PROFESSOR-INF
               MOVE 'S' TO WS-CONFLITO
               DISPLAY "PROFESSOR JA TEM AULA DO CURSO " COD-CURSO-HOR
                   " DAS " HORA-INICIO-HOR " AS " HORA-FIM-HOR
           END-IF

           IF COD-SALA-HOR EQUAL WS-SALA-INF
               MOVE 'S' TO WS-CONFLITO
               DISPLAY "SALA JA OCUPADA PELO CURSO " COD-CURSO-HOR
                   " DAS " HORA-INICIO-HOR " AS " HORA-FIM-HOR
           END-IF

           IF COD-CURSO-HOR EQUAL WS-CURSO-INF
               MOVE 'S' TO WS-CONFLITO
               DISPLAY "O CURSO JA TEM AULA DAS " HORA-INICIO-HOR
                   " AS " HORA-FIM-HOR " NESTE DIA"
           END-IF.

       3000-EXCLUIR-AULA.
           DISPLAY "INFORME O ANO LETIVO (AAAA)"
           ACCEPT ANO-LETIVO-HOR
           DISPLAY "INFORME O CODIGO DO CURSO"
           ACCEPT COD-CURSO-HOR
           DISPLAY "INFORME O DIA DA SEMANA (1 = SEGUNDA ... 7 = DOMI"
      -        "NGO)"
           ACCEPT DIA-SEMANA-HOR
           DISPLAY "INFORME A HORA DE INICIO (HHMM)"
           ACCEPT HORA-INICIO-HOR

           READ HORARIOS
               INVALID KEY
                   DISPLAY "AULA NAO ENCONTRADA NO HORARIO"
               NOT INVALID KEY
                   DELETE HORARIOS RECORD

                   IF WS-FS-HOR NOT EQUAL ZEROES
                       DISPLAY "NAO FOI POSSIVEL EXCLUIR A AULA - FIL"
      -                    "E STATUS: " WS-FS-HOR
                   ELSE
                       DISPLAY "AULA EXCLUIDA DO HORARIO!"
                   END-IF
           END-READ.

       4000-LISTAR-CURSO.
           DISPLAY "INFORME O ANO LETIVO (AAAA)"
           ACCEPT WS-ANO-INF
           DISPLAY "INFORME O CODIGO DO CURSO"
           ACCEPT WS-CURSO-INF

           MOVE 0 TO WS-EOF
           MOVE WS-ANO-INF TO ANO-LETIVO-HOR
           MOVE WS-CURSO-INF TO COD-CURSO-HOR
           MOVE 0 TO DIA-SEMANA-HOR
           MOVE 0 TO HORA-INICIO-HOR

           START HORARIOS KEY NOT LESS CHAVE-HORARIO
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START

           PERFORM UNTIL WS-EOF EQUAL 1
               READ HORARIOS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF ANO-LETIVO-HOR NOT EQUAL WS-ANO-INF
                       OR COD-CURSO-HOR NOT EQUAL WS-CURSO-INF
                           MOVE 1 TO WS-EOF
                       ELSE
                           DISPLAY "  " WS-NOME-DIA(DIA-SEMANA-HOR)
                               " " HORA-INICIO-HOR "-" HORA-FIM-HOR
                               " SALA " COD-SALA-HOR
                               " PROFESSOR " COD-PROFESSOR-HOR
                       END-IF
               END-READ
           END-PERFORM.

       5000-HORARIO-PROFESSOR.
           DISPLAY "INFORME O ANO LETIVO (AAAA)"
           ACCEPT WS-ANO-INF
           DISPLAY "INFORME O CODIGO DO PROFESSOR"
           ACCEPT WS-PROFESSOR-INF

           MOVE WS-PROFESSOR-INF TO COD-PROFESSOR

           READ PROFESSORES
               INVALID KEY
                   DISPLAY "PROFESSOR NAO CADASTRADO: "
                       WS-PROFESSOR-INF
               NOT INVALID KEY
                   MOVE 'P' TO WS-FILTRO
                   MOVE NOME-PROFESSOR TO WS-NOME-FILTRO
                   MOVE SPACES TO WS-NOME-ARQ-GRADE
                   STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
                       'HORARIOPROF' WS-PROFESSOR-INF '.TXT'
                       DELIMITED BY SIZE INTO WS-NOME-ARQ-GRADE
                   PERFORM 6000-MONTAR-GRADE
                   PERFORM 7000-IMPRIMIR-GRADE
           END-READ.

       5100-HORARIO-SALA.
           DISPLAY "INFORME O ANO LETIVO (AAAA)"
           ACCEPT WS-ANO-INF
           DISPLAY "INFORME O CODIGO DA SALA"
           ACCEPT WS-SALA-INF

           MOVE WS-SALA-INF TO COD-SALA

           READ SALAS
               INVALID KEY
                   DISPLAY "SALA NAO CADASTRADA: " WS-SALA-INF
               NOT INVALID KEY
                   MOVE 'S' TO WS-FILTRO
                   MOVE DESCRICAO-SALA TO WS-NOME-FILTRO
                   MOVE SPACES TO WS-NOME-ARQ-GRADE
                   STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
                       'HORARIOSALA' WS-SALA-INF DELIMITED BY SPACE
                       '.TXT' DELIMITED BY SIZE
                       INTO WS-NOME-ARQ-GRADE
                   PERFORM 6000-MONTAR-GRADE
                   PERFORM 7000-IMPRIMIR-GRADE
           END-READ.

      * The student's courses are the enrolments of the year; the name
      * comes from the year's roster when it can be read.
       5200-HORARIO-ALUNO.
           DISPLAY "INFORME O ANO LETIVO (AAAA)"
           ACCEPT WS-ANO-INF
           DISPLAY "INFORME O RGM DO ALUNO"
           ACCEPT WS-RGM-INF

           IF WS-FS-MAT NOT EQUAL ZEROES
               DISPLAY "SEM ARQUIVO DE MATRICULAS - FILE STATUS: "
                   WS-FS-MAT
           ELSE
               PERFORM 5300-CURSOS-DO-ALUNO

               IF WS-QTDE-CURSOS-ALU EQUAL 0
                   DISPLAY "ALUNO " WS-RGM-INF " SEM MATRICULA NO AN"
      -                "O " WS-ANO-INF
               ELSE
                   PERFORM 5400-NOME-DO-ALUNO
                   MOVE 'A' TO WS-FILTRO
                   MOVE SPACES TO WS-NOME-ARQ-GRADE
                   STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
                       'HORARIOALUNO' WS-RGM-INF '.TXT'
                       DELIMITED BY SIZE INTO WS-NOME-ARQ-GRADE
                   PERFORM 6000-MONTAR-GRADE
                   PERFORM 7000-IMPRIMIR-GRADE
               END-IF
           END-IF.

       5300-CURSOS-DO-ALUNO.
           MOVE 0 TO WS-QTDE-CURSOS-ALU
           MOVE 0 TO WS-EOF
           MOVE WS-ANO-INF TO ANO-LETIVO-MAT
           MOVE 0 TO COD-CURSO-MAT
           MOVE 0 TO RGM-ALUNO-MAT

           START MATRICULAS KEY NOT LESS CHAVE-MATRICULA
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START

           PERFORM UNTIL WS-EOF EQUAL 1
               READ MATRICULAS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF ANO-LETIVO-MAT NOT EQUAL WS-ANO-INF
                           MOVE 1 TO WS-EOF
                       ELSE
                           IF RGM-ALUNO-MAT EQUAL WS-RGM-INF
                           AND WS-QTDE-CURSOS-ALU LESS 50
                               ADD 1 TO WS-QTDE-CURSOS-ALU
                               MOVE COD-CURSO-MAT TO
                                   WS-CURSO-ALUNO(WS-QTDE-CURSOS-ALU)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       5400-NOME-DO-ALUNO.
           MOVE "(NOME NAO ENCONTRADO)" TO WS-NOME-FILTRO
           MOVE 0 TO WS-EOF

           MOVE SPACES TO WS-NOME-ARQ-ANO
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'ALUNOS' WS-ANO-INF '.TXT'
               DELIMITED BY SIZE INTO WS-NOME-ARQ-ANO

           OPEN INPUT ALUNO-ANO

           IF WS-FS-ALU EQUAL ZEROES
               PERFORM UNTIL WS-EOF EQUAL 1
                   READ ALUNO-ANO
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF ANO-RGM-ALUNO EQUAL WS-RGM-INF
                               MOVE ANO-NOME-ALUNO TO WS-NOME-FILTRO
                               MOVE 1 TO WS-EOF
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE ALUNO-ANO
           END-IF.

      * The classes of the year that belong to the teacher, the room
      * or the student's courses, kept in weekday and start order.
       6000-MONTAR-GRADE.
           MOVE 0 TO WS-QTDE-GRADE
           MOVE 0 TO WS-EOF
           MOVE WS-ANO-INF TO ANO-LETIVO-HOR
           MOVE 0 TO COD-CURSO-HOR
           MOVE 0 TO DIA-SEMANA-HOR
           MOVE 0 TO HORA-INICIO-HOR

           START HORARIOS KEY NOT LESS CHAVE-HORARIO
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START

           PERFORM UNTIL WS-EOF EQUAL 1
               READ HORARIOS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF ANO-LETIVO-HOR NOT EQUAL WS-ANO-INF
                           MOVE 1 TO WS-EOF
                       ELSE
                           PERFORM 6100-FILTRAR-AULA
                       END-IF
               END-READ
           END-PERFORM.

       6100-FILTRAR-AULA.
           MOVE 'N' TO WS-INCLUIR

           EVALUATE WS-FILTRO
               WHEN 'P'
                   IF COD-PROFESSOR-HOR EQUAL WS-PROFESSOR-INF
                       MOVE 'S' TO WS-INCLUIR
                   END-IF
               WHEN 'S'
                   IF COD-SALA-HOR EQUAL WS-SALA-INF
                       MOVE 'S' TO WS-INCLUIR
                   END-IF
               WHEN 'A'
                   PERFORM VARYING WS-IDX-BUSCA FROM 1 BY 1
                           UNTIL WS-IDX-BUSCA GREATER
                               WS-QTDE-CURSOS-ALU
                       IF WS-CURSO-ALUNO(WS-IDX-BUSCA) EQUAL
                               COD-CURSO-HOR
                           MOVE 'S' TO WS-INCLUIR
                       END-IF
                   END-PERFORM
           END-EVALUATE

           IF WS-INCLUIR EQUAL 'S'
               IF WS-QTDE-GRADE GREATER OR EQUAL 100
                   DISPLAY "HORARIO COM MAIS DE 100 AULAS - AULA DO "
                       "CURSO " COD-CURSO-HOR " IGNORADA"
               ELSE
                   PERFORM 6200-INSERIR-NA-GRADE
               END-IF
           END-IF.

       6200-INSERIR-NA-GRADE.
           MOVE DIA-SEMANA-HOR TO WS-AUX-DIA
           MOVE HORA-INICIO-HOR TO WS-AUX-INICIO
           MOVE HORA-FIM-HOR TO WS-AUX-FIM
           MOVE COD-CURSO-HOR TO WS-AUX-CURSO
           MOVE COD-SALA-HOR TO WS-AUX-SALA
           MOVE COD-PROFESSOR-HOR TO WS-AUX-PROFESSOR

           ADD 1 TO WS-QTDE-GRADE
           MOVE WS-QTDE-GRADE TO WS-IDX

           MOVE 'S' TO WS-INCLUIR

           PERFORM UNTIL WS-IDX EQUAL 1 OR WS-INCLUIR EQUAL 'N'
               IF WS-GRA-DIA(WS-IDX - 1) GREATER WS-AUX-DIA
               OR (WS-GRA-DIA(WS-IDX - 1) EQUAL WS-AUX-DIA
                   AND WS-GRA-INICIO(WS-IDX - 1) GREATER WS-AUX-INICIO)
                   MOVE WS-GRA-OCCUR(WS-IDX - 1) TO
                       WS-GRA-OCCUR(WS-IDX)
                   SUBTRACT 1 FROM WS-IDX
               ELSE
                   MOVE 'N' TO WS-INCLUIR
               END-IF
           END-PERFORM

           MOVE WS-GRA-AUXILIAR TO WS-GRA-OCCUR(WS-IDX).

       7000-IMPRIMIR-GRADE.
           IF WS-QTDE-GRADE EQUAL 0
               DISPLAY "NENHUMA AULA NO HORARIO DE " WS-ANO-INF
           ELSE
               OPEN OUTPUT GRADE

               IF WS-FS-GRA NOT EQUAL ZEROES
                   DISPLAY "NAO FOI POSSIVEL CRIAR O HORARIO - FILE S"
      -                "TATUS: " WS-FS-GRA
               ELSE
                   PERFORM 7100-CABECALHO-GRADE

                   PERFORM VARYING WS-IDX FROM 1 BY 1
                           UNTIL WS-IDX GREATER WS-QTDE-GRADE
                       PERFORM 7200-LINHA-GRADE
                   END-PERFORM

                   MOVE ALL "=" TO LINHA-GRADE
                   WRITE LINHA-GRADE

                   CLOSE GRADE

                   DISPLAY "HORARIO GRAVADO EM " WS-NOME-ARQ-GRADE

                   MOVE "EX_HORARIO" TO PARM-CAT-PROGRAMA
                   MOVE SPACES TO PARM-CAT-TITULO
                   EVALUATE WS-FILTRO
                       WHEN 'P'
                           STRING "HORARIO PROFESSOR "
                               WS-PROFESSOR-INF " " WS-ANO-INF
                               DELIMITED BY SIZE INTO PARM-CAT-TITULO
                       WHEN 'S'
                           STRING "HORARIO SALA " WS-SALA-INF " "
                               WS-ANO-INF
                               DELIMITED BY SIZE INTO PARM-CAT-TITULO
                       WHEN 'A'
                           STRING "HORARIO ALUNO " WS-RGM-INF " "
                               WS-ANO-INF
                               DELIMITED BY SIZE INTO PARM-CAT-TITULO
                   END-EVALUATE
                   MOVE WS-NOME-ARQ-GRADE TO PARM-CAT-ARQUIVO
                   CALL "GRAVA-CATALOGO" USING PARM-CATALOGO
               END-IF
           END-IF.

       7100-CABECALHO-GRADE.
           MOVE ALL "=" TO LINHA-GRADE
           WRITE LINHA-GRADE

           MOVE SPACES TO LINHA-GRADE
           EVALUATE WS-FILTRO
               WHEN 'P'
                   STRING "HORARIO DO PROFESSOR " WS-PROFESSOR-INF
                       " " WS-NOME-FILTRO
                       DELIMITED BY SIZE INTO LINHA-GRADE
               WHEN 'S'
                   STRING "HORARIO DA SALA " WS-SALA-INF " "
                       WS-NOME-FILTRO
                       DELIMITED BY SIZE INTO LINHA-GRADE
               WHEN 'A'
                   STRING "HORARIO DO ALUNO " WS-RGM-INF " "
                       WS-NOME-FILTRO
                       DELIMITED BY SIZE INTO LINHA-GRADE
           END-EVALUATE
           WRITE LINHA-GRADE

           MOVE SPACES TO LINHA-GRADE
           STRING "ANO LETIVO " WS-ANO-INF
               DELIMITED BY SIZE INTO LINHA-GRADE
           WRITE LINHA-GRADE

           MOVE ALL "=" TO LINHA-GRADE
           WRITE LINHA-GRADE

           MOVE SPACES TO LINHA-GRADE
           STRING "DIA      HORARIO      CURSO                     "
               "SALA  PROFESSOR" DELIMITED BY SIZE INTO LINHA-GRADE
           WRITE LINHA-GRADE

           MOVE ALL "-" TO LINHA-GRADE
           WRITE LINHA-GRADE.

       7200-LINHA-GRADE.
           MOVE WS-NOME-DIA(WS-GRA-DIA(WS-IDX)) TO WS-DET-DIA
           MOVE WS-GRA-INICIO(WS-IDX)(1:2) TO WS-DET-INICIO-HH
           MOVE WS-GRA-INICIO(WS-IDX)(3:2) TO WS-DET-INICIO-MM
           MOVE WS-GRA-FIM(WS-IDX)(1:2) TO WS-DET-FIM-HH
           MOVE WS-GRA-FIM(WS-IDX)(3:2) TO WS-DET-FIM-MM
           MOVE WS-GRA-CURSO(WS-IDX) TO WS-DET-CURSO
           MOVE WS-GRA-SALA(WS-IDX) TO WS-DET-SALA

           MOVE WS-GRA-CURSO(WS-IDX) TO COD-CURSO
           READ CURSOS
               INVALID KEY
                   MOVE "(NAO CADASTRADO)" TO NOME-CURSO
           END-READ
           MOVE NOME-CURSO TO WS-DET-NOME-CURSO

           MOVE WS-GRA-PROFESSOR(WS-IDX) TO COD-PROFESSOR
           READ PROFESSORES
               INVALID KEY
                   MOVE "(NAO CADASTRADO)" TO NOME-PROFESSOR
           END-READ
           MOVE NOME-PROFESSOR TO WS-DET-PROFESSOR

           MOVE WS-LINHA-DET-GRADE TO LINHA-GRADE
           WRITE LINHA-GRADE.

       0950-RESOLVER-AMBIENTE.
           CALL "CONFIG-AMBIENTE" USING PARM-AMBIENTE
           DISPLAY "AMBIENTE ATIVO: " PARM-AMB-NOME

           MOVE SPACES TO WS-ARQ-HORARIOS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'HORARIOS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-HORARIOS

           MOVE SPACES TO WS-ARQ-CURSOS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'CURSOS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-CURSOS

           MOVE SPACES TO WS-ARQ-SALAS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'SALAS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-SALAS

           MOVE SPACES TO WS-ARQ-PROFESSORES
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'PROFESSORES.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-PROFESSORES

           MOVE SPACES TO WS-ARQ-MATRICULAS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'MATRICULAS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-MATRICULAS.

       END PROGRAM EX_HORARIO.
