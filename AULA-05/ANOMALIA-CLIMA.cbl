       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANOMALIA-CLIMA.
       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HIST-CLIMA ASSIGN TO WS-ARQ-HISTORICOCLIMA
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-HIST.

           SELECT SITES ASSIGN TO WS-ARQ-SITESCLIMA
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS CODIGO-SITE
           FILE STATUS IS WS-FS-SITE.

           SELECT NORMAIS ASSIGN TO WS-ARQ-NORMAISCLIMA
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS CHAVE-NORMAL
           FILE STATUS IS WS-FS-NOR.

           SELECT RELATORIO ASSIGN TO REL-NOME-ARQ
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD HIST-CLIMA.
           COPY HISTCLIMA.

       FD SITES.
           COPY SITECLIMA.

       FD NORMAIS.
           COPY NORMALCLIMA.

       FD RELATORIO.
       01 LINHA-RELATORIO     PIC X(90).
       WORKING-STORAGE SECTION.
           COPY RELATORIO.
           COPY PARMCATALOGO.
           COPY PARMRUNLOG.
           COPY AMBIENTE.
       77 WS-ARQ-HISTORICOCLIMA  PIC X(60) VALUE SPACES.
       77 WS-ARQ-SITESCLIMA      PIC X(60) VALUE SPACES.
       77 WS-ARQ-NORMAISCLIMA    PIC X(60) VALUE SPACES.
       77 WS-FS-HIST          PIC 99 VALUE 0.
       77 WS-FS-SITE          PIC 99 VALUE 0.
       77 WS-FS-NOR           PIC 99 VALUE 0.
       77 WS-FS-REL           PIC 99 VALUE 0.
       77 WS-EOF              PIC 99 VALUE 0.
       77 WS-LIMITE-DESVIOS   PIC 9V9 VALUE 0.
       77 WS-DATA-DE          PIC 9(08) VALUE 0.
       77 WS-DATA-ATE         PIC 9(08) VALUE 0.
       77 WS-DATA-HOJE        PIC 9(08) VALUE 0.
       77 WS-DATA-RELATORIO   PIC 9(08) VALUE 0.
       77 WS-DATA-SEMANA      PIC 9(08) VALUE 0.
       77 WS-DATA-JANEIRO     PIC 9(08) VALUE 0.
       77 WS-ANO-SEMANA       PIC 9(04) VALUE 0.
       77 WS-DIA-DO-ANO       PIC 9(03) VALUE 0.
       77 WS-SEMANA-ANO       PIC 9(02) VALUE 0.
       77 WS-IDX-DIA          PIC 9 VALUE 0.
       77 WS-DIAS-VALIDOS     PIC 9 VALUE 0.
       77 WS-SOMA-DIAS        PIC S9(09)V99 VALUE 0.
       77 WS-SOMA-CHUVA-DIAS  PIC 9(07)V9 VALUE 0.
       77 WS-SOMA-UMID-DIAS   PIC 9(05) VALUE 0.
       77 WS-AMOSTRA-TEMP     PIC S9(03)V99 VALUE 0.
       77 WS-AMOSTRA-CHUVA    PIC 9(05)V99 VALUE 0.
       77 WS-AMOSTRA-UMIDADE  PIC 9(03)V99 VALUE 0.
       77 WS-ESCORE           PIC S9(05)V99 VALUE 0.
       77 WS-ESCORE-ABS       PIC 9(05)V99 VALUE 0.
       77 WS-LIMITE-FIXO      PIC X(08) VALUE SPACES.
       77 WS-CABECALHO-FEITO  PIC A VALUE 'N'.
       77 WS-AVALIADAS        PIC 9(05) VALUE 0.
       77 WS-SEM-NORMAL       PIC 9(05) VALUE 0.
       77 WS-SEM-DIA-VAL      PIC 9(05) VALUE 0.
       77 WS-SEMANAS-ANOMALAS PIC 9(05) VALUE 0.
       77 WS-ANOMALIAS        PIC 9(05) VALUE 0.
       77 WS-ANOMALIAS-DENTRO PIC 9(05) VALUE 0.
       77 MASC-LIMITE         PIC 9,9.
       77 MASC-CONTADOR       PIC ZZZZ9.

       01 WS-LINHA-DET-ANOMALIA.
           03 WS-DET-VARIAVEL      PIC X(12).
           03 FILLER               PIC X(01) VALUE SPACES.
           03 WS-DET-VALOR         PIC -ZZ.ZZ9,99.
           03 FILLER               PIC X(01) VALUE SPACES.
           03 WS-DET-NORMAL        PIC -ZZ.ZZ9,99.
           03 FILLER               PIC X(01) VALUE SPACES.
           03 WS-DET-DESVIO        PIC ZZ.ZZ9,99.
           03 FILLER               PIC X(01) VALUE SPACES.
           03 WS-DET-ESCORE        PIC -ZZZZ9,99.
           03 FILLER               PIC X(01) VALUE SPACES.
           03 WS-DET-ANOS          PIC 9(04).
           03 FILLER               PIC X(01) VALUE '-'.
           03 WS-DET-ANO-FIM       PIC 9(04).
           03 FILLER               PIC X(01) VALUE SPACES.
           03 WS-DET-LIMITE-FIXO   PIC X(08).

       PROCEDURE DIVISION.
      ******************************************************************
      * Climate anomaly report: each week on HISTORICOCLIMA.TXT recorded
      * in the date range is scored against the normal of its site and
      * week of the year on NORMAISCLIMA.TXT. The week's mean
      * temperature, seven-day rainfall and mean humidity are taken
      * over the valid days, exactly as NORMAIS-CLIMA builds the
      * normals, and a figure more than the given number of standard
      * deviations away from its normal is listed, together with
      * whether the site's fixed alert limits caught it as well. Weeks
      * whose normal has fewer than two samples are not scored.
      ******************************************************************
       MAIN-PROCEDURE.
           MOVE "ANOMALIA-CLIMA" TO PARM-RUN-PROGRAMA
           MOVE 'I' TO PARM-RUN-EVENTO
           MOVE 0 TO PARM-RUN-REGISTROS
           CALL "GRAVA-RUNLOG" USING PARM-RUNLOG

           PERFORM 0950-RESOLVER-AMBIENTE
           DISPLAY "RELATORIO DE ANOMALIAS CLIMATICAS POR SITE"
           MOVE 'C' TO PARM-RUN-EVENTO

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE

           DISPLAY "INFORME O LIMITE EM DESVIOS PADRAO (0 = 2,0)"
           ACCEPT WS-LIMITE-DESVIOS
           DISPLAY "INFORME A DATA INICIAL (AAAAMMDD - 0 = INICIO DO"
               " ANO)"
           ACCEPT WS-DATA-DE
           DISPLAY "INFORME A DATA FINAL (AAAAMMDD - 0 = HOJE)"
           ACCEPT WS-DATA-ATE

           IF WS-LIMITE-DESVIOS EQUAL 0
               MOVE 2 TO WS-LIMITE-DESVIOS
           END-IF

           IF WS-DATA-DE EQUAL 0
               MOVE WS-DATA-HOJE(1:4) TO WS-DATA-DE(1:4)
               MOVE '0101' TO WS-DATA-DE(5:4)
           END-IF

           IF WS-DATA-ATE EQUAL 0
               MOVE WS-DATA-HOJE TO WS-DATA-ATE
           END-IF

           OPEN INPUT HIST-CLIMA
           OPEN INPUT NORMAIS

           EVALUATE TRUE
               WHEN WS-FS-HIST NOT EQUAL ZEROES
                   DISPLAY "NAO FOI POSSIVEL ABRIR O HISTORICO DE CLIMA"
                   DISPLAY "FILE STATUS: " WS-FS-HIST
                   MOVE 'F' TO PARM-RUN-EVENTO
                   MOVE 8 TO RETURN-CODE
               WHEN WS-FS-NOR NOT EQUAL ZEROES
                   DISPLAY "SEM NORMAIS CLIMATOLOGICAS - EXECUTE O "
                       "CALCULO ANUAL DAS NORMAIS"
                   DISPLAY "FILE STATUS: " WS-FS-NOR
                   MOVE 'F' TO PARM-RUN-EVENTO
                   MOVE 8 TO RETURN-CODE
               WHEN WS-DATA-DE GREATER WS-DATA-ATE
                   DISPLAY "PERIODO INVALIDO: " WS-DATA-DE " A "
                       WS-DATA-ATE
               WHEN OTHER
                   PERFORM 4000-IMPRIMIR-RELATORIO
           END-EVALUATE

           IF WS-FS-HIST EQUAL ZEROES
               CLOSE HIST-CLIMA
           END-IF

           IF WS-FS-NOR EQUAL ZEROES
               CLOSE NORMAIS
           END-IF

           MOVE WS-ANOMALIAS TO PARM-RUN-REGISTROS
           CALL "GRAVA-RUNLOG" USING PARM-RUNLOG

           GOBACK.

       1000-AVALIAR-SEMANA.
           MOVE HIST-DATA-HORA(1:8) TO WS-DATA-SEMANA

           IF WS-DATA-SEMANA NOT LESS WS-DATA-DE
           AND WS-DATA-SEMANA NOT GREATER WS-DATA-ATE
               PERFORM 1100-AMOSTRA-DA-SEMANA

               IF WS-DIAS-VALIDOS EQUAL 0
                   ADD 1 TO WS-SEM-DIA-VAL
               ELSE
                   PERFORM 1200-SEMANA-DO-ANO

                   MOVE HIST-CODIGO-SITE TO SITE-NORMAL
                   MOVE WS-SEMANA-ANO TO SEMANA-NORMAL

                   READ NORMAIS
                       INVALID KEY
                           MOVE 0 TO QTDE-AMOSTRAS-NORMAL
                   END-READ

                   IF QTDE-AMOSTRAS-NORMAL LESS 2
                       ADD 1 TO WS-SEM-NORMAL
                   ELSE
                       ADD 1 TO WS-AVALIADAS
                       PERFORM 2000-PONTUAR-SEMANA
                   END-IF
               END-IF
           END-IF.

      * Same sample as NORMAIS-CLIMA: the mean temperature and humidity
      * of the valid days and their rainfall scaled to seven days.
       1100-AMOSTRA-DA-SEMANA.
           MOVE 0 TO WS-DIAS-VALIDOS
           MOVE 0 TO WS-SOMA-DIAS
           MOVE 0 TO WS-SOMA-CHUVA-DIAS
           MOVE 0 TO WS-SOMA-UMID-DIAS

           PERFORM VARYING WS-IDX-DIA FROM 1 BY 1
                   UNTIL WS-IDX-DIA GREATER 7
               IF HIST-IND-FALTA(WS-IDX-DIA) EQUAL 'F'
                   CONTINUE
               ELSE
                   ADD 1 TO WS-DIAS-VALIDOS
                   ADD HIST-TEMPERATURA(WS-IDX-DIA) TO WS-SOMA-DIAS
                   ADD HIST-CHUVA(WS-IDX-DIA) TO WS-SOMA-CHUVA-DIAS
                   ADD HIST-UMIDADE(WS-IDX-DIA) TO WS-SOMA-UMID-DIAS
               END-IF
           END-PERFORM

           IF WS-DIAS-VALIDOS GREATER 0
               COMPUTE WS-AMOSTRA-TEMP ROUNDED =
                   WS-SOMA-DIAS / WS-DIAS-VALIDOS
               COMPUTE WS-AMOSTRA-CHUVA ROUNDED =
                   WS-SOMA-CHUVA-DIAS * 7 / WS-DIAS-VALIDOS
               COMPUTE WS-AMOSTRA-UMIDADE ROUNDED =
                   WS-SOMA-UMID-DIAS / WS-DIAS-VALIDOS
           END-IF.

       1200-SEMANA-DO-ANO.
           MOVE WS-DATA-SEMANA(1:4) TO WS-ANO-SEMANA
           MOVE WS-ANO-SEMANA TO WS-DATA-JANEIRO(1:4)
           MOVE '0101' TO WS-DATA-JANEIRO(5:4)

           COMPUTE WS-DIA-DO-ANO =
               FUNCTION INTEGER-OF-DATE(WS-DATA-SEMANA) -
               FUNCTION INTEGER-OF-DATE(WS-DATA-JANEIRO) + 1

           COMPUTE WS-SEMANA-ANO = (WS-DIA-DO-ANO - 1) / 7 + 1.

      * A variable whose standard deviation is zero has never varied
      * in that week and is not scored.
       2000-PONTUAR-SEMANA.
           MOVE 'N' TO WS-CABECALHO-FEITO
           MOVE "(SEM CADASTRO)" TO NOME-SITE
           MOVE 0 TO TEMP-MINIMA-SITE
           MOVE 0 TO TEMP-MAXIMA-SITE
           MOVE 0 TO CHUVA-LIMITE-SITE

           IF WS-FS-SITE EQUAL ZEROES
               MOVE HIST-CODIGO-SITE TO CODIGO-SITE

               READ SITES
                   INVALID KEY
                       MOVE "(SEM CADASTRO)" TO NOME-SITE
                       MOVE 0 TO CHUVA-LIMITE-SITE
               END-READ
           END-IF

           IF DESVIO-TEMP-NORMAL GREATER 0
               COMPUTE WS-ESCORE ROUNDED =
                   (WS-AMOSTRA-TEMP - MEDIA-TEMP-NORMAL) /
                   DESVIO-TEMP-NORMAL
               MOVE WS-ESCORE TO WS-ESCORE-ABS

               IF WS-ESCORE-ABS GREATER WS-LIMITE-DESVIOS
                   IF HIST-QTDE-DIA-ACIMA GREATER 0
                   OR HIST-QTDE-DIA-ABAIXO GREATER 0
                       MOVE "VIOLADO" TO WS-LIMITE-FIXO
                   ELSE
                       MOVE "DENTRO" TO WS-LIMITE-FIXO
                   END-IF

                   MOVE "TEMPERATURA" TO WS-DET-VARIAVEL
                   MOVE WS-AMOSTRA-TEMP TO WS-DET-VALOR
                   MOVE MEDIA-TEMP-NORMAL TO WS-DET-NORMAL
                   MOVE DESVIO-TEMP-NORMAL TO WS-DET-DESVIO
                   PERFORM 2100-IMPRIMIR-ANOMALIA
               END-IF
           END-IF

           IF DESVIO-CHUVA-NORMAL GREATER 0
               COMPUTE WS-ESCORE ROUNDED =
                   (WS-AMOSTRA-CHUVA - MEDIA-CHUVA-NORMAL) /
                   DESVIO-CHUVA-NORMAL
               MOVE WS-ESCORE TO WS-ESCORE-ABS

               IF WS-ESCORE-ABS GREATER WS-LIMITE-DESVIOS
                   IF CHUVA-LIMITE-SITE GREATER 0
                       IF HIST-CHUVA-TOTAL GREATER CHUVA-LIMITE-SITE
                           MOVE "VIOLADO" TO WS-LIMITE-FIXO
                       ELSE
                           MOVE "DENTRO" TO WS-LIMITE-FIXO
                       END-IF
                   ELSE
                       MOVE "SEM LIM." TO WS-LIMITE-FIXO
                   END-IF

                   MOVE "CHUVA (MM)" TO WS-DET-VARIAVEL
                   MOVE WS-AMOSTRA-CHUVA TO WS-DET-VALOR
                   MOVE MEDIA-CHUVA-NORMAL TO WS-DET-NORMAL
                   MOVE DESVIO-CHUVA-NORMAL TO WS-DET-DESVIO
                   PERFORM 2100-IMPRIMIR-ANOMALIA
               END-IF
           END-IF

           IF DESVIO-UMIDADE-NORMAL GREATER 0
               COMPUTE WS-ESCORE ROUNDED =
                   (WS-AMOSTRA-UMIDADE - MEDIA-UMIDADE-NORMAL) /
                   DESVIO-UMIDADE-NORMAL
               MOVE WS-ESCORE TO WS-ESCORE-ABS

               IF WS-ESCORE-ABS GREATER WS-LIMITE-DESVIOS
                   MOVE "SEM LIM." TO WS-LIMITE-FIXO
                   MOVE "UMIDADE (%)" TO WS-DET-VARIAVEL
                   MOVE WS-AMOSTRA-UMIDADE TO WS-DET-VALOR
                   MOVE MEDIA-UMIDADE-NORMAL TO WS-DET-NORMAL
                   MOVE DESVIO-UMIDADE-NORMAL TO WS-DET-DESVIO
                   PERFORM 2100-IMPRIMIR-ANOMALIA
               END-IF
           END-IF.

      * "DENTRO" marks the anomalies the fixed limits of the site would
      * have let through.
       2100-IMPRIMIR-ANOMALIA.
           IF WS-CABECALHO-FEITO EQUAL 'N'
               MOVE 'S' TO WS-CABECALHO-FEITO
               ADD 1 TO WS-SEMANAS-ANOMALAS

               MOVE SPACES TO LINHA-RELATORIO
               STRING "SITE " HIST-CODIGO-SITE " " NOME-SITE
                   " SEMANA DE " WS-DATA-SEMANA " (SEMANA "
                   WS-SEMANA-ANO " DO ANO)"
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               PERFORM 8200-IMPRIMIR-LINHA
           END-IF

           ADD 1 TO WS-ANOMALIAS

           IF WS-LIMITE-FIXO EQUAL "DENTRO"
               ADD 1 TO WS-ANOMALIAS-DENTRO
           END-IF

           MOVE WS-ESCORE TO WS-DET-ESCORE
           MOVE ANO-INICIAL-NORMAL TO WS-DET-ANOS
           MOVE ANO-FINAL-NORMAL TO WS-DET-ANO-FIM
           MOVE WS-LIMITE-FIXO TO WS-DET-LIMITE-FIXO
           MOVE SPACES TO LINHA-RELATORIO
           MOVE WS-LINHA-DET-ANOMALIA TO LINHA-RELATORIO(3:)
           PERFORM 8200-IMPRIMIR-LINHA.

       4000-IMPRIMIR-RELATORIO.
           MOVE SPACES TO REL-CABECALHO-COLUNAS
           STRING "  VARIAVEL         SEMANA     NORMAL    DESVIO    "
               "ESCORE NORMAIS   LIM.FIXO"
               DELIMITED BY SIZE INTO REL-CABECALHO-COLUNAS
           PERFORM 8100-ABRIR-RELATORIO

           OPEN INPUT SITES

           PERFORM UNTIL WS-EOF EQUAL 1
               READ HIST-CLIMA
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM 1000-AVALIAR-SEMANA
               END-READ
           END-PERFORM

           IF WS-FS-SITE EQUAL ZEROES
               CLOSE SITES
           END-IF

           IF WS-ANOMALIAS EQUAL 0
               MOVE SPACES TO LINHA-RELATORIO
               MOVE "NENHUMA ANOMALIA NO PERIODO" TO LINHA-RELATORIO
               PERFORM 8200-IMPRIMIR-LINHA
           END-IF

           MOVE ALL "=" TO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           MOVE WS-AVALIADAS TO MASC-CONTADOR
           MOVE SPACES TO LINHA-RELATORIO
           STRING "SEMANAS AVALIADAS..............: " MASC-CONTADOR
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           MOVE WS-SEM-NORMAL TO MASC-CONTADOR
           MOVE SPACES TO LINHA-RELATORIO
           STRING "SEMANAS SEM NORMAL SUFICIENTE..: " MASC-CONTADOR
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           MOVE WS-SEM-DIA-VAL TO MASC-CONTADOR
           MOVE SPACES TO LINHA-RELATORIO
           STRING "SEMANAS SEM DIA VALIDO.........: " MASC-CONTADOR
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           MOVE WS-SEMANAS-ANOMALAS TO MASC-CONTADOR
           MOVE SPACES TO LINHA-RELATORIO
           STRING "SEMANAS COM ANOMALIA...........: " MASC-CONTADOR
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           MOVE WS-ANOMALIAS TO MASC-CONTADOR
           MOVE SPACES TO LINHA-RELATORIO
           STRING "ANOMALIAS......................: " MASC-CONTADOR
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           MOVE WS-ANOMALIAS-DENTRO TO MASC-CONTADOR
           MOVE SPACES TO LINHA-RELATORIO
           STRING "DENTRO DOS LIMITES FIXOS.......: " MASC-CONTADOR
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           IF WS-FS-REL EQUAL ZEROS
               CLOSE RELATORIO
               MOVE "ANOMALIA-CLIMA" TO PARM-CAT-PROGRAMA
               MOVE REL-CAB-TITULO TO PARM-CAT-TITULO
               MOVE REL-NOME-ARQ TO PARM-CAT-ARQUIVO
               CALL "GRAVA-CATALOGO" USING PARM-CATALOGO
               DISPLAY "RELATORIO GRAVADO EM " REL-NOME-ARQ
           END-IF.

       8100-ABRIR-RELATORIO.
           MOVE PARM-AMB-NOME TO REL-CAB-AMBIENTE

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-RELATORIO
           MOVE WS-DATA-RELATORIO(5:2) TO REL-CAB-DATA(1:2)
           MOVE WS-DATA-RELATORIO(7:2) TO REL-CAB-DATA(4:2)
           MOVE WS-DATA-RELATORIO(1:4) TO REL-CAB-DATA(7:4)

           MOVE WS-LIMITE-DESVIOS TO MASC-LIMITE
           MOVE SPACES TO REL-CAB-TITULO
           STRING "ANOMALIAS " WS-DATA-DE " A " WS-DATA-ATE " > "
               MASC-LIMITE " DP"
               DELIMITED BY SIZE INTO REL-CAB-TITULO

           MOVE SPACES TO REL-NOME-ARQ
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'RELATORIOS\ANOMALIACLIMA' WS-DATA-DE '.TXT'
               DELIMITED BY SIZE INTO REL-NOME-ARQ

           MOVE 0 TO REL-PAGINA
           MOVE 99 TO REL-LINHAS-PAGINA
           MOVE 0 TO REL-TOTAL-LINHAS

           OPEN OUTPUT RELATORIO

           IF WS-FS-REL NOT EQUAL ZEROS
               DISPLAY "NAO FOI POSSIVEL CRIAR O RELATORIO "
                   REL-NOME-ARQ
               DISPLAY "FILE STATUS: " WS-FS-REL
               DISPLAY "LISTAGEM SAI NO CONSOLE"
           END-IF.

       8200-IMPRIMIR-LINHA.
           IF WS-FS-REL NOT EQUAL ZEROS
               DISPLAY LINHA-RELATORIO
           ELSE
               MOVE LINHA-RELATORIO TO REL-LINHA-GUARDADA

               IF REL-LINHAS-PAGINA GREATER 55
                   PERFORM 8300-NOVA-PAGINA
               END-IF

               MOVE REL-LINHA-GUARDADA TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               ADD 1 TO REL-LINHAS-PAGINA
               ADD 1 TO REL-TOTAL-LINHAS
           END-IF.

       8300-NOVA-PAGINA.
           ADD 1 TO REL-PAGINA
           MOVE REL-PAGINA TO REL-CAB-PAGINA
           MOVE REL-LINHA-CABECALHO TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE REL-CABECALHO-COLUNAS TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE ALL "-" TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE 3 TO REL-LINHAS-PAGINA.

       0950-RESOLVER-AMBIENTE.
           CALL "CONFIG-AMBIENTE" USING PARM-AMBIENTE
           DISPLAY "AMBIENTE ATIVO: " PARM-AMB-NOME

           MOVE SPACES TO WS-ARQ-HISTORICOCLIMA
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'HISTORICOCLIMA.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-HISTORICOCLIMA

           MOVE SPACES TO WS-ARQ-SITESCLIMA
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'SITESCLIMA.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-SITESCLIMA

           MOVE SPACES TO WS-ARQ-NORMAISCLIMA
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'NORMAISCLIMA.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-NORMAISCLIMA.

       END PROGRAM ANOMALIA-CLIMA.
