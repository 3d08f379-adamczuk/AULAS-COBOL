       IDENTIFICATION DIVISION.
       PROGRAM-ID. NORMAIS-CLIMA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HIST-CLIMA ASSIGN TO WS-ARQ-HISTORICOCLIMA
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-HIST.

           SELECT NORMAIS ASSIGN TO WS-ARQ-NORMAISCLIMA
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CHAVE-NORMAL
           FILE STATUS IS WS-FS-NOR.
       DATA DIVISION.
       FILE SECTION.
       FD HIST-CLIMA.
           COPY HISTCLIMA.

       FD NORMAIS.
           COPY NORMALCLIMA.
       WORKING-STORAGE SECTION.
           COPY AMBIENTE.
           COPY PARMRUNLOG.
       77 WS-ARQ-HISTORICOCLIMA  PIC X(60) VALUE SPACES.
       77 WS-ARQ-NORMAISCLIMA    PIC X(60) VALUE SPACES.
       77 WS-FS-HIST          PIC 99 VALUE 0.
       77 WS-FS-NOR           PIC 99 VALUE 0.
       77 WS-EOF              PIC 99 VALUE 0.
       77 WS-ANO-REFERENCIA   PIC 9(04) VALUE 0.
       77 WS-DATA-HOJE        PIC 9(08) VALUE 0.
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
       77 WS-QTDE-SITES       PIC 99 VALUE 0.
       77 WS-IDX-ENCONTRADO   PIC 99 VALUE 0.
       77 WS-IDX-SEM          PIC 99 VALUE 0.
       77 WS-VARIANCIA        PIC 9(11)V9999 VALUE 0.
       77 WS-LIDAS            PIC 9(07) VALUE 0.
       77 WS-AMOSTRAS         PIC 9(07) VALUE 0.
       77 WS-SEM-ANO-REF      PIC 9(07) VALUE 0.
       77 WS-SEM-DIA-VAL      PIC 9(07) VALUE 0.
       77 WS-GRAVADAS         PIC 9(05) VALUE 0.

       01 WS-TABELA-NORMAIS.
           03 WS-NOR-SITE-OCORR OCCURS 50 TIMES
                   INDEXED BY WS-IDX.
               05 WS-NOR-SITE           PIC X(05).
               05 WS-NOR-SEMANA OCCURS 53 TIMES.
                   07 WS-NOR-QTDE           PIC 9(03).
                   07 WS-NOR-ANO-INICIAL    PIC 9(04).
                   07 WS-NOR-ANO-FINAL      PIC 9(04).
                   07 WS-NOR-SOMA-TEMP      PIC S9(07)V99.
                   07 WS-NOR-QUAD-TEMP      PIC 9(09)V9999.
                   07 WS-NOR-SOMA-CHUVA     PIC 9(09)V99.
                   07 WS-NOR-QUAD-CHUVA     PIC 9(13)V9999.
                   07 WS-NOR-SOMA-UMIDADE   PIC 9(07)V99.
                   07 WS-NOR-QUAD-UMIDADE   PIC 9(09)V9999.

       PROCEDURE DIVISION.
      ******************************************************************
      * Yearly rebuild of the climatological normals on the indexed
      * NORMAISCLIMA.TXT: every week on HISTORICOCLIMA.TXT from the
      * years before the reference year is placed in its week of the
      * year (taken from the date the week was recorded, as the alert
      * and trend reports do) and accumulated per site, and each site
      * and week gets the mean and standard deviation of its weekly
      * temperature, rainfall and humidity. Days flagged missing are
      * left out of the week's figures and weeks with no valid day are
      * not counted at all.
      ******************************************************************
       MAIN-PROCEDURE.
           MOVE "NORMAIS-CLIMA" TO PARM-RUN-PROGRAMA
           MOVE 'I' TO PARM-RUN-EVENTO
           MOVE 0 TO PARM-RUN-REGISTROS
           CALL "GRAVA-RUNLOG" USING PARM-RUNLOG

           PERFORM 0950-RESOLVER-AMBIENTE
           DISPLAY "CALCULO ANUAL DAS NORMAIS CLIMATOLOGICAS POR SITE"
           MOVE 'C' TO PARM-RUN-EVENTO

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE

           DISPLAY "INFORME O ANO DE REFERENCIA (0 = ANO CORRENTE)"
           DISPLAY "AS NORMAIS USAM TODOS OS ANOS ANTERIORES A ELE"
           ACCEPT WS-ANO-REFERENCIA

           IF WS-ANO-REFERENCIA EQUAL 0
               MOVE WS-DATA-HOJE(1:4) TO WS-ANO-REFERENCIA
           END-IF

           INITIALIZE WS-TABELA-NORMAIS

           OPEN INPUT HIST-CLIMA

           IF WS-FS-HIST NOT EQUAL ZEROES
               DISPLAY "NAO FOI POSSIVEL ABRIR O HISTORICO DE CLIMA"
               DISPLAY "FILE STATUS: " WS-FS-HIST
               MOVE 'F' TO PARM-RUN-EVENTO
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM UNTIL WS-EOF EQUAL 1
                   READ HIST-CLIMA
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-LIDAS
                           PERFORM 1000-AVALIAR-SEMANA
                   END-READ
               END-PERFORM

               CLOSE HIST-CLIMA

               IF WS-AMOSTRAS EQUAL 0
                   DISPLAY "NENHUMA SEMANA ANTERIOR A "
                       WS-ANO-REFERENCIA " NO HISTORICO"
                   DISPLAY "AS NORMAIS EXISTENTES FORAM MANTIDAS"
               ELSE
                   PERFORM 3000-GRAVAR-NORMAIS
               END-IF

               DISPLAY "----------------------------------------------"
               DISPLAY "SEMANAS LIDAS.................: " WS-LIDAS
               DISPLAY "SEMANAS DO ANO DE REFERENCIA..: " WS-SEM-ANO-REF
               DISPLAY "SEMANAS SEM DIA VALIDO........: " WS-SEM-DIA-VAL
               DISPLAY "SEMANAS NAS NORMAIS...........: " WS-AMOSTRAS
               DISPLAY "NORMAIS GRAVADAS..............: " WS-GRAVADAS
           END-IF

           MOVE WS-GRAVADAS TO PARM-RUN-REGISTROS
           CALL "GRAVA-RUNLOG" USING PARM-RUNLOG

           GOBACK.

       1000-AVALIAR-SEMANA.
           MOVE HIST-DATA-HORA(1:8) TO WS-DATA-SEMANA
           MOVE WS-DATA-SEMANA(1:4) TO WS-ANO-SEMANA

           IF WS-ANO-SEMANA NOT LESS WS-ANO-REFERENCIA
               ADD 1 TO WS-SEM-ANO-REF
           ELSE
               PERFORM 1100-AMOSTRA-DA-SEMANA

               IF WS-DIAS-VALIDOS EQUAL 0
                   ADD 1 TO WS-SEM-DIA-VAL
               ELSE
                   PERFORM 1200-SEMANA-DO-ANO
                   PERFORM 2000-ACUMULAR-AMOSTRA
               END-IF
           END-IF.

      * One sample per weekly record: the mean temperature and humidity
      * of the valid days and the rainfall of the valid days scaled to
      * the seven days of the week.
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

      * Week 1 is the 1st to the 7th of January; the last one or two
      * days of the year fall in week 53.
       1200-SEMANA-DO-ANO.
           MOVE WS-ANO-SEMANA TO WS-DATA-JANEIRO(1:4)
           MOVE '0101' TO WS-DATA-JANEIRO(5:4)

           COMPUTE WS-DIA-DO-ANO =
               FUNCTION INTEGER-OF-DATE(WS-DATA-SEMANA) -
               FUNCTION INTEGER-OF-DATE(WS-DATA-JANEIRO) + 1

           COMPUTE WS-SEMANA-ANO = (WS-DIA-DO-ANO - 1) / 7 + 1.

       2000-ACUMULAR-AMOSTRA.
           MOVE 0 TO WS-IDX-ENCONTRADO

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX GREATER WS-QTDE-SITES
                   OR WS-IDX-ENCONTRADO GREATER 0
               IF WS-NOR-SITE(WS-IDX) EQUAL HIST-CODIGO-SITE
                   SET WS-IDX-ENCONTRADO TO WS-IDX
               END-IF
           END-PERFORM

           IF WS-IDX-ENCONTRADO EQUAL 0
               IF WS-QTDE-SITES GREATER OR EQUAL 50
                   DISPLAY "TABELA DE SITES CHEIA - SITE "
                       HIST-CODIGO-SITE " IGNORADO"
               ELSE
                   ADD 1 TO WS-QTDE-SITES
                   MOVE WS-QTDE-SITES TO WS-IDX-ENCONTRADO
                   SET WS-IDX TO WS-QTDE-SITES
                   MOVE HIST-CODIGO-SITE TO WS-NOR-SITE(WS-IDX)
               END-IF
           END-IF

           IF WS-IDX-ENCONTRADO GREATER 0
               SET WS-IDX TO WS-IDX-ENCONTRADO
               MOVE WS-SEMANA-ANO TO WS-IDX-SEM
               ADD 1 TO WS-AMOSTRAS

               IF WS-NOR-QTDE(WS-IDX WS-IDX-SEM) EQUAL 0
               OR WS-ANO-SEMANA LESS
                   WS-NOR-ANO-INICIAL(WS-IDX WS-IDX-SEM)
                   MOVE WS-ANO-SEMANA TO
                       WS-NOR-ANO-INICIAL(WS-IDX WS-IDX-SEM)
               END-IF

               IF WS-ANO-SEMANA GREATER
                   WS-NOR-ANO-FINAL(WS-IDX WS-IDX-SEM)
                   MOVE WS-ANO-SEMANA TO
                       WS-NOR-ANO-FINAL(WS-IDX WS-IDX-SEM)
               END-IF

               ADD 1 TO WS-NOR-QTDE(WS-IDX WS-IDX-SEM)
               ADD WS-AMOSTRA-TEMP TO
                   WS-NOR-SOMA-TEMP(WS-IDX WS-IDX-SEM)
               COMPUTE WS-NOR-QUAD-TEMP(WS-IDX WS-IDX-SEM) =
                   WS-NOR-QUAD-TEMP(WS-IDX WS-IDX-SEM) +
                   WS-AMOSTRA-TEMP * WS-AMOSTRA-TEMP
               ADD WS-AMOSTRA-CHUVA TO
                   WS-NOR-SOMA-CHUVA(WS-IDX WS-IDX-SEM)
               COMPUTE WS-NOR-QUAD-CHUVA(WS-IDX WS-IDX-SEM) =
                   WS-NOR-QUAD-CHUVA(WS-IDX WS-IDX-SEM) +
                   WS-AMOSTRA-CHUVA * WS-AMOSTRA-CHUVA
               ADD WS-AMOSTRA-UMIDADE TO
                   WS-NOR-SOMA-UMIDADE(WS-IDX WS-IDX-SEM)
               COMPUTE WS-NOR-QUAD-UMIDADE(WS-IDX WS-IDX-SEM) =
                   WS-NOR-QUAD-UMIDADE(WS-IDX WS-IDX-SEM) +
                   WS-AMOSTRA-UMIDADE * WS-AMOSTRA-UMIDADE
           END-IF.

      * The file is rebuilt from scratch, so a site or week that no
      * longer has history does not keep a stale normal.
       3000-GRAVAR-NORMAIS.
           OPEN OUTPUT NORMAIS

           IF WS-FS-NOR NOT EQUAL ZEROES
               DISPLAY "NAO FOI POSSIVEL CRIAR AS NORMAIS - FILE STAT"
      -            "US: " WS-FS-NOR
               MOVE 'F' TO PARM-RUN-EVENTO
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX GREATER WS-QTDE-SITES
                   PERFORM VARYING WS-IDX-SEM FROM 1 BY 1
                           UNTIL WS-IDX-SEM GREATER 53
                       IF WS-NOR-QTDE(WS-IDX WS-IDX-SEM) GREATER 0
                           PERFORM 3100-GRAVAR-UMA-NORMAL
                       END-IF
                   END-PERFORM
               END-PERFORM

               CLOSE NORMAIS
           END-IF.

       3100-GRAVAR-UMA-NORMAL.
           INITIALIZE REG-NORMAL-CLIMA
           MOVE WS-NOR-SITE(WS-IDX) TO SITE-NORMAL
           MOVE WS-IDX-SEM TO SEMANA-NORMAL
           MOVE WS-NOR-ANO-INICIAL(WS-IDX WS-IDX-SEM) TO
               ANO-INICIAL-NORMAL
           MOVE WS-NOR-ANO-FINAL(WS-IDX WS-IDX-SEM) TO
               ANO-FINAL-NORMAL
           MOVE WS-NOR-QTDE(WS-IDX WS-IDX-SEM) TO QTDE-AMOSTRAS-NORMAL
           MOVE WS-DATA-HOJE TO DATA-CALCULO-NORMAL

           COMPUTE MEDIA-TEMP-NORMAL ROUNDED =
               WS-NOR-SOMA-TEMP(WS-IDX WS-IDX-SEM) /
               QTDE-AMOSTRAS-NORMAL
           COMPUTE MEDIA-CHUVA-NORMAL ROUNDED =
               WS-NOR-SOMA-CHUVA(WS-IDX WS-IDX-SEM) /
               QTDE-AMOSTRAS-NORMAL
           COMPUTE MEDIA-UMIDADE-NORMAL ROUNDED =
               WS-NOR-SOMA-UMIDADE(WS-IDX WS-IDX-SEM) /
               QTDE-AMOSTRAS-NORMAL

           IF QTDE-AMOSTRAS-NORMAL GREATER 1
               COMPUTE WS-VARIANCIA ROUNDED =
                   (WS-NOR-QUAD-TEMP(WS-IDX WS-IDX-SEM) -
                    WS-NOR-SOMA-TEMP(WS-IDX WS-IDX-SEM) *
                    WS-NOR-SOMA-TEMP(WS-IDX WS-IDX-SEM) /
                    QTDE-AMOSTRAS-NORMAL) / (QTDE-AMOSTRAS-NORMAL - 1)
               COMPUTE DESVIO-TEMP-NORMAL ROUNDED =
                   FUNCTION SQRT(WS-VARIANCIA)

               COMPUTE WS-VARIANCIA ROUNDED =
                   (WS-NOR-QUAD-CHUVA(WS-IDX WS-IDX-SEM) -
                    WS-NOR-SOMA-CHUVA(WS-IDX WS-IDX-SEM) *
                    WS-NOR-SOMA-CHUVA(WS-IDX WS-IDX-SEM) /
                    QTDE-AMOSTRAS-NORMAL) / (QTDE-AMOSTRAS-NORMAL - 1)
               COMPUTE DESVIO-CHUVA-NORMAL ROUNDED =
                   FUNCTION SQRT(WS-VARIANCIA)

               COMPUTE WS-VARIANCIA ROUNDED =
                   (WS-NOR-QUAD-UMIDADE(WS-IDX WS-IDX-SEM) -
                    WS-NOR-SOMA-UMIDADE(WS-IDX WS-IDX-SEM) *
                    WS-NOR-SOMA-UMIDADE(WS-IDX WS-IDX-SEM) /
                    QTDE-AMOSTRAS-NORMAL) / (QTDE-AMOSTRAS-NORMAL - 1)
               COMPUTE DESVIO-UMIDADE-NORMAL ROUNDED =
                   FUNCTION SQRT(WS-VARIANCIA)
           END-IF

           WRITE REG-NORMAL-CLIMA
               INVALID KEY
                   DISPLAY "NORMAL DUPLICADA - SITE " SITE-NORMAL
                       " SEMANA " SEMANA-NORMAL
               NOT INVALID KEY
                   ADD 1 TO WS-GRAVADAS
           END-WRITE.

       0950-RESOLVER-AMBIENTE.
           CALL "CONFIG-AMBIENTE" USING PARM-AMBIENTE
           DISPLAY "AMBIENTE ATIVO: " PARM-AMB-NOME

           MOVE SPACES TO WS-ARQ-HISTORICOCLIMA
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'HISTORICOCLIMA.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-HISTORICOCLIMA

           MOVE SPACES TO WS-ARQ-NORMAISCLIMA
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'NORMAISCLIMA.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-NORMAISCLIMA.

       END PROGRAM NORMAIS-CLIMA.
