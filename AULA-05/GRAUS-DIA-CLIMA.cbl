       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRAUS-DIA-CLIMA.
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
           ACCESS IS DYNAMIC
           RECORD KEY IS CODIGO-SITE
           FILE STATUS IS WS-FS-SITE.

           SELECT NORMAIS ASSIGN TO WS-ARQ-NORMAISCLIMA
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS CHAVE-NORMAL
           FILE STATUS IS WS-FS-NOR.

           SELECT EXTRATO ASSIGN TO WS-ARQ-EXTRATO
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-EXT.

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

       FD EXTRATO.
       01 LINHA-EXTRATO       PIC X(170).

       FD RELATORIO.
       01 LINHA-RELATORIO     PIC X(90).
       WORKING-STORAGE SECTION.
           COPY RELATORIO.
           COPY PARMCATALOGO.
           COPY PARMRUNLOG.
           COPY AMBIENTE.
           COPY CSVGRAUSDIA.
       77 WS-ARQ-HISTORICOCLIMA  PIC X(60) VALUE SPACES.
       77 WS-ARQ-SITESCLIMA      PIC X(60) VALUE SPACES.
       77 WS-ARQ-NORMAISCLIMA    PIC X(60) VALUE SPACES.
       77 WS-ARQ-EXTRATO         PIC X(60) VALUE SPACES.
       77 WS-FS-HIST          PIC 99 VALUE 0.
       77 WS-FS-SITE          PIC 99 VALUE 0.
       77 WS-FS-NOR           PIC 99 VALUE 0.
       77 WS-FS-EXT           PIC 99 VALUE 0.
       77 WS-FS-REL           PIC 99 VALUE 0.
       77 WS-EOF              PIC 99 VALUE 0.
       77 WS-PERIODO          PIC 9(06) VALUE 0.
       77 WS-PERIODO-ANT      PIC 9(06) VALUE 0.
       77 WS-PERIODO-DIA      PIC 9(06) VALUE 0.
       77 WS-SITE-INF         PIC X(05) VALUE SPACES.
       77 WS-DATA-HOJE        PIC 9(08) VALUE 0.
       77 WS-DATA-RELATORIO   PIC 9(08) VALUE 0.
       77 WS-DATA-SEMANA      PIC 9(08) VALUE 0.
       77 WS-DATA-DIA         PIC 9(08) VALUE 0.
       77 WS-DATA-JANEIRO     PIC 9(08) VALUE 0.
       77 WS-DATA-PRIMEIRO    PIC 9(08) VALUE 0.
       77 WS-DATA-PROX-MES    PIC 9(08) VALUE 0.
       77 WS-ANO-CALC         PIC 9(04) VALUE 0.
       77 WS-MES-CALC         PIC 9(02) VALUE 0.
       77 WS-INT-SEMANA       PIC 9(08) VALUE 0.
       77 WS-INT-DIA          PIC 9(08) VALUE 0.
       77 WS-INT-PRIMEIRO     PIC 9(08) VALUE 0.
       77 WS-DIAS-MES         PIC 9(02) VALUE 0.
       77 WS-DIA-DO-ANO       PIC 9(03) VALUE 0.
       77 WS-SEMANA-ANO       PIC 9(02) VALUE 0.
       77 WS-IDX-DIA          PIC 9 VALUE 0.
       77 WS-IDX-DIA-MES      PIC 9(02) VALUE 0.
       77 WS-QTDE-SITES       PIC 99 VALUE 0.
       77 WS-IDX-ENCONTRADO   PIC 99 VALUE 0.
       77 WS-TEMP-DIA         PIC S9(03)V99 VALUE 0.
       77 WS-AQUEC-DIA        PIC 9(03)V99 VALUE 0.
       77 WS-RESFR-DIA        PIC 9(03)V99 VALUE 0.
       77 WS-AQUEC-NORMAL     PIC 9(05)V99 VALUE 0.
       77 WS-RESFR-NORMAL     PIC 9(05)V99 VALUE 0.
       77 WS-DIAS-COM-NORMAL  PIC 9(03) VALUE 0.
       77 WS-DIAS-SEM-NORMAL  PIC 9(03) VALUE 0.
       77 WS-VARIACAO         PIC S9(05)V99 VALUE 0.
       77 WS-EXTRAIDOS        PIC 9(05) VALUE 0.
       77 MASC-BASE           PIC -Z9,9.

       01 WS-TABELA-GRAUS-DIA.
           03 WS-GD-OCORR OCCURS 50 TIMES
                   INDEXED BY WS-IDX.
               05 WS-GD-SITE            PIC X(05).
               05 WS-GD-NOME            PIC X(20).
               05 WS-GD-BASE            PIC S9(02)V9.
               05 WS-GD-AQUEC-ATU       PIC 9(05)V99.
               05 WS-GD-RESFR-ATU       PIC 9(05)V99.
               05 WS-GD-LIDOS-ATU       PIC 9(03).
               05 WS-GD-FALTA-ATU       PIC 9(03).
               05 WS-GD-AQUEC-ANT       PIC 9(05)V99.
               05 WS-GD-RESFR-ANT       PIC 9(05)V99.
               05 WS-GD-LIDOS-ANT       PIC 9(03).
               05 WS-GD-FALTA-ANT       PIC 9(03).

       01 WS-LINHA-DET-GRAUS.
           03 WS-DET-PERIODO       PIC X(24).
           03 FILLER               PIC X(01) VALUE SPACES.
           03 WS-DET-AQUEC         PIC -ZZ.ZZ9,99.
           03 FILLER               PIC X(04) VALUE SPACES.
           03 WS-DET-RESFR         PIC -ZZ.ZZ9,99.
           03 FILLER               PIC X(04) VALUE SPACES.
           03 WS-DET-LIDOS         PIC ZZ9.
           03 FILLER               PIC X(04) VALUE SPACES.
           03 WS-DET-FALTA         PIC ZZ9.

       PROCEDURE DIVISION.
      ******************************************************************
      * Monthly heating and cooling degree-days per weather site, taken
      * day by day from HIST-TEMPERATURA against the site's
      * TEMP-BASE-SITE: a day below the base adds (base - temperature)
      * heating degree-days, a day above it adds (temperature - base)
      * cooling degree-days. The history keeps only the date the week
      * was recorded, so its seven days are dated as the seven days
      * ending on that date and each day falls in its own month. Days
      * flagged missing are skipped and counted. Each month is set
      * against the same month of the year before and against the
      * degree-days of the site's weekly normal temperatures on
      * NORMAISCLIMA.TXT, and the figures also go to the extract
      * GRAUSDIA<AAAAMM>.CSV for the energy-cost spreadsheet.
      ******************************************************************
       MAIN-PROCEDURE.
           MOVE "GRAUS-DIA-CLIMA" TO PARM-RUN-PROGRAMA
           MOVE 'I' TO PARM-RUN-EVENTO
           MOVE 0 TO PARM-RUN-REGISTROS
           CALL "GRAVA-RUNLOG" USING PARM-RUNLOG

           PERFORM 0950-RESOLVER-AMBIENTE
           DISPLAY "GRAUS-DIA DE AQUECIMENTO E RESFRIAMENTO POR SITE"
           MOVE 'C' TO PARM-RUN-EVENTO

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE

           DISPLAY "INFORME O PERIODO (AAAAMM - 0 = MES ANTERIOR)"
           ACCEPT WS-PERIODO
           DISPLAY "INFORME O SITE (EM BRANCO = TODOS)"
           ACCEPT WS-SITE-INF

           IF WS-PERIODO EQUAL 0
               MOVE WS-DATA-HOJE(1:6) TO WS-PERIODO
               IF WS-PERIODO(5:2) EQUAL '01'
                   COMPUTE WS-PERIODO = WS-PERIODO - 89
               ELSE
                   SUBTRACT 1 FROM WS-PERIODO
               END-IF
           END-IF

           MOVE WS-PERIODO(5:2) TO WS-MES-CALC

           IF WS-MES-CALC LESS 1 OR WS-MES-CALC GREATER 12
               DISPLAY "PERIODO INVALIDO: " WS-PERIODO
               MOVE 'F' TO PARM-RUN-EVENTO
               MOVE 8 TO RETURN-CODE
           ELSE
               COMPUTE WS-PERIODO-ANT = WS-PERIODO - 100
               PERFORM 1000-DIAS-DO-MES

               OPEN INPUT HIST-CLIMA

               IF WS-FS-HIST NOT EQUAL ZEROES
                   DISPLAY "NAO FOI POSSIVEL ABRIR O HISTORICO DE CLIMA"
                   DISPLAY "FILE STATUS: " WS-FS-HIST
                   MOVE 'F' TO PARM-RUN-EVENTO
                   MOVE 8 TO RETURN-CODE
               ELSE
                   INITIALIZE WS-TABELA-GRAUS-DIA
                   MOVE 0 TO WS-QTDE-SITES

                   PERFORM 2000-CARREGAR-SITES

                   PERFORM UNTIL WS-EOF EQUAL 1
                       READ HIST-CLIMA
                           AT END
                               MOVE 1 TO WS-EOF
                           NOT AT END
                               PERFORM 3000-AVALIAR-SEMANA
                       END-READ
                   END-PERFORM

                   CLOSE HIST-CLIMA

                   IF WS-QTDE-SITES EQUAL 0
                       DISPLAY "NENHUM SITE PARA O PERIODO"
                   ELSE
                       PERFORM 5000-IMPRIMIR-RELATORIO
                   END-IF
               END-IF
           END-IF

           MOVE WS-EXTRAIDOS TO PARM-RUN-REGISTROS
           CALL "GRAVA-RUNLOG" USING PARM-RUNLOG

           GOBACK.

       1000-DIAS-DO-MES.
           MOVE WS-PERIODO TO WS-DATA-PRIMEIRO(1:6)
           MOVE '01' TO WS-DATA-PRIMEIRO(7:2)

           MOVE WS-PERIODO(1:4) TO WS-ANO-CALC
           IF WS-MES-CALC EQUAL 12
               ADD 1 TO WS-ANO-CALC
               MOVE WS-ANO-CALC TO WS-DATA-PROX-MES(1:4)
               MOVE '0101' TO WS-DATA-PROX-MES(5:4)
           ELSE
               COMPUTE WS-DATA-PROX-MES =
                   WS-DATA-PRIMEIRO + 100
           END-IF

           COMPUTE WS-INT-PRIMEIRO =
               FUNCTION INTEGER-OF-DATE(WS-DATA-PRIMEIRO)
           COMPUTE WS-DIAS-MES =
               FUNCTION INTEGER-OF-DATE(WS-DATA-PROX-MES) -
               WS-INT-PRIMEIRO.

      * Every registered site is listed, in code order, even with no
      * reading in the month; sites found only on the history are
      * added after them with the default base.
       2000-CARREGAR-SITES.
           OPEN INPUT SITES

           IF WS-FS-SITE EQUAL ZEROES
               MOVE LOW-VALUES TO CODIGO-SITE

               START SITES KEY NOT LESS CODIGO-SITE
                   INVALID KEY
                       MOVE 1 TO WS-EOF
               END-START

               PERFORM UNTIL WS-EOF EQUAL 1
                   READ SITES NEXT RECORD
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF WS-SITE-INF EQUAL SPACES
                           OR WS-SITE-INF EQUAL CODIGO-SITE
                               PERFORM 2100-INCLUIR-SITE
                           END-IF
                   END-READ
               END-PERFORM

               MOVE 0 TO WS-EOF
               CLOSE SITES
           END-IF.

       2100-INCLUIR-SITE.
           IF WS-QTDE-SITES GREATER OR EQUAL 50
               DISPLAY "TABELA DE SITES CHEIA - SITE " CODIGO-SITE
                   " IGNORADO"
           ELSE
               ADD 1 TO WS-QTDE-SITES
               SET WS-IDX TO WS-QTDE-SITES
               MOVE CODIGO-SITE TO WS-GD-SITE(WS-IDX)
               MOVE NOME-SITE TO WS-GD-NOME(WS-IDX)

               IF TEMP-BASE-SITE NUMERIC
                   MOVE TEMP-BASE-SITE TO WS-GD-BASE(WS-IDX)
               ELSE
                   MOVE 18 TO WS-GD-BASE(WS-IDX)
               END-IF
           END-IF.

       3000-AVALIAR-SEMANA.
           MOVE HIST-DATA-HORA(1:8) TO WS-DATA-SEMANA

           IF WS-DATA-SEMANA NUMERIC
           AND WS-DATA-SEMANA GREATER 19000101
           AND (WS-SITE-INF EQUAL SPACES
                OR WS-SITE-INF EQUAL HIST-CODIGO-SITE)
               COMPUTE WS-INT-SEMANA =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-SEMANA)

               PERFORM VARYING WS-IDX-DIA FROM 1 BY 1
                       UNTIL WS-IDX-DIA GREATER 7
                   COMPUTE WS-INT-DIA = WS-INT-SEMANA - 7 + WS-IDX-DIA
                   COMPUTE WS-DATA-DIA =
                       FUNCTION DATE-OF-INTEGER(WS-INT-DIA)
                   MOVE WS-DATA-DIA(1:6) TO WS-PERIODO-DIA

                   IF WS-PERIODO-DIA EQUAL WS-PERIODO
                   OR WS-PERIODO-DIA EQUAL WS-PERIODO-ANT
                       PERFORM 3100-LOCALIZAR-SITE

                       IF WS-IDX-ENCONTRADO GREATER 0
                           PERFORM 3200-ACUMULAR-DIA
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       3100-LOCALIZAR-SITE.
           MOVE 0 TO WS-IDX-ENCONTRADO

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX GREATER WS-QTDE-SITES
                   OR WS-IDX-ENCONTRADO GREATER 0
               IF WS-GD-SITE(WS-IDX) EQUAL HIST-CODIGO-SITE
                   SET WS-IDX-ENCONTRADO TO WS-IDX
               END-IF
           END-PERFORM

           IF WS-IDX-ENCONTRADO EQUAL 0
               MOVE HIST-CODIGO-SITE TO CODIGO-SITE
               MOVE "(SEM CADASTRO)" TO NOME-SITE
               MOVE 18 TO TEMP-BASE-SITE
               PERFORM 2100-INCLUIR-SITE

               IF WS-GD-SITE(WS-QTDE-SITES) EQUAL HIST-CODIGO-SITE
                   MOVE WS-QTDE-SITES TO WS-IDX-ENCONTRADO
               END-IF
           END-IF.

       3200-ACUMULAR-DIA.
           SET WS-IDX TO WS-IDX-ENCONTRADO

           IF HIST-IND-FALTA(WS-IDX-DIA) EQUAL 'F'
               IF WS-PERIODO-DIA EQUAL WS-PERIODO
                   ADD 1 TO WS-GD-FALTA-ATU(WS-IDX)
               ELSE
                   ADD 1 TO WS-GD-FALTA-ANT(WS-IDX)
               END-IF
           ELSE
               MOVE HIST-TEMPERATURA(WS-IDX-DIA) TO WS-TEMP-DIA
               MOVE 0 TO WS-AQUEC-DIA
               MOVE 0 TO WS-RESFR-DIA

               IF WS-TEMP-DIA LESS WS-GD-BASE(WS-IDX)
                   COMPUTE WS-AQUEC-DIA =
                       WS-GD-BASE(WS-IDX) - WS-TEMP-DIA
               ELSE
                   COMPUTE WS-RESFR-DIA =
                       WS-TEMP-DIA - WS-GD-BASE(WS-IDX)
               END-IF

               IF WS-PERIODO-DIA EQUAL WS-PERIODO
                   ADD 1 TO WS-GD-LIDOS-ATU(WS-IDX)
                   ADD WS-AQUEC-DIA TO WS-GD-AQUEC-ATU(WS-IDX)
                   ADD WS-RESFR-DIA TO WS-GD-RESFR-ATU(WS-IDX)
               ELSE
                   ADD 1 TO WS-GD-LIDOS-ANT(WS-IDX)
                   ADD WS-AQUEC-DIA TO WS-GD-AQUEC-ANT(WS-IDX)
                   ADD WS-RESFR-DIA TO WS-GD-RESFR-ANT(WS-IDX)
               END-IF
           END-IF.

      * The normal degree-days of the month: each of its days takes
      * the normal mean temperature of its week of the year. Days of
      * a week with no normal are counted and the normal is shown as
      * incomplete.
       4000-GRAUS-DIA-NORMAIS.
           MOVE 0 TO WS-AQUEC-NORMAL
           MOVE 0 TO WS-RESFR-NORMAL
           MOVE 0 TO WS-DIAS-COM-NORMAL
           MOVE 0 TO WS-DIAS-SEM-NORMAL

           PERFORM VARYING WS-IDX-DIA-MES FROM 1 BY 1
                   UNTIL WS-IDX-DIA-MES GREATER WS-DIAS-MES
               IF WS-FS-NOR NOT EQUAL ZEROES
                   ADD 1 TO WS-DIAS-SEM-NORMAL
               ELSE
                   COMPUTE WS-INT-DIA =
                       WS-INT-PRIMEIRO + WS-IDX-DIA-MES - 1
                   COMPUTE WS-DATA-DIA =
                       FUNCTION DATE-OF-INTEGER(WS-INT-DIA)
                   PERFORM 4100-SEMANA-DO-ANO

                   MOVE WS-GD-SITE(WS-IDX) TO SITE-NORMAL
                   MOVE WS-SEMANA-ANO TO SEMANA-NORMAL

                   READ NORMAIS
                       INVALID KEY
                           ADD 1 TO WS-DIAS-SEM-NORMAL
                       NOT INVALID KEY
                           PERFORM 4200-ACUMULAR-DIA-NORMAL
                   END-READ
               END-IF
           END-PERFORM.

       4100-SEMANA-DO-ANO.
           MOVE WS-DATA-DIA(1:4) TO WS-DATA-JANEIRO(1:4)
           MOVE '0101' TO WS-DATA-JANEIRO(5:4)

           COMPUTE WS-DIA-DO-ANO = WS-INT-DIA -
               FUNCTION INTEGER-OF-DATE(WS-DATA-JANEIRO) + 1

           COMPUTE WS-SEMANA-ANO = (WS-DIA-DO-ANO - 1) / 7 + 1.

       4200-ACUMULAR-DIA-NORMAL.
           ADD 1 TO WS-DIAS-COM-NORMAL

           IF MEDIA-TEMP-NORMAL LESS WS-GD-BASE(WS-IDX)
               COMPUTE WS-AQUEC-NORMAL = WS-AQUEC-NORMAL +
                   WS-GD-BASE(WS-IDX) - MEDIA-TEMP-NORMAL
           ELSE
               COMPUTE WS-RESFR-NORMAL = WS-RESFR-NORMAL +
                   MEDIA-TEMP-NORMAL - WS-GD-BASE(WS-IDX)
           END-IF.

       5000-IMPRIMIR-RELATORIO.
           MOVE SPACES TO REL-CABECALHO-COLUNAS
           STRING "PERIODO                 AQUECIMENTO  RESFRIAMENTO "
               " LIDOS  FALTA"
               DELIMITED BY SIZE INTO REL-CABECALHO-COLUNAS
           PERFORM 8100-ABRIR-RELATORIO

           OPEN INPUT NORMAIS

           IF WS-FS-NOR NOT EQUAL ZEROES
               DISPLAY "SEM NORMAIS CLIMATOLOGICAS - FILE STATUS: "
                   WS-FS-NOR
               DISPLAY "A COMPARACAO COM A NORMAL NAO SERA FEITA"
           END-IF

           MOVE SPACES TO WS-ARQ-EXTRATO
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'GRAUSDIA' WS-PERIODO '.CSV' DELIMITED BY SIZE
               INTO WS-ARQ-EXTRATO

           OPEN OUTPUT EXTRATO

           IF WS-FS-EXT NOT EQUAL ZEROES
               DISPLAY "NAO FOI POSSIVEL CRIAR O EXTRATO "
                   WS-ARQ-EXTRATO
               DISPLAY "FILE STATUS: " WS-FS-EXT
           ELSE
               MOVE SPACES TO LINHA-EXTRATO
               STRING "SITE;NOME;PERIODO;BASE;GD AQUEC;GD RESFR;DIAS LI"
                   "DOS;DIAS FALTA;GD AQUEC ANO ANT;GD RESFR ANO ANT"
                   ";DIAS LIDOS ANO ANT;GD AQUEC NORMAL;GD RESFR NOR"
                   "MAL;DIAS SEM NORMAL"
                   DELIMITED BY SIZE INTO LINHA-EXTRATO
               WRITE LINHA-EXTRATO
           END-IF

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX GREATER WS-QTDE-SITES
               PERFORM 5100-IMPRIMIR-UM-SITE
           END-PERFORM

           IF WS-FS-NOR EQUAL ZEROES
               CLOSE NORMAIS
           END-IF

           IF WS-FS-EXT EQUAL ZEROES
               CLOSE EXTRATO
               DISPLAY "EXTRATO GRAVADO EM " WS-ARQ-EXTRATO
               DISPLAY "SITES EXTRAIDOS: " WS-EXTRAIDOS
           END-IF

           IF WS-FS-REL EQUAL ZEROS
               CLOSE RELATORIO
               MOVE "GRAUS-DIA-CLIMA" TO PARM-CAT-PROGRAMA
               MOVE REL-CAB-TITULO TO PARM-CAT-TITULO
               MOVE REL-NOME-ARQ TO PARM-CAT-ARQUIVO
               CALL "GRAVA-CATALOGO" USING PARM-CATALOGO
               DISPLAY "RELATORIO GRAVADO EM " REL-NOME-ARQ
           END-IF.

       5100-IMPRIMIR-UM-SITE.
           PERFORM 4000-GRAUS-DIA-NORMAIS

           MOVE WS-GD-BASE(WS-IDX) TO MASC-BASE
           MOVE SPACES TO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA
           MOVE SPACES TO LINHA-RELATORIO
           STRING "SITE " WS-GD-SITE(WS-IDX) " " WS-GD-NOME(WS-IDX)
               " TEMPERATURA BASE " MASC-BASE
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           MOVE SPACES TO WS-DET-PERIODO
           STRING "MES " WS-PERIODO(1:4) "/" WS-PERIODO(5:2)
               DELIMITED BY SIZE INTO WS-DET-PERIODO
           MOVE WS-GD-AQUEC-ATU(WS-IDX) TO WS-DET-AQUEC
           MOVE WS-GD-RESFR-ATU(WS-IDX) TO WS-DET-RESFR
           MOVE WS-GD-LIDOS-ATU(WS-IDX) TO WS-DET-LIDOS
           MOVE WS-GD-FALTA-ATU(WS-IDX) TO WS-DET-FALTA
           MOVE WS-LINHA-DET-GRAUS TO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           MOVE SPACES TO WS-DET-PERIODO
           STRING "MESMO MES " WS-PERIODO-ANT(1:4) "/"
               WS-PERIODO-ANT(5:2)
               DELIMITED BY SIZE INTO WS-DET-PERIODO
           MOVE WS-GD-AQUEC-ANT(WS-IDX) TO WS-DET-AQUEC
           MOVE WS-GD-RESFR-ANT(WS-IDX) TO WS-DET-RESFR
           MOVE WS-GD-LIDOS-ANT(WS-IDX) TO WS-DET-LIDOS
           MOVE WS-GD-FALTA-ANT(WS-IDX) TO WS-DET-FALTA
           MOVE WS-LINHA-DET-GRAUS TO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           IF WS-DIAS-COM-NORMAL EQUAL 0
               MOVE SPACES TO LINHA-RELATORIO
               MOVE "NORMAL DO SITE           (SEM NORMAIS CALCULADAS)"
                   TO LINHA-RELATORIO
               PERFORM 8200-IMPRIMIR-LINHA
           ELSE
               MOVE SPACES TO WS-DET-PERIODO
               IF WS-DIAS-SEM-NORMAL EQUAL 0
                   MOVE "NORMAL DO SITE" TO WS-DET-PERIODO
               ELSE
                   MOVE "NORMAL (INCOMPLETA)" TO WS-DET-PERIODO
               END-IF
               MOVE WS-AQUEC-NORMAL TO WS-DET-AQUEC
               MOVE WS-RESFR-NORMAL TO WS-DET-RESFR
               MOVE WS-DIAS-COM-NORMAL TO WS-DET-LIDOS
               MOVE WS-DIAS-SEM-NORMAL TO WS-DET-FALTA
               MOVE WS-LINHA-DET-GRAUS TO LINHA-RELATORIO
               PERFORM 8200-IMPRIMIR-LINHA
           END-IF

           IF WS-GD-LIDOS-ATU(WS-IDX) GREATER 0
           AND WS-GD-LIDOS-ANT(WS-IDX) GREATER 0
               MOVE "VARIACAO S/ ANO ANTERIOR" TO WS-DET-PERIODO
               COMPUTE WS-VARIACAO = WS-GD-AQUEC-ATU(WS-IDX) -
                   WS-GD-AQUEC-ANT(WS-IDX)
               MOVE WS-VARIACAO TO WS-DET-AQUEC
               COMPUTE WS-VARIACAO = WS-GD-RESFR-ATU(WS-IDX) -
                   WS-GD-RESFR-ANT(WS-IDX)
               MOVE WS-VARIACAO TO WS-DET-RESFR
               MOVE WS-LINHA-DET-GRAUS TO LINHA-RELATORIO
               MOVE SPACES TO LINHA-RELATORIO(50:)
               PERFORM 8200-IMPRIMIR-LINHA
           END-IF

           IF WS-GD-LIDOS-ATU(WS-IDX) GREATER 0
           AND WS-DIAS-COM-NORMAL GREATER 0
               MOVE "VARIACAO S/ NORMAL" TO WS-DET-PERIODO
               COMPUTE WS-VARIACAO = WS-GD-AQUEC-ATU(WS-IDX) -
                   WS-AQUEC-NORMAL
               MOVE WS-VARIACAO TO WS-DET-AQUEC
               COMPUTE WS-VARIACAO = WS-GD-RESFR-ATU(WS-IDX) -
                   WS-RESFR-NORMAL
               MOVE WS-VARIACAO TO WS-DET-RESFR
               MOVE WS-LINHA-DET-GRAUS TO LINHA-RELATORIO
               MOVE SPACES TO LINHA-RELATORIO(50:)
               PERFORM 8200-IMPRIMIR-LINHA
           END-IF

           IF WS-FS-EXT EQUAL ZEROES
               PERFORM 5200-GRAVAR-EXTRATO
           END-IF.

       5200-GRAVAR-EXTRATO.
           MOVE WS-GD-SITE(WS-IDX) TO CSV-GD-SITE
           MOVE WS-GD-NOME(WS-IDX) TO CSV-GD-NOME-SITE
           MOVE WS-PERIODO TO CSV-GD-PERIODO
           MOVE WS-GD-BASE(WS-IDX) TO CSV-GD-TEMP-BASE
           MOVE WS-GD-AQUEC-ATU(WS-IDX) TO CSV-GD-AQUECIMENTO
           MOVE WS-GD-RESFR-ATU(WS-IDX) TO CSV-GD-RESFRIAMENTO
           MOVE WS-GD-LIDOS-ATU(WS-IDX) TO CSV-GD-DIAS-LIDOS
           MOVE WS-GD-FALTA-ATU(WS-IDX) TO CSV-GD-DIAS-FALTA
           MOVE WS-GD-AQUEC-ANT(WS-IDX) TO CSV-GD-AQUEC-ANO-ANT
           MOVE WS-GD-RESFR-ANT(WS-IDX) TO CSV-GD-RESFR-ANO-ANT
           MOVE WS-GD-LIDOS-ANT(WS-IDX) TO CSV-GD-DIAS-LIDOS-ANT
           MOVE WS-AQUEC-NORMAL TO CSV-GD-AQUEC-NORMAL
           MOVE WS-RESFR-NORMAL TO CSV-GD-RESFR-NORMAL
           MOVE WS-DIAS-SEM-NORMAL TO CSV-GD-DIAS-SEM-NORMAL

           IF WS-DIAS-SEM-NORMAL GREATER 0
               MOVE 0 TO CSV-GD-AQUEC-NORMAL
               MOVE 0 TO CSV-GD-RESFR-NORMAL
           END-IF

           WRITE LINHA-EXTRATO FROM REG-CSV-GRAUS-DIA

           IF WS-FS-EXT NOT EQUAL ZEROES
               DISPLAY "NAO FOI POSSIVEL GRAVAR O EXTRATO - FILE STAT"
      -            "US: " WS-FS-EXT
           ELSE
               ADD 1 TO WS-EXTRAIDOS
           END-IF.

       8100-ABRIR-RELATORIO.
           MOVE PARM-AMB-NOME TO REL-CAB-AMBIENTE

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-RELATORIO
           MOVE WS-DATA-RELATORIO(5:2) TO REL-CAB-DATA(1:2)
           MOVE WS-DATA-RELATORIO(7:2) TO REL-CAB-DATA(4:2)
           MOVE WS-DATA-RELATORIO(1:4) TO REL-CAB-DATA(7:4)

           MOVE SPACES TO REL-CAB-TITULO
           STRING "GRAUS-DIA POR SITE " WS-PERIODO(5:2) "/"
               WS-PERIODO(1:4)
               DELIMITED BY SIZE INTO REL-CAB-TITULO

           MOVE SPACES TO REL-NOME-ARQ
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'RELATORIOS\GRAUSDIA' WS-PERIODO '.TXT'
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

       END PROGRAM GRAUS-DIA-CLIMA.
