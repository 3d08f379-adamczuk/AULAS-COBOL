       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATORIO-CENTRO-CUSTO.
       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LANCAMENTOS ASSIGN TO WS-ARQ-LANCAMENTOS
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS.

           SELECT CENTROS ASSIGN TO WS-ARQ-CENTROSCUSTO
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS COD-CENTRO-CUSTO
           FILE STATUS IS WS-FS-CC.

           SELECT RELATORIO ASSIGN TO REL-NOME-ARQ
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD LANCAMENTOS.
           COPY LANCAMENTO.

       FD CENTROS.
           COPY CENTROCUSTO.

       FD RELATORIO.
       01 LINHA-RELATORIO     PIC X(90).
       WORKING-STORAGE SECTION.
           COPY RELATORIO.
           COPY PARMCATALOGO.
           COPY PARMRUNLOG.
           COPY AMBIENTE.
       77 WS-ARQ-LANCAMENTOS     PIC X(60) VALUE SPACES.
       77 WS-ARQ-CENTROSCUSTO    PIC X(60) VALUE SPACES.
       77 WS-FS              PIC 99 VALUE 0.
       77 WS-FS-CC            PIC 99 VALUE 0.
       77 WS-FS-REL           PIC 99 VALUE 0.
       77 WS-EOF              PIC 99 VALUE 0.
       77 WS-PERIODO          PIC 9(06) VALUE 0.
       77 WS-MES              PIC 99 VALUE 0.
       77 WS-DATA-RELATORIO   PIC 9(08) VALUE 0.
       77 WS-LANCAMENTOS      PIC 9(07) VALUE 0.
       77 WS-QTDE-DESPESAS    PIC 9(04) VALUE 0.
       77 WS-IDX-DESP         PIC 9(04) VALUE 0.
       77 WS-QTDE-CENTRO      PIC 9(04) VALUE 0.
       77 WS-CENTRO-ALVO      PIC 9(03) VALUE 0.
       77 WS-CONTA-ALVO       PIC 9(05) VALUE 0.
       77 WS-VALOR-ALVO       PIC S9(11)V99 VALUE 0.
       77 WS-TOTAL-CENTRO     PIC S9(13)V99 VALUE 0.
       77 WS-TOTAL-GERAL      PIC S9(13)V99 VALUE 0.
       77 MASC-TOTAL          PIC -ZZ.ZZZ.ZZZ.ZZ9,99.

       01 WS-LINHA-DET-CENTRO.
           03 WS-DET-DATA          PIC 9(08).
           03 FILLER               PIC X VALUE SPACE.
           03 WS-DET-CENTRO        PIC 9(03).
           03 FILLER               PIC X VALUE SPACE.
           03 WS-DET-CONTA         PIC 9(05).
           03 FILLER               PIC X VALUE SPACE.
           03 WS-DET-HISTORICO     PIC X(25).
           03 FILLER               PIC X VALUE SPACE.
           03 WS-DET-ORIGEM        PIC X(20).
           03 FILLER               PIC X VALUE SPACE.
           03 WS-DET-DOCUMENTO     PIC 9(06).
           03 FILLER               PIC X VALUE SPACE.
           03 WS-DET-VALOR         PIC -ZZZ.ZZZ.ZZ9,99.

       01 WS-TABELA-DESPESAS.
           03 WS-TDE-OCORR OCCURS 3000 TIMES.
               05 WS-TDE-CENTRO       PIC 9(03).
               05 WS-TDE-DATA         PIC 9(08).
               05 WS-TDE-CONTA        PIC 9(05).
               05 WS-TDE-HISTORICO    PIC X(30).
               05 WS-TDE-ORIGEM       PIC X(20).
               05 WS-TDE-DOCUMENTO    PIC 9(06).
               05 WS-TDE-VALOR        PIC S9(11)V99.
               05 WS-TDE-IMPRESSO     PIC X.

       PROCEDURE DIVISION.
      ******************************************************************
      * Month's expenses (accounts 4xxxx) by cost center, one page per
      * center of CENTROSCUSTO.TXT headed by its manager, listing each
      * posting with its origin program and document number so the
      * manager can go back to the source. A debit to an expense
      * account adds to the center of the posting, a credit (reversal,
      * allocation out) subtracts. Postings with no center, or with a
      * code missing from the master, close the report on their own
      * page.
      ******************************************************************
       MAIN-PROCEDURE.
           MOVE "RELATORIO-CENTRO-CUSTO" TO PARM-RUN-PROGRAMA
           MOVE 'I' TO PARM-RUN-EVENTO
           MOVE 0 TO PARM-RUN-REGISTROS
           CALL "GRAVA-RUNLOG" USING PARM-RUNLOG

           PERFORM 0950-RESOLVER-AMBIENTE
           DISPLAY "DESPESAS POR CENTRO DE CUSTO"
           MOVE 'C' TO PARM-RUN-EVENTO

           DISPLAY "INFORME O PERIODO (AAAAMM)"
           ACCEPT WS-PERIODO
           MOVE WS-PERIODO(5:2) TO WS-MES

           IF WS-MES LESS 1
           OR WS-MES GREATER 12
               DISPLAY "PERIODO INVALIDO: " WS-PERIODO
               MOVE 'F' TO PARM-RUN-EVENTO
           ELSE
               PERFORM 1000-CARREGAR-DESPESAS

               IF WS-FS NOT EQUAL ZEROS
                   MOVE 'F' TO PARM-RUN-EVENTO
               ELSE
                   IF WS-QTDE-DESPESAS EQUAL 0
                       DISPLAY "NENHUMA DESPESA LANCADA EM "
                           WS-PERIODO
                   ELSE
                       PERFORM 2000-IMPRIMIR-RELATORIO
                   END-IF
               END-IF
           END-IF

           MOVE WS-LANCAMENTOS TO PARM-RUN-REGISTROS
           CALL "GRAVA-RUNLOG" USING PARM-RUNLOG

           GOBACK.

       1000-CARREGAR-DESPESAS.
           OPEN INPUT LANCAMENTOS

           IF WS-FS NOT EQUAL ZEROS
               DISPLAY "NAO FOI POSSIVEL ABRIR O ARQUIVO DE LANCAMENT"
      -            "OS"
               DISPLAY "FILE STATUS: " WS-FS
           ELSE
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF EQUAL 1
                   READ LANCAMENTOS
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF DATA-LAN(1:6) EQUAL WS-PERIODO
                               ADD 1 TO WS-LANCAMENTOS
                               PERFORM 1100-SEPARAR-DESPESA
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE LANCAMENTOS
           END-IF.

      * Postings written before the cost center existed have no
      * center and fall on the last page.
       1100-SEPARAR-DESPESA.
           IF CENTRO-CUSTO-LAN IS NUMERIC
               MOVE CENTRO-CUSTO-LAN TO WS-CENTRO-ALVO
           ELSE
               MOVE 0 TO WS-CENTRO-ALVO
           END-IF

           IF COD-CONTA-DEBITO-LAN NOT LESS 40000
           AND COD-CONTA-DEBITO-LAN LESS 50000
               MOVE COD-CONTA-DEBITO-LAN TO WS-CONTA-ALVO
               MOVE VALOR-LAN TO WS-VALOR-ALVO
               PERFORM 1200-GUARDAR-DESPESA
           END-IF

           IF COD-CONTA-CREDITO-LAN NOT LESS 40000
           AND COD-CONTA-CREDITO-LAN LESS 50000
               MOVE COD-CONTA-CREDITO-LAN TO WS-CONTA-ALVO
               COMPUTE WS-VALOR-ALVO = 0 - VALOR-LAN
               PERFORM 1200-GUARDAR-DESPESA
           END-IF.

       1200-GUARDAR-DESPESA.
           IF WS-QTDE-DESPESAS GREATER OR EQUAL 3000
               DISPLAY "TABELA DE DESPESAS CHEIA - LANCAMENTO DE "
                   DATA-LAN " DOC " DOCUMENTO-LAN " IGNORADO"
           ELSE
               ADD 1 TO WS-QTDE-DESPESAS
               MOVE WS-CENTRO-ALVO TO WS-TDE-CENTRO(WS-QTDE-DESPESAS)
               MOVE DATA-LAN TO WS-TDE-DATA(WS-QTDE-DESPESAS)
               MOVE WS-CONTA-ALVO TO WS-TDE-CONTA(WS-QTDE-DESPESAS)
               MOVE HISTORICO-LAN TO WS-TDE-HISTORICO(WS-QTDE-DESPESAS)
               MOVE ORIGEM-LAN TO WS-TDE-ORIGEM(WS-QTDE-DESPESAS)
               MOVE DOCUMENTO-LAN TO
                   WS-TDE-DOCUMENTO(WS-QTDE-DESPESAS)
               MOVE WS-VALOR-ALVO TO WS-TDE-VALOR(WS-QTDE-DESPESAS)
               MOVE 'N' TO WS-TDE-IMPRESSO(WS-QTDE-DESPESAS)
           END-IF.

       2000-IMPRIMIR-RELATORIO.
           MOVE SPACES TO REL-CABECALHO-COLUNAS
           STRING "DATA      CC  CONTA HISTORICO                 ORIGEM"
               "               DOC             VALOR"
               DELIMITED BY SIZE INTO REL-CABECALHO-COLUNAS
           PERFORM 8100-ABRIR-RELATORIO

           OPEN INPUT CENTROS

           IF WS-FS-CC EQUAL ZEROS
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF EQUAL 1
                   READ CENTROS
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM 2100-IMPRIMIR-UM-CENTRO
                   END-READ
               END-PERFORM

               CLOSE CENTROS
           ELSE
               DISPLAY "CENTROSCUSTO.TXT NAO ABERTO - FILE STATUS: "
                   WS-FS-CC
           END-IF

           PERFORM 2300-IMPRIMIR-SEM-CENTRO

           MOVE WS-TOTAL-GERAL TO MASC-TOTAL
           MOVE SPACES TO LINHA-RELATORIO
           STRING "TOTAL GERAL DAS DESPESAS DO MES: " MASC-TOTAL
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           IF WS-FS-REL EQUAL ZEROS
               CLOSE RELATORIO
               MOVE "RELATORIO-CENTRO-CUSTO" TO PARM-CAT-PROGRAMA
               MOVE SPACES TO PARM-CAT-TITULO
               STRING "DESPESAS POR CENTRO DE CUSTO " WS-PERIODO
                   DELIMITED BY SIZE INTO PARM-CAT-TITULO
               MOVE REL-NOME-ARQ TO PARM-CAT-ARQUIVO
               CALL "GRAVA-CATALOGO" USING PARM-CATALOGO
               DISPLAY "RELATORIO GRAVADO EM " REL-NOME-ARQ
           END-IF.

      ******************************************************************
      * Each center starts on a fresh page, even with no expenses in
      * the month, so every manager gets a page.
      ******************************************************************
       2100-IMPRIMIR-UM-CENTRO.
           MOVE SPACES TO REL-CAB-TITULO
           STRING "CC " COD-CENTRO-CUSTO " " NOME-CENTRO-CUSTO(1:22)
               " " WS-PERIODO
               DELIMITED BY SIZE INTO REL-CAB-TITULO
           MOVE 99 TO REL-LINHAS-PAGINA

           MOVE SPACES TO LINHA-RELATORIO
           STRING "CENTRO DE CUSTO " COD-CENTRO-CUSTO " - "
               NOME-CENTRO-CUSTO "  RESPONSAVEL: "
               RESPONSAVEL-CENTRO-CUSTO
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           MOVE COD-CENTRO-CUSTO TO WS-CENTRO-ALVO
           MOVE 0 TO WS-TOTAL-CENTRO
           MOVE 0 TO WS-QTDE-CENTRO

           PERFORM VARYING WS-IDX-DESP FROM 1 BY 1
                   UNTIL WS-IDX-DESP GREATER WS-QTDE-DESPESAS
               IF WS-TDE-CENTRO(WS-IDX-DESP) EQUAL WS-CENTRO-ALVO
                   PERFORM 2200-IMPRIMIR-DESPESA
               END-IF
           END-PERFORM

           PERFORM 2400-IMPRIMIR-TOTAL-CENTRO.

       2200-IMPRIMIR-DESPESA.
           MOVE WS-TDE-DATA(WS-IDX-DESP) TO WS-DET-DATA
           MOVE WS-TDE-CENTRO(WS-IDX-DESP) TO WS-DET-CENTRO
           MOVE WS-TDE-CONTA(WS-IDX-DESP) TO WS-DET-CONTA
           MOVE WS-TDE-HISTORICO(WS-IDX-DESP) TO WS-DET-HISTORICO
           MOVE WS-TDE-ORIGEM(WS-IDX-DESP) TO WS-DET-ORIGEM
           MOVE WS-TDE-DOCUMENTO(WS-IDX-DESP) TO WS-DET-DOCUMENTO
           MOVE WS-TDE-VALOR(WS-IDX-DESP) TO WS-DET-VALOR
           MOVE WS-LINHA-DET-CENTRO TO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           ADD WS-TDE-VALOR(WS-IDX-DESP) TO WS-TOTAL-CENTRO
           ADD WS-TDE-VALOR(WS-IDX-DESP) TO WS-TOTAL-GERAL
           ADD 1 TO WS-QTDE-CENTRO
           MOVE 'S' TO WS-TDE-IMPRESSO(WS-IDX-DESP).

       2300-IMPRIMIR-SEM-CENTRO.
           MOVE SPACES TO REL-CAB-TITULO
           STRING "SEM CENTRO DE CUSTO " WS-PERIODO
               DELIMITED BY SIZE INTO REL-CAB-TITULO
           MOVE 99 TO REL-LINHAS-PAGINA

           MOVE "SEM CENTRO DE CUSTO OU CENTRO NAO CADASTRADO"
               TO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           MOVE 0 TO WS-TOTAL-CENTRO
           MOVE 0 TO WS-QTDE-CENTRO

           PERFORM VARYING WS-IDX-DESP FROM 1 BY 1
                   UNTIL WS-IDX-DESP GREATER WS-QTDE-DESPESAS
               IF WS-TDE-IMPRESSO(WS-IDX-DESP) EQUAL 'N'
                   PERFORM 2200-IMPRIMIR-DESPESA
               END-IF
           END-PERFORM

           PERFORM 2400-IMPRIMIR-TOTAL-CENTRO.

       2400-IMPRIMIR-TOTAL-CENTRO.
           IF WS-QTDE-CENTRO EQUAL 0
               MOVE "NENHUMA DESPESA NO MES" TO LINHA-RELATORIO
               PERFORM 8200-IMPRIMIR-LINHA
           END-IF

           MOVE WS-TOTAL-CENTRO TO MASC-TOTAL
           MOVE SPACES TO LINHA-RELATORIO
           STRING "TOTAL DO CENTRO (" WS-QTDE-CENTRO
               " LANCAMENTOS): " MASC-TOTAL
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA.

       8100-ABRIR-RELATORIO.
           MOVE PARM-AMB-NOME TO REL-CAB-AMBIENTE

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-RELATORIO
           MOVE WS-DATA-RELATORIO(5:2) TO REL-CAB-DATA(1:2)
           MOVE WS-DATA-RELATORIO(7:2) TO REL-CAB-DATA(4:2)
           MOVE WS-DATA-RELATORIO(1:4) TO REL-CAB-DATA(7:4)

           MOVE SPACES TO REL-CAB-TITULO
           STRING "DESPESAS POR CENTRO DE CUSTO " WS-PERIODO
               DELIMITED BY SIZE INTO REL-CAB-TITULO

           MOVE SPACES TO REL-NOME-ARQ
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'RELATORIOS\CENTROCUSTO' WS-PERIODO '.TXT'
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

           MOVE SPACES TO WS-ARQ-LANCAMENTOS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'LANCAMENTOS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-LANCAMENTOS

           MOVE SPACES TO WS-ARQ-CENTROSCUSTO
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'CENTROSCUSTO.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-CENTROSCUSTO.

       END PROGRAM RELATORIO-CENTRO-CUSTO.
