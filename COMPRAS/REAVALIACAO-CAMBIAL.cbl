       IDENTIFICATION DIVISION.
       PROGRAM-ID. REAVALIACAO-CAMBIAL.
       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTAS ASSIGN TO WS-ARQ-CONTASPAGAR
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS NUM-ORDEM-CP
           FILE STATUS IS WS-FS.

           SELECT PERIODO-MENSAL ASSIGN TO WS-ARQ-PERIODOMENSAL
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-PMS.

           SELECT RELATORIO ASSIGN TO REL-NOME-ARQ
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD CONTAS.
           COPY CONTAPAGAR.

       FD PERIODO-MENSAL.
           COPY PERIODOMENSAL.

       FD RELATORIO.
       01 LINHA-RELATORIO     PIC X(90).
       WORKING-STORAGE SECTION.
           COPY RELATORIO.
           COPY PARMCATALOGO.
           COPY PARMRUNLOG.
           COPY PARMCOTACAO.
           COPY AMBIENTE.
       77 WS-ARQ-CONTASPAGAR     PIC X(60) VALUE SPACES.
       77 WS-ARQ-PERIODOMENSAL   PIC X(60) VALUE SPACES.
       77 WS-FS              PIC 99 VALUE 0.
       77 WS-FS-PMS           PIC 99 VALUE 0.
       77 WS-FS-REL           PIC 99 VALUE 0.
       77 WS-EOF              PIC 99 VALUE 0.
       77 WS-PERIODO          PIC 9(06) VALUE 0.
       77 WS-MES              PIC 99 VALUE 0.
       77 WS-DATA-FIM-MES     PIC 9(08) VALUE 0.
       77 WS-AUTOMATICO       PIC A VALUE 'N'.
       77 WS-DATA-RELATORIO   PIC 9(08) VALUE 0.
       77 WS-TITULOS          PIC 9(05) VALUE 0.
       77 WS-SEM-COTACAO      PIC 9(05) VALUE 0.
       77 WS-VALOR-MOEDA      PIC 9(09)V99 VALUE 0.
       77 WS-VALOR-REAVALIADO PIC 9(09)V99 VALUE 0.
       77 WS-VARIACAO         PIC S9(09)V99 VALUE 0.
       77 WS-TOTAL-CONTABIL   PIC 9(11)V99 VALUE 0.
       77 WS-TOTAL-REAVALIADO PIC 9(11)V99 VALUE 0.
       77 WS-TOTAL-VARIACAO   PIC S9(11)V99 VALUE 0.
       77 MASC-TOTAL          PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
       77 MASC-DIFERENCA      PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 WS-LINHA-DET-REAVALIACAO.
           03 WS-DET-ORDEM         PIC 9(06).
           03 FILLER               PIC X VALUE SPACE.
           03 WS-DET-MOEDA         PIC X(03).
           03 FILLER               PIC X VALUE SPACE.
           03 WS-DET-VALOR-MOEDA   PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER               PIC X VALUE SPACE.
           03 WS-DET-TAXA-NOTA     PIC ZZZZ9,9999.
           03 FILLER               PIC X VALUE SPACE.
           03 WS-DET-TAXA-MES      PIC ZZZZ9,9999.
           03 FILLER               PIC X VALUE SPACE.
           03 WS-DET-CONTABIL      PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER               PIC X VALUE SPACE.
           03 WS-DET-REAVALIADO    PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER               PIC X VALUE SPACE.
           03 WS-DET-VARIACAO      PIC -ZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
      ******************************************************************
      * Month-end revaluation of the open payables billed in a foreign
      * currency. Each titulo is carried at the rate of its invoice;
      * here its open amount in the currency is valued at the last
      * rate on or before the end of the month (COTACOESMOEDA.TXT) and
      * the difference is the unrealized exchange variance (positive
      * = loss, the debt grew in reais). Nothing is posted - the
      * variance is realized by PAGAMENTO-LOTE when the titulo is
      * paid. In the month-end chain the month comes from
      * PERIODOMENSAL.TXT.
      ******************************************************************
       MAIN-PROCEDURE.
           MOVE "REAVALIACAO-CAMBIAL" TO PARM-RUN-PROGRAMA
           MOVE 'I' TO PARM-RUN-EVENTO
           MOVE 0 TO PARM-RUN-REGISTROS
           CALL "GRAVA-RUNLOG" USING PARM-RUNLOG

           PERFORM 0950-RESOLVER-AMBIENTE
           DISPLAY "REAVALIACAO CAMBIAL DE CONTAS A PAGAR"
           MOVE 'C' TO PARM-RUN-EVENTO

           PERFORM 1000-LER-PERIODO

           IF WS-AUTOMATICO EQUAL 'N'
               DISPLAY "INFORME O PERIODO (AAAAMM)"
               ACCEPT WS-PERIODO
           END-IF

           MOVE WS-PERIODO(5:2) TO WS-MES

           IF WS-MES LESS 1
           OR WS-MES GREATER 12
               DISPLAY "PERIODO INVALIDO: " WS-PERIODO
               MOVE 'F' TO PARM-RUN-EVENTO
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WS-PERIODO TO WS-DATA-FIM-MES(1:6)
               MOVE 31 TO WS-DATA-FIM-MES(7:2)

               OPEN INPUT CONTAS

               IF WS-FS NOT EQUAL ZEROS
                   DISPLAY "NAO FOI POSSIVEL ABRIR O ARQUIVO DE CONTAS"
                       " A PAGAR - FILE STATUS: " WS-FS
                   MOVE 'F' TO PARM-RUN-EVENTO
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 2000-REAVALIAR-TITULOS
                   CLOSE CONTAS
               END-IF
           END-IF

           MOVE WS-TITULOS TO PARM-RUN-REGISTROS
           CALL "GRAVA-RUNLOG" USING PARM-RUNLOG

           GOBACK.

       1000-LER-PERIODO.
           OPEN INPUT PERIODO-MENSAL

           IF WS-FS-PMS EQUAL ZEROS
               READ PERIODO-MENSAL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PMS-PERIODO GREATER 0
                           MOVE 'S' TO WS-AUTOMATICO
                           MOVE PMS-PERIODO TO WS-PERIODO
                           DISPLAY "FECHAMENTO DO MES " WS-PERIODO
                       END-IF
               END-READ
               CLOSE PERIODO-MENSAL
           END-IF.

       2000-REAVALIAR-TITULOS.
           MOVE SPACES TO REL-CABECALHO-COLUNAS
           STRING "ORDEM  MOE  VALOR MOEDA  TAXA NOTA   TAXA MES     "
               "CONTABIL   REAVALIADO      VARIACAO"
               DELIMITED BY SIZE INTO REL-CABECALHO-COLUNAS
           PERFORM 8100-ABRIR-RELATORIO

           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF EQUAL 1
               READ CONTAS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF CP-ABERTA
                       AND COD-MOEDA-CP NOT EQUAL SPACES
                       AND COD-MOEDA-CP NOT EQUAL "BRL"
                       AND TAXA-CAMBIO-CP GREATER 0
                           PERFORM 2100-REAVALIAR-UM-TITULO
                       END-IF
               END-READ
           END-PERFORM

           PERFORM 3000-IMPRIMIR-TOTAIS.

      * A titulo whose currency has no rate up to the end of the month
      * is listed at its booked value with no variance.
       2100-REAVALIAR-UM-TITULO.
           ADD 1 TO WS-TITULOS

           COMPUTE WS-VALOR-MOEDA ROUNDED =
               VALOR-ABERTO-CP / TAXA-CAMBIO-CP

           MOVE COD-MOEDA-CP TO PARM-COT-MOEDA
           MOVE WS-DATA-FIM-MES TO PARM-COT-DATA
           CALL "BUSCA-COTACAO" USING PARM-COTACAO

           IF PARM-COT-RETORNO NOT EQUAL ZEROS
               ADD 1 TO WS-SEM-COTACAO
               MOVE VALOR-ABERTO-CP TO WS-VALOR-REAVALIADO
               MOVE 0 TO PARM-COT-TAXA
           ELSE
               COMPUTE WS-VALOR-REAVALIADO ROUNDED =
                   WS-VALOR-MOEDA * PARM-COT-TAXA
                   ON SIZE ERROR
                       MOVE VALOR-ABERTO-CP TO WS-VALOR-REAVALIADO
               END-COMPUTE
           END-IF

           COMPUTE WS-VARIACAO =
               WS-VALOR-REAVALIADO - VALOR-ABERTO-CP

           ADD VALOR-ABERTO-CP TO WS-TOTAL-CONTABIL
           ADD WS-VALOR-REAVALIADO TO WS-TOTAL-REAVALIADO
           ADD WS-VARIACAO TO WS-TOTAL-VARIACAO

           MOVE NUM-ORDEM-CP TO WS-DET-ORDEM
           MOVE COD-MOEDA-CP TO WS-DET-MOEDA
           MOVE WS-VALOR-MOEDA TO WS-DET-VALOR-MOEDA
           MOVE TAXA-CAMBIO-CP TO WS-DET-TAXA-NOTA
           MOVE PARM-COT-TAXA TO WS-DET-TAXA-MES
           MOVE VALOR-ABERTO-CP TO WS-DET-CONTABIL
           MOVE WS-VALOR-REAVALIADO TO WS-DET-REAVALIADO
           MOVE WS-VARIACAO TO WS-DET-VARIACAO
           MOVE WS-LINHA-DET-REAVALIACAO TO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA.

       3000-IMPRIMIR-TOTAIS.
           MOVE ALL "-" TO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           MOVE SPACES TO LINHA-RELATORIO
           STRING "TITULOS EM MOEDA ESTRANGEIRA: " WS-TITULOS
               "   SEM COTACAO NO MES: " WS-SEM-COTACAO
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           MOVE WS-TOTAL-CONTABIL TO MASC-TOTAL
           MOVE SPACES TO LINHA-RELATORIO
           STRING "VALOR CONTABIL......: " MASC-TOTAL
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           MOVE WS-TOTAL-REAVALIADO TO MASC-TOTAL
           MOVE SPACES TO LINHA-RELATORIO
           STRING "VALOR REAVALIADO....: " MASC-TOTAL
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           MOVE WS-TOTAL-VARIACAO TO MASC-DIFERENCA
           MOVE SPACES TO LINHA-RELATORIO
           STRING "VARIACAO NAO REALIZADA: " MASC-DIFERENCA
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           IF WS-FS-REL EQUAL ZEROS
               CLOSE RELATORIO
               MOVE "REAVALIACAO-CAMBIAL" TO PARM-CAT-PROGRAMA
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

           MOVE SPACES TO REL-CAB-TITULO
           STRING "REAVALIACAO CAMBIAL - PERIODO " WS-PERIODO
               DELIMITED BY SIZE INTO REL-CAB-TITULO

           MOVE SPACES TO REL-NOME-ARQ
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'RELATORIOS\REAVALIACAOCAMBIAL' WS-PERIODO '.TXT'
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

           MOVE SPACES TO WS-ARQ-CONTASPAGAR
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'CONTASPAGAR.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-CONTASPAGAR

           MOVE SPACES TO WS-ARQ-PERIODOMENSAL
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'PERIODOMENSAL.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-PERIODOMENSAL.

       END PROGRAM REAVALIACAO-CAMBIAL.
