           RECORD KEY IS NUM-ORDEM-CP
           FILE STATUS IS WS-FS-CP.

           SELECT CONTAS-RECORRENTES ASSIGN TO WS-ARQ-RECORRENTES
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS NUM-RECORRENTE
           FILE STATUS IS WS-FS-REC.

           SELECT PARCELAS ASSIGN TO WS-ARQ-PARCELAS
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
       FD CONTAS-PAG.
           COPY CONTAPAGAR.

       FD CONTAS-RECORRENTES.
           COPY CONTARECORRENTE.

       FD PARCELAS.
           COPY PARCELA.

       77 WS-ARQ-CONTASRECEBER   PIC X(60) VALUE SPACES.
       77 WS-ARQ-CONTASPAGAR     PIC X(60) VALUE SPACES.
       77 WS-ARQ-PARCELAS        PIC X(60) VALUE SPACES.
       77 WS-ARQ-RECORRENTES     PIC X(60) VALUE SPACES.
       77 WS-FS-CR            PIC 99 VALUE 0.
       77 WS-FS-CP            PIC 99 VALUE 0.
       77 WS-FS-PAR           PIC 99 VALUE 0.
       77 WS-FS-REC           PIC 99 VALUE 0.
       77 WS-FS-REL           PIC 99 VALUE 0.
       77 WS-EOF              PIC 99 VALUE 0.
       77 WS-PRAZO-PADRAO     PIC 9(03) VALUE 0.
       77 WS-LIQUIDO          PIC S9(11)V99 VALUE 0.
       77 WS-INT-SEMANA       PIC 9(07) VALUE 0.
       77 WS-DATA-SEMANA      PIC 9(08) VALUE 0.
       77 WS-DATA-HORIZONTE   PIC 9(08) VALUE 0.
       77 WS-ANO-PROX         PIC 9(04) VALUE 0.
       77 WS-MES-PROX         PIC 99 VALUE 0.
       77 WS-DIA-PROX         PIC 99 VALUE 0.
       77 WS-ULTIMO-DIA       PIC 99 VALUE 0.
       77 WS-QUOCIENTE        PIC 9(04) VALUE 0.
       77 WS-RESTO-4          PIC 9(04) VALUE 0.
       77 WS-RESTO-100        PIC 9(04) VALUE 0.
       77 WS-RESTO-400        PIC 9(04) VALUE 0.

       01 WS-DIAS-DOS-MESES.
           03 FILLER              PIC X(24)
               VALUE "312831303130313130313031".
       01 WS-TABELA-DIAS-MES REDEFINES WS-DIAS-DOS-MESES.
           03 WS-DIAS-MES         PIC 99 OCCURS 12 TIMES.

       01 WS-TABELA-SEMANAS.
           03 WS-SEM-OCORR OCCURS 13 TIMES.
           PERFORM 2000-PROJETAR-RECEBIVEIS
           PERFORM 3000-PROJETAR-PARCELAS
           PERFORM 4000-PROJETAR-PAGAVEIS
           PERFORM 4500-PROJETAR-RECORRENTES
           PERFORM 5000-IMPRIMIR-PROJECAO

           GOBACK.
               CLOSE CONTAS-PAG
           END-IF.

      * Recurring supplier bills are projected from the next due date
      * not yet raised by RECORRENTE-LOTE, month by month to the end
      * of the 13 weeks or of the bill, at the current amount. Titulos
      * already raised are in CONTASPAGAR and are not counted twice.
       4500-PROJETAR-RECORRENTES.
           MOVE 0 TO WS-EOF
           COMPUTE WS-INT-EVENTO = WS-INT-HOJE + 91
           COMPUTE WS-DATA-HORIZONTE =
               FUNCTION DATE-OF-INTEGER(WS-INT-EVENTO)

           OPEN INPUT CONTAS-RECORRENTES

           IF WS-FS-REC NOT EQUAL ZEROS
               MOVE 1 TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF EQUAL 1
               READ CONTAS-RECORRENTES NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF REC-ATIVA
                           PERFORM 4510-PROJETAR-OCORRENCIAS
                       END-IF
               END-READ
           END-PERFORM

           IF WS-FS-REC EQUAL ZEROS OR WS-FS-REC EQUAL 10
               CLOSE CONTAS-RECORRENTES
           END-IF.

       4510-PROJETAR-OCORRENCIAS.
           PERFORM UNTIL DATA-PROXIMA-REC GREATER WS-DATA-HORIZONTE
                   OR (DATA-FIM-REC NOT EQUAL 0
                   AND DATA-PROXIMA-REC GREATER DATA-FIM-REC)
               MOVE DATA-PROXIMA-REC TO WS-DATA-EVENTO
               MOVE VALOR-REC TO WS-VALOR-EVENTO
               PERFORM 6100-ACUMULAR-SAIDA
               PERFORM 4520-PROXIMO-MES
           END-PERFORM.

       4520-PROXIMO-MES.
           MOVE DATA-PROXIMA-REC(1:4) TO WS-ANO-PROX
           MOVE DATA-PROXIMA-REC(5:2) TO WS-MES-PROX

           ADD 1 TO WS-MES-PROX
           IF WS-MES-PROX GREATER 12
               MOVE 1 TO WS-MES-PROX
               ADD 1 TO WS-ANO-PROX
           END-IF

           MOVE WS-DIAS-MES(WS-MES-PROX) TO WS-ULTIMO-DIA

           IF WS-MES-PROX EQUAL 2
               DIVIDE WS-ANO-PROX BY 4 GIVING WS-QUOCIENTE
                   REMAINDER WS-RESTO-4
               DIVIDE WS-ANO-PROX BY 100 GIVING WS-QUOCIENTE
                   REMAINDER WS-RESTO-100
               DIVIDE WS-ANO-PROX BY 400 GIVING WS-QUOCIENTE
                   REMAINDER WS-RESTO-400
               IF WS-RESTO-4 EQUAL 0
               AND (WS-RESTO-100 NOT EQUAL 0 OR WS-RESTO-400 EQUAL 0)
                   MOVE 29 TO WS-ULTIMO-DIA
               END-IF
           END-IF

           MOVE DIA-VENCIMENTO-REC TO WS-DIA-PROX
           IF WS-DIA-PROX GREATER WS-ULTIMO-DIA
           OR WS-DIA-PROX EQUAL 0
               MOVE WS-ULTIMO-DIA TO WS-DIA-PROX
           END-IF

           COMPUTE DATA-PROXIMA-REC = WS-ANO-PROX * 10000
               + WS-MES-PROX * 100 + WS-DIA-PROX.

       6000-ACUMULAR-ENTRADA.
           PERFORM 7000-CALCULAR-SEMANA

           MOVE SPACES TO WS-ARQ-PARCELAS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'PARCELAS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-PARCELAS

           MOVE SPACES TO WS-ARQ-RECORRENTES
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'CONTASRECORRENTES.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-RECORRENTES.

       END PROGRAM FLUXO-CAIXA.
