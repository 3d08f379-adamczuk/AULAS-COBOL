           ACCESS IS RANDOM
           RECORD KEY IS NUM-CONTRATO
           FILE STATUS IS WS-FS-CTR.

           SELECT PERIODO-MENSAL ASSIGN TO WS-ARQ-PERIODOMENSAL
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-PMS.
       DATA DIVISION.
       FILE SECTION.
       FD PARCELAS.

       FD CONTRATOS.
           COPY CONTRATO.

       FD PERIODO-MENSAL.
           COPY PERIODOMENSAL.
       WORKING-STORAGE SECTION.
           COPY PARMDIAUTIL.
           COPY AMBIENTE.
       77 WS-ARQ-PARCELAS        PIC X(60) VALUE SPACES.
       77 WS-ARQ-CONTRATOS       PIC X(60) VALUE SPACES.
       77 WS-ARQ-PERIODOMENSAL   PIC X(60) VALUE SPACES.
       77 WS-FS-PAR           PIC 99 VALUE 0.
       77 WS-FS-CTR           PIC 99 VALUE 0.
       77 WS-FS-PMS           PIC 99 VALUE 0.
       77 WS-EOF              PIC 99 VALUE 0.
       77 WS-DATA-HOJE        PIC 9(08) VALUE 0.
       77 WS-INT-HOJE         PIC 9(07) VALUE 0.
       77 WS-PERIODO          PIC 9(06) VALUE 0.
       77 WS-ANO              PIC 9(04) VALUE 0.
       77 WS-MES              PIC 99 VALUE 0.
       77 WS-DATA-PROX-MES    PIC 9(08) VALUE 0.
       77 WS-AUTOMATICO       PIC A VALUE 'N'.
       77 WS-INT-VENC         PIC 9(07) VALUE 0.
       77 WS-DIAS-ATRASO      PIC S9(05) VALUE 0.
       77 WS-SALDO-PARCELA    PIC 9(07)V99 VALUE 0.
           03 WS-ATR-OCORR OCCURS 500 TIMES
                   INDEXED BY WS-IDX.
               05 WS-ATR-CONTRATO     PIC 9(06).
               05 WS-ATR-CLIENTE      PIC 9(05).
               05 WS-ATR-VALOR        PIC 9(09)V99.
               05 WS-ATR-ENCARGOS     PIC 9(09)V99.
               05 WS-ATR-MAIOR-ATRASO PIC 9(05).
           COMPUTE WS-INT-HOJE =
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)

           PERFORM 1000-LER-PERIODO

           IF WS-AUTOMATICO EQUAL 'S'
               PERFORM 1100-POSICAO-FIM-MES
           END-IF

           OPEN INPUT PARCELAS
           OPEN INPUT CONTRATOS

           IF WS-FS-PAR NOT EQUAL ZEROS
               DISPLAY "NAO FOI POSSIVEL ABRIR O ARQUIVO DE PARCELAS"
               DISPLAY "FILE STATUS: " WS-FS-PAR
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM UNTIL WS-EOF EQUAL 1
                   READ PARCELAS NEXT RECORD
                       NOT AT END
                           IF NOT PARCELA-PAGA
                           AND NOT PARCELA-RENEGOCIADA
                           AND NOT PARCELA-BAIXADA-PERDA
                           AND DATA-VENC-PARCELA LESS WS-DATA-HOJE
                               PERFORM 2000-ACUMULAR-ATRASO
                           END-IF

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

      * Run as a month-end step, the position is taken on the last
      * day of the closing month instead of today.
       1100-POSICAO-FIM-MES.
           MOVE WS-PERIODO(1:4) TO WS-ANO
           MOVE WS-PERIODO(5:2) TO WS-MES

           IF WS-MES EQUAL 12
               COMPUTE WS-DATA-PROX-MES = (WS-ANO + 1) * 10000 + 101
           ELSE
               COMPUTE WS-DATA-PROX-MES =
                   WS-ANO * 10000 + (WS-MES + 1) * 100 + 1
           END-IF

           COMPUTE WS-INT-HOJE =
               FUNCTION INTEGER-OF-DATE(WS-DATA-PROX-MES) - 1
           COMPUTE WS-DATA-HOJE =
               FUNCTION DATE-OF-INTEGER(WS-INT-HOJE).

       2000-ACUMULAR-ATRASO.
           COMPUTE WS-INT-VENC =
               FUNCTION INTEGER-OF-DATE(DATA-VENC-PARCELA)
           MOVE SPACES TO WS-ARQ-CONTRATOS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'CONTRATOS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-CONTRATOS

           MOVE SPACES TO WS-ARQ-PERIODOMENSAL
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'PERIODOMENSAL.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-PERIODOMENSAL.

       END PROGRAM INADIMPLENCIA.
