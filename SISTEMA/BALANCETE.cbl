           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-REL.

           SELECT PERIODO-MENSAL ASSIGN TO WS-ARQ-PERIODOMENSAL
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-PMS.
       DATA DIVISION.
       FILE SECTION.
       FD LANCAMENTOS.

       FD RELATORIO.
       01 LINHA-RELATORIO     PIC X(90).

       FD PERIODO-MENSAL.
           COPY PERIODOMENSAL.
       WORKING-STORAGE SECTION.
           COPY RELATORIO.
           COPY PARMCATALOGO.
           COPY AMBIENTE.
       77 WS-ARQ-LANCAMENTOS     PIC X(60) VALUE SPACES.
       77 WS-ARQ-PLANOCONTAS     PIC X(60) VALUE SPACES.
       77 WS-ARQ-PERIODOMENSAL   PIC X(60) VALUE SPACES.
       77 WS-FS              PIC 99 VALUE 0.
       77 WS-FS-PLA           PIC 99 VALUE 0.
       77 WS-FS-REL           PIC 99 VALUE 0.
       77 WS-FS-PMS           PIC 99 VALUE 0.
       77 WS-EOF              PIC 99 VALUE 0.
       77 WS-PERIODO          PIC 9(06) VALUE 0.
       77 WS-AUTOMATICO       PIC A VALUE 'N'.
       77 WS-DATA-RELATORIO   PIC 9(08) VALUE 0.
       77 WS-QTDE-CONTAS      PIC 9(03) VALUE 0.
       77 WS-IDX-BUSCA        PIC 9(03) VALUE 0.
           PERFORM 0950-RESOLVER-AMBIENTE
           DISPLAY "BALANCETE MENSAL POR CONTA"

           PERFORM 1000-LER-PERIODO

           IF WS-AUTOMATICO EQUAL 'N'
               DISPLAY "INFORME O PERIODO (AAAAMM)"
               ACCEPT WS-PERIODO
           END-IF

           OPEN INPUT LANCAMENTOS

               DISPLAY "NAO FOI POSSIVEL ABRIR O ARQUIVO DE LANCAMENT"
      -            "OS"
               DISPLAY "FILE STATUS: " WS-FS
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM UNTIL WS-EOF EQUAL 1
                   READ LANCAMENTOS

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

       2000-ACUMULAR-LANCAMENTO.
           MOVE COD-CONTA-DEBITO-LAN TO WS-CONTA-ALVO
           MOVE VALOR-LAN TO WS-VALOR-ALVO
           MOVE SPACES TO WS-ARQ-PLANOCONTAS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'PLANOCONTAS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-PLANOCONTAS

           MOVE SPACES TO WS-ARQ-PERIODOMENSAL
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'PERIODOMENSAL.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-PERIODOMENSAL.

       END PROGRAM BALANCETE.
