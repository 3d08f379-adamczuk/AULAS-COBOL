       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATORIO-ORCAMENTO.
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

           SELECT ORCAMENTO ASSIGN TO WS-ARQ-ORCAMENTO
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CHAVE-ORCAMENTO
           FILE STATUS IS WS-FS-ORC.

           SELECT PLANO ASSIGN TO WS-ARQ-PLANOCONTAS
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS COD-CONTA
           FILE STATUS IS WS-FS-PLA.

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
       FD LANCAMENTOS.
           COPY LANCAMENTO.

       FD ORCAMENTO.
           COPY ORCAMENTO.

       FD PLANO.
           COPY CONTACONTABIL.

       FD PERIODO-MENSAL.
           COPY PERIODOMENSAL.

       FD RELATORIO.
       01 LINHA-RELATORIO     PIC X(90).
       WORKING-STORAGE SECTION.
           COPY RELATORIO.
           COPY PARMCATALOGO.
           COPY PARMRUNLOG.
           COPY AMBIENTE.
       77 WS-ARQ-LANCAMENTOS     PIC X(60) VALUE SPACES.
       77 WS-ARQ-ORCAMENTO       PIC X(60) VALUE SPACES.
       77 WS-ARQ-PLANOCONTAS     PIC X(60) VALUE SPACES.
       77 WS-ARQ-PERIODOMENSAL   PIC X(60) VALUE SPACES.
       77 WS-FS              PIC 99 VALUE 0.
       77 WS-FS-ORC           PIC 99 VALUE 0.
       77 WS-FS-PLA           PIC 99 VALUE 0.
       77 WS-FS-PMS           PIC 99 VALUE 0.
       77 WS-FS-REL           PIC 99 VALUE 0.
       77 WS-EOF              PIC 99 VALUE 0.
       77 WS-PERIODO          PIC 9(06) VALUE 0.
       77 WS-ANO              PIC 9(04) VALUE 0.
       77 WS-MES              PIC 99 VALUE 0.
       77 WS-MES-LAN          PIC 99 VALUE 0.
       77 WS-IDX-MES          PIC 99 VALUE 0.
       77 WS-TOLERANCIA       PIC 9(03)V99 VALUE 10.
       77 WS-TOLERANCIA-INF   PIC 9(03)V99 VALUE 0.
       77 WS-AUTOMATICO       PIC A VALUE 'N'.
       77 WS-DATA-RELATORIO   PIC 9(08) VALUE 0.
       77 WS-QTDE-CONTAS      PIC 9(03) VALUE 0.
       77 WS-IDX-BUSCA        PIC 9(03) VALUE 0.
       77 WS-IDX-CTA          PIC 9(03) VALUE 0.
       77 WS-CONTA-ALVO       PIC 9(05) VALUE 0.
       77 WS-VALOR-ALVO       PIC S9(13)V99 VALUE 0.
       77 WS-LANCAMENTOS      PIC 9(07) VALUE 0.
       77 WS-FORA-TOLERANCIA  PIC 9(05) VALUE 0.
       77 WS-ORC-LINHA        PIC S9(13)V99 VALUE 0.
       77 WS-REAL-LINHA       PIC S9(13)V99 VALUE 0.
       77 WS-VARIACAO         PIC S9(13)V99 VALUE 0.
       77 WS-VARIACAO-PCT     PIC S9(05)V9 VALUE 0.
       77 WS-BASE-PCT         PIC 9(13)V99 VALUE 0.
       77 MASC-TOLERANCIA     PIC ZZ9,99.

       01 WS-LINHA-DET-ORCAMENTO.
           03 WS-DET-CONTA         PIC 9(05).
           03 FILLER               PIC X VALUE SPACE.
           03 WS-DET-NOME          PIC X(16).
           03 FILLER               PIC X VALUE SPACE.
           03 WS-DET-TIPO          PIC X(04).
           03 FILLER               PIC X VALUE SPACE.
           03 WS-DET-ORCADO        PIC -ZZZ.ZZZ.ZZ9,99.
           03 FILLER               PIC X VALUE SPACE.
           03 WS-DET-REALIZADO     PIC -ZZZ.ZZZ.ZZ9,99.
           03 FILLER               PIC X VALUE SPACE.
           03 WS-DET-VARIACAO      PIC -ZZZ.ZZZ.ZZ9,99.
           03 FILLER               PIC X VALUE SPACE.
           03 WS-DET-PCT           PIC -ZZZ9,9.
           03 FILLER               PIC X VALUE SPACE.
           03 WS-DET-MARCA         PIC X(03).

       01 WS-TABELA-ORCAMENTO.
           03 WS-TOR-OCORR OCCURS 200 TIMES.
               05 WS-TOR-CONTA        PIC 9(05).
               05 WS-TOR-ORC-MES      PIC S9(13)V99.
               05 WS-TOR-ORC-ACUM     PIC S9(13)V99.
               05 WS-TOR-REAL-MES     PIC S9(13)V99.
               05 WS-TOR-REAL-ACUM    PIC S9(13)V99.

       PROCEDURE DIVISION.
      ******************************************************************
      * Budget versus actual by ledger account for one month and for
      * the year to date. Actuals are the BALANCETE balances (debits
      * minus credits) from LANCAMENTOS.TXT, the budget comes from
      * ORCAMENTO.TXT. A line whose variance passes the tolerance (or
      * with movement and no budget at all) is flagged with ***.
      * In the month-end chain the month comes from PERIODOMENSAL.TXT
      * and the standard tolerance of 10% is used.
      ******************************************************************
       MAIN-PROCEDURE.
           MOVE "RELATORIO-ORCAMENTO" TO PARM-RUN-PROGRAMA
           MOVE 'I' TO PARM-RUN-EVENTO
           MOVE 0 TO PARM-RUN-REGISTROS
           CALL "GRAVA-RUNLOG" USING PARM-RUNLOG

           PERFORM 0950-RESOLVER-AMBIENTE
           DISPLAY "ORCADO X REALIZADO POR CONTA CONTABIL"
           MOVE 'C' TO PARM-RUN-EVENTO

           PERFORM 1000-LER-PERIODO

           IF WS-AUTOMATICO EQUAL 'N'
               DISPLAY "INFORME O PERIODO (AAAAMM)"
               ACCEPT WS-PERIODO
               DISPLAY "TOLERANCIA DA VARIACAO EM % (0 = 10%)"
               ACCEPT WS-TOLERANCIA-INF
               IF WS-TOLERANCIA-INF GREATER 0
                   MOVE WS-TOLERANCIA-INF TO WS-TOLERANCIA
               END-IF
           END-IF

           MOVE WS-PERIODO(1:4) TO WS-ANO
           MOVE WS-PERIODO(5:2) TO WS-MES

           IF WS-MES LESS 1
           OR WS-MES GREATER 12
               DISPLAY "PERIODO INVALIDO: " WS-PERIODO
               MOVE 'F' TO PARM-RUN-EVENTO
           ELSE
               PERFORM 2000-CARREGAR-ORCAMENTO
               PERFORM 3000-SOMAR-REALIZADO

               IF WS-FS NOT EQUAL ZEROS
                   MOVE 'F' TO PARM-RUN-EVENTO
               ELSE
                   IF WS-QTDE-CONTAS EQUAL 0
                       DISPLAY "NEM ORCAMENTO NEM LANCAMENTOS EM "
                           WS-ANO
                   ELSE
                       PERFORM 4000-IMPRIMIR-RELATORIO
                   END-IF
               END-IF
           END-IF

           MOVE WS-LANCAMENTOS TO PARM-RUN-REGISTROS
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

      ******************************************************************
      * Every budget of the year enters the table, in account order,
      * so a budgeted account with no movement still shows.
      ******************************************************************
       2000-CARREGAR-ORCAMENTO.
           OPEN INPUT ORCAMENTO

           IF WS-FS-ORC NOT EQUAL ZEROS
               DISPLAY "ORCAMENTO.TXT NAO ABERTO - FILE STATUS: "
                   WS-FS-ORC " - SO O REALIZADO SERA LISTADO"
           ELSE
               MOVE WS-ANO TO ORC-ANO
               MOVE 0 TO ORC-CONTA
               MOVE 0 TO WS-EOF

               START ORCAMENTO KEY IS NOT LESS THAN CHAVE-ORCAMENTO
                   INVALID KEY
                       MOVE 1 TO WS-EOF
               END-START

               PERFORM UNTIL WS-EOF EQUAL 1
                   READ ORCAMENTO NEXT
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF ORC-ANO NOT EQUAL WS-ANO
                               MOVE 1 TO WS-EOF
                           ELSE
                               PERFORM 2100-GUARDAR-ORCAMENTO
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE ORCAMENTO
           END-IF.

       2100-GUARDAR-ORCAMENTO.
           MOVE ORC-CONTA TO WS-CONTA-ALVO
           PERFORM 3200-LOCALIZAR-CONTA

           IF WS-IDX-CTA GREATER 0
               MOVE ORC-VALOR-MES(WS-MES) TO WS-TOR-ORC-MES(WS-IDX-CTA)

               PERFORM VARYING WS-IDX-MES FROM 1 BY 1
                       UNTIL WS-IDX-MES GREATER WS-MES
                   ADD ORC-VALOR-MES(WS-IDX-MES) TO
                       WS-TOR-ORC-ACUM(WS-IDX-CTA)
               END-PERFORM
           END-IF.

       3000-SOMAR-REALIZADO.
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
                           MOVE DATA-LAN(5:2) TO WS-MES-LAN
                           IF DATA-LAN(1:4) EQUAL WS-ANO
                           AND WS-MES-LAN NOT GREATER WS-MES
                               ADD 1 TO WS-LANCAMENTOS
                               PERFORM 3100-ACUMULAR-LANCAMENTO
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE LANCAMENTOS
           END-IF.

       3100-ACUMULAR-LANCAMENTO.
           MOVE COD-CONTA-DEBITO-LAN TO WS-CONTA-ALVO
           MOVE VALOR-LAN TO WS-VALOR-ALVO
           PERFORM 3300-ACUMULAR-CONTA

           MOVE COD-CONTA-CREDITO-LAN TO WS-CONTA-ALVO
           COMPUTE WS-VALOR-ALVO = 0 - VALOR-LAN
           PERFORM 3300-ACUMULAR-CONTA.

       3200-LOCALIZAR-CONTA.
           MOVE 0 TO WS-IDX-CTA

           PERFORM VARYING WS-IDX-BUSCA FROM 1 BY 1
                   UNTIL WS-IDX-BUSCA GREATER WS-QTDE-CONTAS
               IF WS-TOR-CONTA(WS-IDX-BUSCA) EQUAL WS-CONTA-ALVO
                   MOVE WS-IDX-BUSCA TO WS-IDX-CTA
               END-IF
           END-PERFORM

           IF WS-IDX-CTA EQUAL 0
               IF WS-QTDE-CONTAS GREATER OR EQUAL 200
                   DISPLAY "TABELA DE CONTAS CHEIA - CONTA "
                       WS-CONTA-ALVO " IGNORADA"
               ELSE
                   ADD 1 TO WS-QTDE-CONTAS
                   MOVE WS-CONTA-ALVO TO WS-TOR-CONTA(WS-QTDE-CONTAS)
                   MOVE 0 TO WS-TOR-ORC-MES(WS-QTDE-CONTAS)
                   MOVE 0 TO WS-TOR-ORC-ACUM(WS-QTDE-CONTAS)
                   MOVE 0 TO WS-TOR-REAL-MES(WS-QTDE-CONTAS)
                   MOVE 0 TO WS-TOR-REAL-ACUM(WS-QTDE-CONTAS)
                   MOVE WS-QTDE-CONTAS TO WS-IDX-CTA
               END-IF
           END-IF.

       3300-ACUMULAR-CONTA.
           PERFORM 3200-LOCALIZAR-CONTA

           IF WS-IDX-CTA GREATER 0
               ADD WS-VALOR-ALVO TO WS-TOR-REAL-ACUM(WS-IDX-CTA)
               IF WS-MES-LAN EQUAL WS-MES
                   ADD WS-VALOR-ALVO TO WS-TOR-REAL-MES(WS-IDX-CTA)
               END-IF
           END-IF.

       4000-IMPRIMIR-RELATORIO.
           MOVE SPACES TO REL-CABECALHO-COLUNAS
           STRING "CONTA NOME                    ORCADO      REALIZAD"
               "O        VARIACAO    VAR%"
               DELIMITED BY SIZE INTO REL-CABECALHO-COLUNAS
           PERFORM 8100-ABRIR-RELATORIO

           OPEN INPUT PLANO

           PERFORM VARYING WS-IDX-CTA FROM 1 BY 1
                   UNTIL WS-IDX-CTA GREATER WS-QTDE-CONTAS
               PERFORM 4100-IMPRIMIR-UMA-CONTA
           END-PERFORM

           IF WS-FS-PLA EQUAL ZEROS
               CLOSE PLANO
           END-IF

           MOVE WS-TOLERANCIA TO MASC-TOLERANCIA
           MOVE SPACES TO LINHA-RELATORIO
           STRING "TOLERANCIA: " MASC-TOLERANCIA "%   LINHAS FORA DA "
               "TOLERANCIA (***): " WS-FORA-TOLERANCIA
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           IF WS-FS-REL EQUAL ZEROS
               CLOSE RELATORIO
               MOVE "RELATORIO-ORCAMENTO" TO PARM-CAT-PROGRAMA
               MOVE REL-CAB-TITULO TO PARM-CAT-TITULO
               MOVE REL-NOME-ARQ TO PARM-CAT-ARQUIVO
               CALL "GRAVA-CATALOGO" USING PARM-CATALOGO
               DISPLAY "RELATORIO GRAVADO EM " REL-NOME-ARQ
           END-IF.

       4100-IMPRIMIR-UMA-CONTA.
           MOVE WS-TOR-CONTA(WS-IDX-CTA) TO WS-DET-CONTA
           MOVE "(SEM CADASTRO)" TO WS-DET-NOME

           IF WS-FS-PLA EQUAL ZEROS
               MOVE WS-TOR-CONTA(WS-IDX-CTA) TO COD-CONTA

               READ PLANO
                   INVALID KEY
                       MOVE "(SEM CADASTRO)" TO WS-DET-NOME
                   NOT INVALID KEY
                       MOVE NOME-CONTA TO WS-DET-NOME
               END-READ
           END-IF

           MOVE "MES " TO WS-DET-TIPO
           MOVE WS-TOR-ORC-MES(WS-IDX-CTA) TO WS-ORC-LINHA
           MOVE WS-TOR-REAL-MES(WS-IDX-CTA) TO WS-REAL-LINHA
           PERFORM 4200-IMPRIMIR-VARIACAO

           MOVE SPACES TO WS-DET-NOME
           MOVE "ACUM" TO WS-DET-TIPO
           MOVE WS-TOR-ORC-ACUM(WS-IDX-CTA) TO WS-ORC-LINHA
           MOVE WS-TOR-REAL-ACUM(WS-IDX-CTA) TO WS-REAL-LINHA
           PERFORM 4200-IMPRIMIR-VARIACAO.

      ******************************************************************
      * Variance is actual minus budget; the percentage is taken over
      * the budget's absolute value so it reads the same way for
      * expense (positive) and revenue (negative) accounts.
      ******************************************************************
       4200-IMPRIMIR-VARIACAO.
           COMPUTE WS-VARIACAO = WS-REAL-LINHA - WS-ORC-LINHA
           MOVE SPACES TO WS-DET-MARCA
           MOVE 0 TO WS-VARIACAO-PCT

           IF WS-ORC-LINHA LESS 0
               COMPUTE WS-BASE-PCT = 0 - WS-ORC-LINHA
           ELSE
               MOVE WS-ORC-LINHA TO WS-BASE-PCT
           END-IF

           IF WS-BASE-PCT EQUAL 0
               IF WS-REAL-LINHA NOT EQUAL 0
                   MOVE "***" TO WS-DET-MARCA
               END-IF
           ELSE
               COMPUTE WS-VARIACAO-PCT ROUNDED =
                   WS-VARIACAO * 100 / WS-BASE-PCT
                   ON SIZE ERROR
                       MOVE 9999,9 TO WS-VARIACAO-PCT
               END-COMPUTE

               IF WS-VARIACAO-PCT GREATER WS-TOLERANCIA
               OR WS-VARIACAO-PCT LESS (0 - WS-TOLERANCIA)
                   MOVE "***" TO WS-DET-MARCA
               END-IF
           END-IF

           IF WS-DET-MARCA NOT EQUAL SPACES
               ADD 1 TO WS-FORA-TOLERANCIA
           END-IF

           MOVE WS-ORC-LINHA TO WS-DET-ORCADO
           MOVE WS-REAL-LINHA TO WS-DET-REALIZADO
           MOVE WS-VARIACAO TO WS-DET-VARIACAO
           MOVE WS-VARIACAO-PCT TO WS-DET-PCT
           MOVE WS-LINHA-DET-ORCAMENTO TO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA.

       8100-ABRIR-RELATORIO.
           MOVE PARM-AMB-NOME TO REL-CAB-AMBIENTE

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-RELATORIO
           MOVE WS-DATA-RELATORIO(5:2) TO REL-CAB-DATA(1:2)
           MOVE WS-DATA-RELATORIO(7:2) TO REL-CAB-DATA(4:2)
           MOVE WS-DATA-RELATORIO(1:4) TO REL-CAB-DATA(7:4)

           MOVE SPACES TO REL-CAB-TITULO
           STRING "ORCADO X REALIZADO - PERIODO " WS-PERIODO
               DELIMITED BY SIZE INTO REL-CAB-TITULO

           MOVE SPACES TO REL-NOME-ARQ
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'RELATORIOS\ORCAMENTO' WS-PERIODO '.TXT'
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

           MOVE SPACES TO WS-ARQ-ORCAMENTO
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'ORCAMENTO.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-ORCAMENTO

           MOVE SPACES TO WS-ARQ-PLANOCONTAS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'PLANOCONTAS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-PLANOCONTAS

           MOVE SPACES TO WS-ARQ-PERIODOMENSAL
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'PERIODOMENSAL.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-PERIODOMENSAL.

       END PROGRAM RELATORIO-ORCAMENTO.
