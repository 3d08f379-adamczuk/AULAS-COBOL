       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMONSTRACOES.
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
       77 WS-ARQ-PLANOCONTAS     PIC X(60) VALUE SPACES.
       77 WS-ARQ-PERIODOMENSAL   PIC X(60) VALUE SPACES.
       77 WS-FS              PIC 99 VALUE 0.
       77 WS-FS-PLA           PIC 99 VALUE 0.
       77 WS-FS-PMS           PIC 99 VALUE 0.
       77 WS-FS-REL           PIC 99 VALUE 0.
       77 WS-EOF              PIC 99 VALUE 0.
       77 WS-PERIODO          PIC 9(06) VALUE 0.
       77 WS-ANO              PIC 9(04) VALUE 0.
       77 WS-MES              PIC 99 VALUE 0.
       77 WS-PERIODO-LAN      PIC 9(06) VALUE 0.
       77 WS-ANO-LAN          PIC 9(04) VALUE 0.
       77 WS-AUTOMATICO       PIC A VALUE 'N'.
       77 WS-DATA-RELATORIO   PIC 9(08) VALUE 0.
       77 WS-LANCAMENTOS      PIC 9(07) VALUE 0.
       77 WS-QTDE-CONTAS      PIC 9(03) VALUE 0.
       77 WS-IDX-BUSCA        PIC 9(03) VALUE 0.
       77 WS-IDX-CTA          PIC 9(03) VALUE 0.
       77 WS-IDX-COL          PIC 9 VALUE 0.
       77 WS-CONTA-ALVO       PIC 9(05) VALUE 0.
       77 WS-VALOR-ALVO       PIC S9(13)V99 VALUE 0.
       77 WS-GRUPO-ALVO       PIC X VALUE SPACE.
       77 WS-TIPO-VALOR       PIC X VALUE SPACE.
       77 WS-SINAL            PIC S9 VALUE 1.
       77 WS-TEM-VALOR        PIC A VALUE 'N'.
       77 WS-POSICAO-ACHADA   PIC A VALUE 'N'.
       77 WS-BALANCO-FECHA    PIC A VALUE 'S'.
       77 WS-SEM-GRUPO        PIC 9(03) VALUE 0.

      * Column 1 is the month asked for, 2 the month before it and
      * 3 the same month of the year before.
       01 WS-TABELA-PERIODOS.
           03 WS-PER-OCORR OCCURS 3 TIMES.
               05 WS-PER-PERIODO      PIC 9(06).
               05 WS-PER-ANO          PIC 9(04).

       01 WS-TABELA-CONTAS.
           03 WS-TCT-OCORR OCCURS 200 TIMES.
               05 WS-TCT-CONTA        PIC 9(05).
               05 WS-TCT-GRUPO        PIC X.
               05 WS-TCT-NOME         PIC X(30).
               05 WS-TCT-COLUNA OCCURS 3 TIMES.
                   07 WS-TCT-MOVIMENTO    PIC S9(13)V99.
                   07 WS-TCT-SALDO        PIC S9(13)V99.
                   07 WS-TCT-ANTERIOR     PIC S9(13)V99.

       01 WS-TABELA-TOTAIS.
           03 WS-TOT-COLUNA OCCURS 3 TIMES.
               05 WS-TOT-RECEITA      PIC S9(13)V99.
               05 WS-TOT-CUSTO        PIC S9(13)V99.
               05 WS-TOT-DESPESA      PIC S9(13)V99.
               05 WS-TOT-ATIVO        PIC S9(13)V99.
               05 WS-TOT-PASSIVO      PIC S9(13)V99.
               05 WS-TOT-PATRIMONIO   PIC S9(13)V99.
               05 WS-TOT-RES-EXERC    PIC S9(13)V99.
               05 WS-TOT-RES-ANTERIOR PIC S9(13)V99.
               05 WS-TOT-DIFERENCA    PIC S9(13)V99.
               05 WS-TOT-VALOR        PIC S9(13)V99.

       01 WS-LINHA-DEMONSTRACAO.
           03 WS-LIN-ROTULO        PIC X(36).
           03 WS-LIN-COLUNA OCCURS 3 TIMES.
               05 FILLER           PIC XX.
               05 WS-LIN-VALOR     PIC -ZZZ.ZZZ.ZZ9,99.

       01 WS-LINHA-CAB-PERIODOS.
           03 WS-CAB-ROTULO        PIC X(36).
           03 WS-CAB-COLUNA OCCURS 3 TIMES.
               05 FILLER           PIC X(11).
               05 WS-CAB-PERIODO   PIC 9(06).

       PROCEDURE DIVISION.
      ******************************************************************
      * Income statement (DRE) and balance sheet for one month, side
      * by side with the month before and the same month of the year
      * before. Accounts are grouped by GRUPO-CONTA of the chart (the
      * first digit of the code when the group is blank). The DRE
      * shows the month's movement; the balance sheet the balances at
      * the end of the month, with the results of the year to date
      * and of earlier years not yet closed added to equity. When
      * assets still differ from liabilities plus equity the
      * difference is printed in a box with the accounts that have
      * no group.
      ******************************************************************
       MAIN-PROCEDURE.
           MOVE "DEMONSTRACOES" TO PARM-RUN-PROGRAMA
           MOVE 'I' TO PARM-RUN-EVENTO
           MOVE 0 TO PARM-RUN-REGISTROS
           CALL "GRAVA-RUNLOG" USING PARM-RUNLOG

           PERFORM 0950-RESOLVER-AMBIENTE
           DISPLAY "DRE E BALANCO PATRIMONIAL"
           MOVE 'C' TO PARM-RUN-EVENTO

           PERFORM 1000-LER-PERIODO

           IF WS-AUTOMATICO EQUAL 'N'
               DISPLAY "INFORME O PERIODO (AAAAMM)"
               ACCEPT WS-PERIODO
           END-IF

           MOVE WS-PERIODO(1:4) TO WS-ANO
           MOVE WS-PERIODO(5:2) TO WS-MES

           IF WS-MES LESS 1
           OR WS-MES GREATER 12
               DISPLAY "PERIODO INVALIDO: " WS-PERIODO
               MOVE 'F' TO PARM-RUN-EVENTO
           ELSE
               PERFORM 1100-MONTAR-PERIODOS
               PERFORM 2000-CARREGAR-SALDOS

               IF WS-FS NOT EQUAL ZEROS
                   MOVE 'F' TO PARM-RUN-EVENTO
               ELSE
                   IF WS-QTDE-CONTAS EQUAL 0
                       DISPLAY "NENHUM LANCAMENTO ATE " WS-PERIODO
                   ELSE
                       PERFORM 3000-CLASSIFICAR-CONTAS
                       PERFORM 4000-TOTALIZAR
                       PERFORM 5000-IMPRIMIR-RELATORIO
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

       1100-MONTAR-PERIODOS.
           MOVE WS-PERIODO TO WS-PER-PERIODO(1)

           IF WS-MES EQUAL 1
               COMPUTE WS-PER-PERIODO(2) = (WS-ANO - 1) * 100 + 12
           ELSE
               COMPUTE WS-PER-PERIODO(2) = WS-PERIODO - 1
           END-IF

           COMPUTE WS-PER-PERIODO(3) = WS-PERIODO - 100

           PERFORM VARYING WS-IDX-COL FROM 1 BY 1
                   UNTIL WS-IDX-COL GREATER 3
               MOVE WS-PER-PERIODO(WS-IDX-COL)(1:4) TO
                   WS-PER-ANO(WS-IDX-COL)
           END-PERFORM.

      ******************************************************************
      * Every posting up to the end of the month enters the table;
      * the debit side adds and the credit side subtracts, as in
      * BALANCETE. The year-end closing entries move the results into
      * 51000 and stay out of December's DRE.
      ******************************************************************
       2000-CARREGAR-SALDOS.
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
                           MOVE DATA-LAN(1:6) TO WS-PERIODO-LAN
                           MOVE DATA-LAN(1:4) TO WS-ANO-LAN
                           IF WS-PERIODO-LAN NOT GREATER WS-PERIODO
                               ADD 1 TO WS-LANCAMENTOS
                               PERFORM 2100-ACUMULAR-LANCAMENTO
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE LANCAMENTOS
           END-IF.

       2100-ACUMULAR-LANCAMENTO.
           MOVE COD-CONTA-DEBITO-LAN TO WS-CONTA-ALVO
           MOVE VALOR-LAN TO WS-VALOR-ALVO
           PERFORM 2200-LOCALIZAR-CONTA
           PERFORM 2300-ACUMULAR-COLUNAS

           MOVE COD-CONTA-CREDITO-LAN TO WS-CONTA-ALVO
           COMPUTE WS-VALOR-ALVO = 0 - VALOR-LAN
           PERFORM 2200-LOCALIZAR-CONTA
           PERFORM 2300-ACUMULAR-COLUNAS.

      * The table is kept in account order: a new account is put in
      * its place and the ones above it move down one row.
       2200-LOCALIZAR-CONTA.
           MOVE 0 TO WS-IDX-CTA

           PERFORM VARYING WS-IDX-BUSCA FROM 1 BY 1
                   UNTIL WS-IDX-BUSCA GREATER WS-QTDE-CONTAS
                   OR WS-IDX-CTA GREATER 0
               IF WS-TCT-CONTA(WS-IDX-BUSCA) EQUAL WS-CONTA-ALVO
                   MOVE WS-IDX-BUSCA TO WS-IDX-CTA
               END-IF
           END-PERFORM

           IF WS-IDX-CTA EQUAL 0
               IF WS-QTDE-CONTAS GREATER OR EQUAL 200
                   DISPLAY "TABELA DE CONTAS CHEIA - CONTA "
                       WS-CONTA-ALVO " IGNORADA"
               ELSE
                   ADD 1 TO WS-QTDE-CONTAS
                   MOVE WS-QTDE-CONTAS TO WS-IDX-CTA

                   MOVE 'N' TO WS-POSICAO-ACHADA
                   PERFORM UNTIL WS-POSICAO-ACHADA EQUAL 'S'
                       IF WS-IDX-CTA EQUAL 1
                           MOVE 'S' TO WS-POSICAO-ACHADA
                       ELSE
                           IF WS-TCT-CONTA(WS-IDX-CTA - 1)
                               LESS WS-CONTA-ALVO
                               MOVE 'S' TO WS-POSICAO-ACHADA
                           ELSE
                               MOVE WS-TCT-OCORR(WS-IDX-CTA - 1) TO
                                   WS-TCT-OCORR(WS-IDX-CTA)
                               SUBTRACT 1 FROM WS-IDX-CTA
                           END-IF
                       END-IF
                   END-PERFORM

                   INITIALIZE WS-TCT-OCORR(WS-IDX-CTA)
                   MOVE WS-CONTA-ALVO TO WS-TCT-CONTA(WS-IDX-CTA)
               END-IF
           END-IF.

       2300-ACUMULAR-COLUNAS.
           IF WS-IDX-CTA GREATER 0
               PERFORM VARYING WS-IDX-COL FROM 1 BY 1
                       UNTIL WS-IDX-COL GREATER 3
                   IF WS-PERIODO-LAN EQUAL WS-PER-PERIODO(WS-IDX-COL)
                   AND ORIGEM-LAN NOT EQUAL "FECHAMENTO-CONTABIL"
                       ADD WS-VALOR-ALVO TO
                           WS-TCT-MOVIMENTO(WS-IDX-CTA, WS-IDX-COL)
                   END-IF
                   IF WS-PERIODO-LAN NOT GREATER
                       WS-PER-PERIODO(WS-IDX-COL)
                       ADD WS-VALOR-ALVO TO
                           WS-TCT-SALDO(WS-IDX-CTA, WS-IDX-COL)
                   END-IF
                   IF WS-ANO-LAN LESS WS-PER-ANO(WS-IDX-COL)
                       ADD WS-VALOR-ALVO TO
                           WS-TCT-ANTERIOR(WS-IDX-CTA, WS-IDX-COL)
                   END-IF
               END-PERFORM
           END-IF.

       3000-CLASSIFICAR-CONTAS.
           OPEN INPUT PLANO

           PERFORM VARYING WS-IDX-CTA FROM 1 BY 1
                   UNTIL WS-IDX-CTA GREATER WS-QTDE-CONTAS
               PERFORM 3100-CLASSIFICAR-UMA-CONTA
           END-PERFORM

           IF WS-FS-PLA EQUAL ZEROS
               CLOSE PLANO
           END-IF.

       3100-CLASSIFICAR-UMA-CONTA.
           MOVE WS-TCT-CONTA(WS-IDX-CTA) TO COD-CONTA
           MOVE "(SEM CADASTRO)" TO NOME-CONTA
           MOVE SPACE TO GRUPO-CONTA

           IF WS-FS-PLA EQUAL ZEROS
               READ PLANO
                   INVALID KEY
                       MOVE "(SEM CADASTRO)" TO NOME-CONTA
                       MOVE SPACE TO GRUPO-CONTA
               END-READ
           END-IF

           IF NOT GRUPO-VALIDO
               EVALUATE COD-CONTA(1:1)
                   WHEN '1'
                       MOVE 'A' TO GRUPO-CONTA
                   WHEN '2'
                       MOVE 'P' TO GRUPO-CONTA
                   WHEN '3'
                       MOVE 'R' TO GRUPO-CONTA
                   WHEN '4'
                       MOVE 'D' TO GRUPO-CONTA
                   WHEN '5'
                       MOVE 'L' TO GRUPO-CONTA
                   WHEN OTHER
                       MOVE SPACE TO GRUPO-CONTA
               END-EVALUATE
               IF COD-CONTA EQUAL 43000
               OR COD-CONTA EQUAL 48000
                   MOVE 'V' TO GRUPO-CONTA
               END-IF
           END-IF

           MOVE NOME-CONTA TO WS-TCT-NOME(WS-IDX-CTA)
           MOVE GRUPO-CONTA TO WS-TCT-GRUPO(WS-IDX-CTA).

      ******************************************************************
      * Revenue, liabilities and equity are credit balances and are
      * shown positive. Result accounts feed the DRE with the month's
      * movement and the balance sheet with the year to date and with
      * what is left from earlier years until the year-end close.
      * Since every posting has both sides, the difference can only
      * come from accounts outside the groups.
      ******************************************************************
       4000-TOTALIZAR.
           INITIALIZE WS-TABELA-TOTAIS

           PERFORM VARYING WS-IDX-CTA FROM 1 BY 1
                   UNTIL WS-IDX-CTA GREATER WS-QTDE-CONTAS
               PERFORM VARYING WS-IDX-COL FROM 1 BY 1
                       UNTIL WS-IDX-COL GREATER 3
                   PERFORM 4100-TOTALIZAR-CONTA
               END-PERFORM
           END-PERFORM

           PERFORM VARYING WS-IDX-COL FROM 1 BY 1
                   UNTIL WS-IDX-COL GREATER 3
               COMPUTE WS-TOT-DIFERENCA(WS-IDX-COL) =
                   WS-TOT-ATIVO(WS-IDX-COL)
                   - WS-TOT-PASSIVO(WS-IDX-COL)
                   - WS-TOT-PATRIMONIO(WS-IDX-COL)
                   - WS-TOT-RES-EXERC(WS-IDX-COL)
                   - WS-TOT-RES-ANTERIOR(WS-IDX-COL)
               IF WS-TOT-DIFERENCA(WS-IDX-COL) NOT EQUAL 0
                   MOVE 'N' TO WS-BALANCO-FECHA
               END-IF
           END-PERFORM.

       4100-TOTALIZAR-CONTA.
           EVALUATE WS-TCT-GRUPO(WS-IDX-CTA)
               WHEN 'R'
                   SUBTRACT WS-TCT-MOVIMENTO(WS-IDX-CTA, WS-IDX-COL)
                       FROM WS-TOT-RECEITA(WS-IDX-COL)
               WHEN 'V'
                   ADD WS-TCT-MOVIMENTO(WS-IDX-CTA, WS-IDX-COL)
                       TO WS-TOT-CUSTO(WS-IDX-COL)
               WHEN 'D'
                   ADD WS-TCT-MOVIMENTO(WS-IDX-CTA, WS-IDX-COL)
                       TO WS-TOT-DESPESA(WS-IDX-COL)
               WHEN 'A'
                   ADD WS-TCT-SALDO(WS-IDX-CTA, WS-IDX-COL)
                       TO WS-TOT-ATIVO(WS-IDX-COL)
               WHEN 'P'
                   SUBTRACT WS-TCT-SALDO(WS-IDX-CTA, WS-IDX-COL)
                       FROM WS-TOT-PASSIVO(WS-IDX-COL)
               WHEN 'L'
                   SUBTRACT WS-TCT-SALDO(WS-IDX-CTA, WS-IDX-COL)
                       FROM WS-TOT-PATRIMONIO(WS-IDX-COL)
           END-EVALUATE

           IF WS-TCT-GRUPO(WS-IDX-CTA) EQUAL 'R' OR 'V' OR 'D'
               COMPUTE WS-TOT-RES-EXERC(WS-IDX-COL) =
                   WS-TOT-RES-EXERC(WS-IDX-COL)
                   - WS-TCT-SALDO(WS-IDX-CTA, WS-IDX-COL)
                   + WS-TCT-ANTERIOR(WS-IDX-CTA, WS-IDX-COL)
               SUBTRACT WS-TCT-ANTERIOR(WS-IDX-CTA, WS-IDX-COL)
                   FROM WS-TOT-RES-ANTERIOR(WS-IDX-COL)
           END-IF.

       5000-IMPRIMIR-RELATORIO.
           MOVE SPACES TO WS-LINHA-DEMONSTRACAO
           MOVE SPACES TO WS-LINHA-CAB-PERIODOS
           MOVE "CONTA / GRUPO" TO WS-CAB-ROTULO
           PERFORM VARYING WS-IDX-COL FROM 1 BY 1
                   UNTIL WS-IDX-COL GREATER 3
               MOVE WS-PER-PERIODO(WS-IDX-COL) TO
                   WS-CAB-PERIODO(WS-IDX-COL)
           END-PERFORM
           MOVE WS-LINHA-CAB-PERIODOS TO REL-CABECALHO-COLUNAS
           PERFORM 8100-ABRIR-RELATORIO

           PERFORM 5100-IMPRIMIR-DRE
           PERFORM 5200-IMPRIMIR-BALANCO

           IF WS-FS-REL EQUAL ZEROS
               CLOSE RELATORIO
               MOVE "DEMONSTRACOES" TO PARM-CAT-PROGRAMA
               MOVE REL-CAB-TITULO TO PARM-CAT-TITULO
               MOVE REL-NOME-ARQ TO PARM-CAT-ARQUIVO
               CALL "GRAVA-CATALOGO" USING PARM-CATALOGO
               DISPLAY "RELATORIO GRAVADO EM " REL-NOME-ARQ
           END-IF.

       5100-IMPRIMIR-DRE.
           MOVE "DEMONSTRACAO DO RESULTADO DO MES" TO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           MOVE "RECEITAS" TO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA
           MOVE 'R' TO WS-GRUPO-ALVO
           MOVE 'M' TO WS-TIPO-VALOR
           MOVE -1 TO WS-SINAL
           PERFORM 5500-IMPRIMIR-GRUPO
           PERFORM VARYING WS-IDX-COL FROM 1 BY 1
                   UNTIL WS-IDX-COL GREATER 3
               MOVE WS-TOT-RECEITA(WS-IDX-COL) TO
                   WS-TOT-VALOR(WS-IDX-COL)
           END-PERFORM
           MOVE "  TOTAL DAS RECEITAS" TO WS-LIN-ROTULO
           PERFORM 5600-IMPRIMIR-TOTAL

           MOVE "(-) CUSTO DAS VENDAS" TO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA
           MOVE 'V' TO WS-GRUPO-ALVO
           MOVE 1 TO WS-SINAL
           PERFORM 5500-IMPRIMIR-GRUPO
           PERFORM VARYING WS-IDX-COL FROM 1 BY 1
                   UNTIL WS-IDX-COL GREATER 3
               MOVE WS-TOT-CUSTO(WS-IDX-COL) TO
                   WS-TOT-VALOR(WS-IDX-COL)
           END-PERFORM
           MOVE "  TOTAL DO CUSTO DAS VENDAS" TO WS-LIN-ROTULO
           PERFORM 5600-IMPRIMIR-TOTAL

           PERFORM VARYING WS-IDX-COL FROM 1 BY 1
                   UNTIL WS-IDX-COL GREATER 3
               COMPUTE WS-TOT-VALOR(WS-IDX-COL) =
                   WS-TOT-RECEITA(WS-IDX-COL) - WS-TOT-CUSTO(WS-IDX-COL)
           END-PERFORM
           MOVE "(=) LUCRO BRUTO" TO WS-LIN-ROTULO
           PERFORM 5600-IMPRIMIR-TOTAL

           MOVE "(-) DESPESAS" TO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA
           MOVE 'D' TO WS-GRUPO-ALVO
           PERFORM 5500-IMPRIMIR-GRUPO
           PERFORM VARYING WS-IDX-COL FROM 1 BY 1
                   UNTIL WS-IDX-COL GREATER 3
               MOVE WS-TOT-DESPESA(WS-IDX-COL) TO
                   WS-TOT-VALOR(WS-IDX-COL)
           END-PERFORM
           MOVE "  TOTAL DAS DESPESAS" TO WS-LIN-ROTULO
           PERFORM 5600-IMPRIMIR-TOTAL

           PERFORM VARYING WS-IDX-COL FROM 1 BY 1
                   UNTIL WS-IDX-COL GREATER 3
               COMPUTE WS-TOT-VALOR(WS-IDX-COL) =
                   WS-TOT-RECEITA(WS-IDX-COL) - WS-TOT-CUSTO(WS-IDX-COL)
                   - WS-TOT-DESPESA(WS-IDX-COL)
           END-PERFORM
           MOVE "(=) RESULTADO DO MES" TO WS-LIN-ROTULO
           PERFORM 5600-IMPRIMIR-TOTAL.

       5200-IMPRIMIR-BALANCO.
           MOVE 99 TO REL-LINHAS-PAGINA
           MOVE SPACES TO LINHA-RELATORIO
           STRING "BALANCO PATRIMONIAL NO FIM DE CADA MES"
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           MOVE "ATIVO" TO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA
           MOVE 'A' TO WS-GRUPO-ALVO
           MOVE 'S' TO WS-TIPO-VALOR
           MOVE 1 TO WS-SINAL
           PERFORM 5500-IMPRIMIR-GRUPO
           PERFORM VARYING WS-IDX-COL FROM 1 BY 1
                   UNTIL WS-IDX-COL GREATER 3
               MOVE WS-TOT-ATIVO(WS-IDX-COL) TO
                   WS-TOT-VALOR(WS-IDX-COL)
           END-PERFORM
           MOVE "  TOTAL DO ATIVO" TO WS-LIN-ROTULO
           PERFORM 5600-IMPRIMIR-TOTAL

           MOVE "PASSIVO" TO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA
           MOVE 'P' TO WS-GRUPO-ALVO
           MOVE -1 TO WS-SINAL
           PERFORM 5500-IMPRIMIR-GRUPO
           PERFORM VARYING WS-IDX-COL FROM 1 BY 1
                   UNTIL WS-IDX-COL GREATER 3
               MOVE WS-TOT-PASSIVO(WS-IDX-COL) TO
                   WS-TOT-VALOR(WS-IDX-COL)
           END-PERFORM
           MOVE "  TOTAL DO PASSIVO" TO WS-LIN-ROTULO
           PERFORM 5600-IMPRIMIR-TOTAL

           MOVE "PATRIMONIO LIQUIDO" TO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA
           MOVE 'L' TO WS-GRUPO-ALVO
           PERFORM 5500-IMPRIMIR-GRUPO
           PERFORM VARYING WS-IDX-COL FROM 1 BY 1
                   UNTIL WS-IDX-COL GREATER 3
               MOVE WS-TOT-RES-ANTERIOR(WS-IDX-COL) TO
                   WS-TOT-VALOR(WS-IDX-COL)
           END-PERFORM
           MOVE "  RESULTADOS ANTERIORES NAO ENCERR." TO WS-LIN-ROTULO
           PERFORM 5600-IMPRIMIR-TOTAL
           PERFORM VARYING WS-IDX-COL FROM 1 BY 1
                   UNTIL WS-IDX-COL GREATER 3
               MOVE WS-TOT-RES-EXERC(WS-IDX-COL) TO
                   WS-TOT-VALOR(WS-IDX-COL)
           END-PERFORM
           MOVE "  RESULTADO DO EXERCICIO" TO WS-LIN-ROTULO
           PERFORM 5600-IMPRIMIR-TOTAL
           PERFORM VARYING WS-IDX-COL FROM 1 BY 1
                   UNTIL WS-IDX-COL GREATER 3
               COMPUTE WS-TOT-VALOR(WS-IDX-COL) =
                   WS-TOT-PATRIMONIO(WS-IDX-COL)
                   + WS-TOT-RES-ANTERIOR(WS-IDX-COL)
                   + WS-TOT-RES-EXERC(WS-IDX-COL)
           END-PERFORM
           MOVE "  TOTAL DO PATRIMONIO LIQUIDO" TO WS-LIN-ROTULO
           PERFORM 5600-IMPRIMIR-TOTAL

           PERFORM VARYING WS-IDX-COL FROM 1 BY 1
                   UNTIL WS-IDX-COL GREATER 3
               COMPUTE WS-TOT-VALOR(WS-IDX-COL) =
                   WS-TOT-PASSIVO(WS-IDX-COL)
                   + WS-TOT-PATRIMONIO(WS-IDX-COL)
                   + WS-TOT-RES-ANTERIOR(WS-IDX-COL)
                   + WS-TOT-RES-EXERC(WS-IDX-COL)
           END-PERFORM
           MOVE "TOTAL DO PASSIVO E PATRIMONIO LIQ." TO WS-LIN-ROTULO
           PERFORM 5600-IMPRIMIR-TOTAL

           IF WS-BALANCO-FECHA EQUAL 'S'
               MOVE "BALANCO CONFERE: ATIVO = PASSIVO + PL"
                   TO LINHA-RELATORIO
               PERFORM 8200-IMPRIMIR-LINHA
           ELSE
               PERFORM 5300-IMPRIMIR-DIFERENCA
           END-IF.

       5300-IMPRIMIR-DIFERENCA.
           DISPLAY "*** BALANCO NAO FECHA EM " WS-PERIODO
               " - VER RELATORIO"

           MOVE ALL "*" TO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA
           MOVE "*** BALANCO NAO FECHA - ATIVO MENOS PASSIVO E PL"
               TO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA
           PERFORM VARYING WS-IDX-COL FROM 1 BY 1
                   UNTIL WS-IDX-COL GREATER 3
               MOVE WS-TOT-DIFERENCA(WS-IDX-COL) TO
                   WS-TOT-VALOR(WS-IDX-COL)
           END-PERFORM
           MOVE "*** DIFERENCA" TO WS-LIN-ROTULO
           PERFORM 5600-IMPRIMIR-TOTAL

           MOVE 0 TO WS-SEM-GRUPO
           MOVE SPACE TO WS-GRUPO-ALVO
           MOVE 'S' TO WS-TIPO-VALOR
           MOVE 1 TO WS-SINAL
           PERFORM VARYING WS-IDX-CTA FROM 1 BY 1
                   UNTIL WS-IDX-CTA GREATER WS-QTDE-CONTAS
               IF WS-TCT-GRUPO(WS-IDX-CTA) EQUAL SPACE
                   ADD 1 TO WS-SEM-GRUPO
               END-IF
           END-PERFORM

           IF WS-SEM-GRUPO GREATER 0
               MOVE "*** CONTAS SEM GRUPO NO PLANO DE CONTAS:"
                   TO LINHA-RELATORIO
               PERFORM 8200-IMPRIMIR-LINHA
               PERFORM 5500-IMPRIMIR-GRUPO
           ELSE
               MOVE "*** CONFERIR LANCAMENTOS NO BALANCETE"
                   TO LINHA-RELATORIO
               PERFORM 8200-IMPRIMIR-LINHA
           END-IF

           MOVE ALL "*" TO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA.

      ******************************************************************
      * One line per account of WS-GRUPO-ALVO with movement ('M') or
      * balance ('S') times WS-SINAL; accounts at zero in all three
      * columns are left out.
      ******************************************************************
       5500-IMPRIMIR-GRUPO.
           PERFORM VARYING WS-IDX-CTA FROM 1 BY 1
                   UNTIL WS-IDX-CTA GREATER WS-QTDE-CONTAS
               IF WS-TCT-GRUPO(WS-IDX-CTA) EQUAL WS-GRUPO-ALVO
                   PERFORM 5510-IMPRIMIR-CONTA
               END-IF
           END-PERFORM.

       5510-IMPRIMIR-CONTA.
           MOVE 'N' TO WS-TEM-VALOR

           PERFORM VARYING WS-IDX-COL FROM 1 BY 1
                   UNTIL WS-IDX-COL GREATER 3
               IF WS-TIPO-VALOR EQUAL 'M'
                   COMPUTE WS-VALOR-ALVO = WS-SINAL *
                       WS-TCT-MOVIMENTO(WS-IDX-CTA, WS-IDX-COL)
               ELSE
                   COMPUTE WS-VALOR-ALVO = WS-SINAL *
                       WS-TCT-SALDO(WS-IDX-CTA, WS-IDX-COL)
               END-IF
               MOVE WS-VALOR-ALVO TO WS-TOT-VALOR(WS-IDX-COL)
               IF WS-VALOR-ALVO NOT EQUAL 0
                   MOVE 'S' TO WS-TEM-VALOR
               END-IF
           END-PERFORM

           IF WS-TEM-VALOR EQUAL 'S'
               MOVE SPACES TO WS-LIN-ROTULO
               STRING "    " WS-TCT-CONTA(WS-IDX-CTA) " "
                   WS-TCT-NOME(WS-IDX-CTA)
                   DELIMITED BY SIZE INTO WS-LIN-ROTULO
               PERFORM 5600-IMPRIMIR-TOTAL
           END-IF.

       5600-IMPRIMIR-TOTAL.
           PERFORM VARYING WS-IDX-COL FROM 1 BY 1
                   UNTIL WS-IDX-COL GREATER 3
               MOVE WS-TOT-VALOR(WS-IDX-COL) TO
                   WS-LIN-VALOR(WS-IDX-COL)
           END-PERFORM
           MOVE WS-LINHA-DEMONSTRACAO TO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA.

       8100-ABRIR-RELATORIO.
           MOVE PARM-AMB-NOME TO REL-CAB-AMBIENTE

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-RELATORIO
           MOVE WS-DATA-RELATORIO(5:2) TO REL-CAB-DATA(1:2)
           MOVE WS-DATA-RELATORIO(7:2) TO REL-CAB-DATA(4:2)
           MOVE WS-DATA-RELATORIO(1:4) TO REL-CAB-DATA(7:4)

           MOVE SPACES TO REL-CAB-TITULO
           STRING "DRE E BALANCO - PERIODO " WS-PERIODO
               DELIMITED BY SIZE INTO REL-CAB-TITULO

           MOVE SPACES TO REL-NOME-ARQ
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'RELATORIOS\DEMONSTRACOES' WS-PERIODO '.TXT'
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

           MOVE SPACES TO WS-ARQ-PLANOCONTAS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'PLANOCONTAS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-PLANOCONTAS

           MOVE SPACES TO WS-ARQ-PERIODOMENSAL
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'PERIODOMENSAL.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-PERIODOMENSAL.

       END PROGRAM DEMONSTRACOES.
