       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORCAMENTO-CONTA.
       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORCAMENTO ASSIGN TO WS-ARQ-ORCAMENTO
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CHAVE-ORCAMENTO
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS.

           SELECT CARGA ASSIGN TO WS-ARQ-ORCAMENTOCARGA
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-CAR.

           SELECT LANCAMENTOS ASSIGN TO WS-ARQ-LANCAMENTOS
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-LAN.

           SELECT PLANO ASSIGN TO WS-ARQ-PLANOCONTAS
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS COD-CONTA
           FILE STATUS IS WS-FS-PLA.
       DATA DIVISION.
       FILE SECTION.
       FD ORCAMENTO.
           COPY ORCAMENTO.

       FD CARGA.
           COPY CARGAORCAMENTO.

       FD LANCAMENTOS.
           COPY LANCAMENTO.

       FD PLANO.
           COPY CONTACONTABIL.
       WORKING-STORAGE SECTION.
           COPY PARMSESSAO.
           COPY AMBIENTE.
       77 WS-ARQ-ORCAMENTO       PIC X(60) VALUE SPACES.
       77 WS-ARQ-ORCAMENTOCARGA  PIC X(60) VALUE SPACES.
       77 WS-ARQ-LANCAMENTOS     PIC X(60) VALUE SPACES.
       77 WS-ARQ-PLANOCONTAS     PIC X(60) VALUE SPACES.
       77 WS-FS              PIC 99 VALUE 0.
       77 WS-FS-CAR           PIC 99 VALUE 0.
       77 WS-FS-LAN           PIC 99 VALUE 0.
       77 WS-FS-PLA           PIC 99 VALUE 0.
       77 WS-EOF              PIC 99 VALUE 0.
       77 CONTROLE            PIC A VALUE SPACES.
       77 WS-OPCAO            PIC 9 VALUE 0.
       77 WS-CONFIRMA         PIC A VALUE SPACES.
       77 WS-ACHOU            PIC A VALUE 'N'.
       77 WS-CONTA-OK         PIC A VALUE 'N'.
       77 WS-ANO              PIC 9(04) VALUE 0.
       77 WS-ANO-BASE         PIC 9(04) VALUE 0.
       77 WS-CONTA            PIC 9(05) VALUE 0.
       77 WS-MES              PIC 99 VALUE 0.
       77 WS-VALOR            PIC S9(11)V99 VALUE 0.
       77 WS-REAJUSTE         PIC S9(03)V99 VALUE 0.
       77 WS-LIDAS            PIC 9(07) VALUE 0.
       77 WS-ACEITAS          PIC 9(07) VALUE 0.
       77 WS-REJEITADAS       PIC 9(07) VALUE 0.
       77 WS-INCLUIDOS        PIC 9(05) VALUE 0.
       77 WS-ALTERADOS        PIC 9(05) VALUE 0.
       77 WS-QTDE-CONTAS      PIC 9(03) VALUE 0.
       77 WS-IDX-BUSCA        PIC 9(03) VALUE 0.
       77 WS-IDX-CTA          PIC 9(03) VALUE 0.
       77 WS-CONTA-ALVO       PIC 9(05) VALUE 0.
       77 WS-VALOR-ALVO       PIC S9(13)V99 VALUE 0.
       77 MASC-VALOR          PIC -ZZ.ZZZ.ZZZ.ZZ9,99.

       01 WS-TABELA-REALIZADO.
           03 WS-REA-OCORR OCCURS 200 TIMES.
               05 WS-REA-CONTA        PIC 9(05).
               05 WS-REA-MES          PIC S9(13)V99
                                      OCCURS 12 TIMES.

       PROCEDURE DIVISION.
      ******************************************************************
      * Budget by ledger account and month for one fiscal (calendar)
      * year. The budget comes in from the flat file ORCAMENTOCARGA.TXT
      * or from the prior year's actuals on LANCAMENTOS.TXT raised by
      * a percentage, and single months can be corrected by hand.
      ******************************************************************
       MAIN-PROCEDURE.
           PERFORM 0950-RESOLVER-AMBIENTE
           PERFORM 0900-LER-SESSAO
           DISPLAY "ORCAMENTO POR CONTA CONTABIL"

           OPEN I-O ORCAMENTO

           IF WS-FS EQUAL 35
               OPEN OUTPUT ORCAMENTO
               IF WS-FS EQUAL ZEROS
                   CLOSE ORCAMENTO
                   OPEN I-O ORCAMENTO
               END-IF
           END-IF

           OPEN INPUT PLANO

           IF WS-FS NOT EQUAL ZEROS
           OR WS-FS-PLA NOT EQUAL ZEROS
               DISPLAY "NAO FOI POSSIVEL ABRIR OS ARQUIVOS"
               DISPLAY "ORCAMENTO: " WS-FS "  PLANO DE CONTAS: "
                   WS-FS-PLA
           ELSE
               PERFORM UNTIL CONTROLE EQUAL 'N'
                   DISPLAY "1 - CARREGAR DO ARQUIVO ORCAMENTOCARGA.TXT"
                   DISPLAY "2 - COPIAR REALIZADO DO ANO ANTERIOR + %"
                   DISPLAY "3 - ALTERAR UMA CONTA/MES"
                   ACCEPT WS-OPCAO

                   EVALUATE WS-OPCAO
                       WHEN 1
                           PERFORM 1000-CARREGAR-ARQUIVO
                       WHEN 2
                           PERFORM 2000-COPIAR-REALIZADO
                       WHEN 3
                           PERFORM 3000-ALTERAR-MES
                       WHEN OTHER
                           DISPLAY "OPCAO INVALIDA"
                   END-EVALUATE

                   DISPLAY "DESEJA REALIZAR OUTRA OPERACAO?"
                   DISPLAY "DIGITE N PARA NAO"
                   ACCEPT CONTROLE
               END-PERFORM
           END-IF

           IF WS-FS EQUAL ZEROS
               CLOSE ORCAMENTO
           END-IF

           IF WS-FS-PLA EQUAL ZEROS
               CLOSE PLANO
           END-IF

           GOBACK.

      ******************************************************************
      * Each line of the load file replaces one month of one account;
      * a line for an account missing from the chart of accounts or
      * with a month outside 1-12 is listed and skipped.
      ******************************************************************
       1000-CARREGAR-ARQUIVO.
           MOVE 0 TO WS-LIDAS
           MOVE 0 TO WS-ACEITAS
           MOVE 0 TO WS-REJEITADAS
           MOVE 0 TO WS-INCLUIDOS
           MOVE 0 TO WS-ALTERADOS

           OPEN INPUT CARGA

           IF WS-FS-CAR NOT EQUAL ZEROS
               DISPLAY "ORCAMENTOCARGA.TXT NAO ABERTO - FILE STATUS: "
                   WS-FS-CAR
           ELSE
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF EQUAL 1
                   READ CARGA
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-LIDAS
                           PERFORM 1100-CARREGAR-LINHA
                   END-READ
               END-PERFORM

               CLOSE CARGA

               DISPLAY "LINHAS LIDAS.......: " WS-LIDAS
               DISPLAY "LINHAS ACEITAS.....: " WS-ACEITAS
               DISPLAY "LINHAS REJEITADAS..: " WS-REJEITADAS
               DISPLAY "GRAVACOES NOVAS....: " WS-INCLUIDOS
               DISPLAY "REGRAVACOES........: " WS-ALTERADOS
           END-IF.

       1100-CARREGAR-LINHA.
           MOVE CARGA-CONTA TO WS-CONTA
           PERFORM 9000-VALIDAR-CONTA

           IF WS-CONTA-OK NOT EQUAL 'S'
           OR CARGA-MES LESS 1
           OR CARGA-MES GREATER 12
           OR CARGA-ANO EQUAL 0
               ADD 1 TO WS-REJEITADAS
               DISPLAY "LINHA " WS-LIDAS " REJEITADA - ANO " CARGA-ANO
                   " CONTA " CARGA-CONTA " MES " CARGA-MES
           ELSE
               MOVE CARGA-ANO TO WS-ANO
               PERFORM 9100-LER-ORCAMENTO
               MOVE CARGA-VALOR TO ORC-VALOR-MES(CARGA-MES)
               PERFORM 9200-GRAVAR-ORCAMENTO
               ADD 1 TO WS-ACEITAS
           END-IF.

      ******************************************************************
      * The prior year's balance of every account moved in it (debits
      * minus credits, month by month) becomes the new year's budget
      * raised by the percentage given. Accounts with no movement in
      * the base year keep whatever budget they already have.
      ******************************************************************
       2000-COPIAR-REALIZADO.
           DISPLAY "ANO DO ORCAMENTO (AAAA)"
           ACCEPT WS-ANO
           DISPLAY "PERCENTUAL DE REAJUSTE (EX.: 5,00 OU -3,50)"
           ACCEPT WS-REAJUSTE

           IF WS-ANO EQUAL 0
               DISPLAY "ANO INVALIDO"
           ELSE
               COMPUTE WS-ANO-BASE = WS-ANO - 1
               DISPLAY "O ORCAMENTO " WS-ANO " DAS CONTAS MOVIMENTADAS"
                   " EM " WS-ANO-BASE " SERA SUBSTITUIDO"
               DISPLAY "CONFIRMA? (S/N)"
               ACCEPT WS-CONFIRMA

               IF WS-CONFIRMA EQUAL 'S'
                   PERFORM 2100-SOMAR-ANO-BASE
               ELSE
                   DISPLAY "COPIA CANCELADA"
               END-IF
           END-IF.

       2100-SOMAR-ANO-BASE.
           MOVE 0 TO WS-QTDE-CONTAS
           MOVE 0 TO WS-INCLUIDOS
           MOVE 0 TO WS-ALTERADOS
           INITIALIZE WS-TABELA-REALIZADO

           OPEN INPUT LANCAMENTOS

           IF WS-FS-LAN NOT EQUAL ZEROS
               DISPLAY "LANCAMENTOS.TXT NAO ABERTO - FILE STATUS: "
                   WS-FS-LAN
           ELSE
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF EQUAL 1
                   READ LANCAMENTOS
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF DATA-LAN(1:4) EQUAL WS-ANO-BASE
                               PERFORM 2200-ACUMULAR-LANCAMENTO
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE LANCAMENTOS

               IF WS-QTDE-CONTAS EQUAL 0
                   DISPLAY "NENHUM LANCAMENTO EM " WS-ANO-BASE
               ELSE
                   PERFORM VARYING WS-IDX-CTA FROM 1 BY 1
                           UNTIL WS-IDX-CTA GREATER WS-QTDE-CONTAS
                       PERFORM 2400-GRAVAR-CONTA-COPIADA
                   END-PERFORM

                   DISPLAY "CONTAS INCLUIDAS...: " WS-INCLUIDOS
                   DISPLAY "CONTAS ALTERADAS...: " WS-ALTERADOS
               END-IF
           END-IF.

       2200-ACUMULAR-LANCAMENTO.
           MOVE DATA-LAN(5:2) TO WS-MES

           MOVE COD-CONTA-DEBITO-LAN TO WS-CONTA-ALVO
           MOVE VALOR-LAN TO WS-VALOR-ALVO
           PERFORM 2300-ACUMULAR-CONTA

           MOVE COD-CONTA-CREDITO-LAN TO WS-CONTA-ALVO
           COMPUTE WS-VALOR-ALVO = 0 - VALOR-LAN
           PERFORM 2300-ACUMULAR-CONTA.

       2300-ACUMULAR-CONTA.
           MOVE 0 TO WS-IDX-CTA

           PERFORM VARYING WS-IDX-BUSCA FROM 1 BY 1
                   UNTIL WS-IDX-BUSCA GREATER WS-QTDE-CONTAS
               IF WS-REA-CONTA(WS-IDX-BUSCA) EQUAL WS-CONTA-ALVO
                   MOVE WS-IDX-BUSCA TO WS-IDX-CTA
               END-IF
           END-PERFORM

           IF WS-IDX-CTA EQUAL 0
               IF WS-QTDE-CONTAS GREATER OR EQUAL 200
                   DISPLAY "TABELA DE CONTAS CHEIA - CONTA "
                       WS-CONTA-ALVO " IGNORADA"
               ELSE
                   ADD 1 TO WS-QTDE-CONTAS
                   MOVE WS-CONTA-ALVO TO WS-REA-CONTA(WS-QTDE-CONTAS)
                   MOVE WS-QTDE-CONTAS TO WS-IDX-CTA
               END-IF
           END-IF

           IF WS-IDX-CTA GREATER 0
               ADD WS-VALOR-ALVO TO WS-REA-MES(WS-IDX-CTA, WS-MES)
           END-IF.

       2400-GRAVAR-CONTA-COPIADA.
           MOVE WS-REA-CONTA(WS-IDX-CTA) TO WS-CONTA
           PERFORM 9100-LER-ORCAMENTO

           PERFORM VARYING WS-MES FROM 1 BY 1
                   UNTIL WS-MES GREATER 12
               COMPUTE ORC-VALOR-MES(WS-MES) ROUNDED =
                   WS-REA-MES(WS-IDX-CTA, WS-MES)
                   * (100 + WS-REAJUSTE) / 100
           END-PERFORM

           PERFORM 9200-GRAVAR-ORCAMENTO.

       3000-ALTERAR-MES.
           DISPLAY "ANO DO ORCAMENTO (AAAA)"
           ACCEPT WS-ANO
           DISPLAY "CONTA CONTABIL"
           ACCEPT WS-CONTA

           PERFORM 9000-VALIDAR-CONTA

           IF WS-CONTA-OK NOT EQUAL 'S'
           OR WS-ANO EQUAL 0
               DISPLAY "ANO OU CONTA INVALIDA"
           ELSE
               PERFORM 9100-LER-ORCAMENTO
               DISPLAY "CONTA " WS-CONTA " - " NOME-CONTA

               PERFORM VARYING WS-MES FROM 1 BY 1
                       UNTIL WS-MES GREATER 12
                   MOVE ORC-VALOR-MES(WS-MES) TO MASC-VALOR
                   DISPLAY "  MES " WS-MES ": " MASC-VALOR
               END-PERFORM

               DISPLAY "MES A ALTERAR (1-12)"
               ACCEPT WS-MES

               IF WS-MES LESS 1
               OR WS-MES GREATER 12
                   DISPLAY "MES INVALIDO"
               ELSE
                   DISPLAY "NOVO VALOR (DEBITOS - CREDITOS; "
                       "RECEITA NEGATIVA)"
                   ACCEPT WS-VALOR
                   MOVE WS-VALOR TO ORC-VALOR-MES(WS-MES)
                   PERFORM 9200-GRAVAR-ORCAMENTO
                   DISPLAY "ORCAMENTO GRAVADO"
               END-IF
           END-IF.

       9000-VALIDAR-CONTA.
           MOVE 'N' TO WS-CONTA-OK
           MOVE WS-CONTA TO COD-CONTA

           READ PLANO
               INVALID KEY
                   MOVE 'N' TO WS-CONTA-OK
               NOT INVALID KEY
                   MOVE 'S' TO WS-CONTA-OK
           END-READ.

      ******************************************************************
      * Leaves REG-ORCAMENTO holding the year/account budget, or a new
      * one with every month at zero; WS-ACHOU tells which.
      ******************************************************************
       9100-LER-ORCAMENTO.
           MOVE WS-ANO TO ORC-ANO
           MOVE WS-CONTA TO ORC-CONTA

           READ ORCAMENTO
               INVALID KEY
                   MOVE 'N' TO WS-ACHOU
               NOT INVALID KEY
                   MOVE 'S' TO WS-ACHOU
           END-READ

           IF WS-ACHOU EQUAL 'N'
               INITIALIZE REG-ORCAMENTO
               MOVE WS-ANO TO ORC-ANO
               MOVE WS-CONTA TO ORC-CONTA
           END-IF.

       9200-GRAVAR-ORCAMENTO.
           MOVE PARM-SES-OPERADOR TO ORC-OPERADOR
           MOVE FUNCTION CURRENT-DATE(1:14) TO ORC-DATA-HORA

           IF WS-ACHOU EQUAL 'S'
               REWRITE REG-ORCAMENTO
                   INVALID KEY
                       DISPLAY "ERRO AO REGRAVAR ORCAMENTO " ORC-ANO
                           " CONTA " ORC-CONTA
                   NOT INVALID KEY
                       ADD 1 TO WS-ALTERADOS
               END-REWRITE
           ELSE
               WRITE REG-ORCAMENTO
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR ORCAMENTO " ORC-ANO
                           " CONTA " ORC-CONTA
                   NOT INVALID KEY
                       ADD 1 TO WS-INCLUIDOS
               END-WRITE
           END-IF.

       0900-LER-SESSAO.
           MOVE 'L' TO PARM-SES-ACAO
           CALL "OPERADOR-SESSAO" USING PARM-SESSAO.

       0950-RESOLVER-AMBIENTE.
           CALL "CONFIG-AMBIENTE" USING PARM-AMBIENTE
           DISPLAY "AMBIENTE ATIVO: " PARM-AMB-NOME

           MOVE SPACES TO WS-ARQ-ORCAMENTO
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'ORCAMENTO.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-ORCAMENTO

           MOVE SPACES TO WS-ARQ-ORCAMENTOCARGA
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'ORCAMENTOCARGA.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-ORCAMENTOCARGA

           MOVE SPACES TO WS-ARQ-LANCAMENTOS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'LANCAMENTOS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-LANCAMENTOS

           MOVE SPACES TO WS-ARQ-PLANOCONTAS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'PLANOCONTAS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-PLANOCONTAS.

       END PROGRAM ORCAMENTO-CONTA.
