       IDENTIFICATION DIVISION.
       PROGRAM-ID. FECHAMENTO-CONTABIL.
       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIODOS ASSIGN TO WS-ARQ-PERIODOSCTB
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PCT-PERIODO
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS.

           SELECT LANCAMENTOS ASSIGN TO WS-ARQ-LANCAMENTOS
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-LAN.

           SELECT PLANO ASSIGN TO WS-ARQ-PLANOCONTAS
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS COD-CONTA
           FILE STATUS IS WS-FS-PLA.

           SELECT SALDOS-ABERTURA ASSIGN TO WS-ARQ-SALDOSABERTURA
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CHAVE-SALDO-ABERTURA
           FILE STATUS IS WS-FS-SAB.

           SELECT AUDITORIA ASSIGN TO WS-ARQ-AUDITORIA
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-AUD.
       DATA DIVISION.
       FILE SECTION.
       FD PERIODOS.
           COPY PERIODOCONTABIL.

       FD LANCAMENTOS.
           COPY LANCAMENTO.

       FD PLANO.
           COPY CONTACONTABIL.

       FD SALDOS-ABERTURA.
           COPY SALDOABERTURA.

       FD AUDITORIA.
           COPY AUDITMESTRE.
       WORKING-STORAGE SECTION.
           COPY FSTATUS.
           COPY PARMSESSAO.
           COPY PARMLANCAMENTO.
           COPY PARMCHECKLIST.
           COPY AMBIENTE.
       77 WS-ARQ-PERIODOSCTB     PIC X(60) VALUE SPACES.
       77 WS-ARQ-LANCAMENTOS     PIC X(60) VALUE SPACES.
       77 WS-ARQ-PLANOCONTAS     PIC X(60) VALUE SPACES.
       77 WS-ARQ-SALDOSABERTURA  PIC X(60) VALUE SPACES.
       77 WS-ARQ-AUDITORIA       PIC X(60) VALUE SPACES.
       77 WS-FS              PIC 99 VALUE 0.
       77 WS-FS-LAN           PIC 99 VALUE 0.
       77 WS-FS-PLA           PIC 99 VALUE 0.
       77 WS-FS-SAB           PIC 99 VALUE 0.
       77 WS-FS-AUD           PIC 99 VALUE 0.
       77 CONTROLE           PIC A VALUE SPACES.
       77 WS-OPCAO            PIC 9 VALUE 0.
       77 WS-EOF              PIC 99 VALUE 0.
       77 WS-CONFIRMA         PIC A VALUE SPACES.
       77 WS-PERIODO          PIC 9(06) VALUE 0.
       77 WS-PERIODO-ATUAL    PIC 9(06) VALUE 0.
       77 WS-ANO              PIC 9(04) VALUE 0.
       77 WS-ANO-ATUAL        PIC 9(04) VALUE 0.
       77 WS-ANO-SEGUINTE     PIC 9(04) VALUE 0.
       77 WS-MES              PIC 99 VALUE 0.
       77 WS-DATA-LIMITE      PIC 9(08) VALUE 0.
       77 WS-ANO-LAN          PIC 9(04) VALUE 0.
       77 WS-COM-ABERTURA     PIC A VALUE 'N'.
       77 WS-PERIODO-EXISTE   PIC A VALUE 'N'.
       77 WS-VALIDO           PIC A VALUE 'S'.
       77 WS-CHECKLIST-OK     PIC A VALUE 'N'.
       77 WS-QTDE-CONTAS      PIC 9(03) VALUE 0.
       77 WS-IDX-BUSCA        PIC 9(03) VALUE 0.
       77 WS-IDX-CTA          PIC 9(03) VALUE 0.
       77 WS-IDX-ACHADO       PIC 9(03) VALUE 0.
       77 WS-CONTA-ALVO       PIC 9(05) VALUE 0.
       77 WS-VALOR-ALVO       PIC S9(13)V99 VALUE 0.
       77 WS-CONTA-LUCROS     PIC 9(05) VALUE 51000.
       77 WS-TOTAL-RECEITAS   PIC S9(13)V99 VALUE 0.
       77 WS-TOTAL-DESPESAS   PIC S9(13)V99 VALUE 0.
       77 WS-RESULTADO        PIC S9(13)V99 VALUE 0.
       77 WS-QTDE-LANCADOS    PIC 9(05) VALUE 0.
       77 WS-QTDE-SALDOS      PIC 9(05) VALUE 0.
       77 WS-AUD-ANTES        PIC X(200) VALUE SPACES.
       77 WS-AUD-DEPOIS       PIC X(200) VALUE SPACES.
       77 MASC-VALOR          PIC -ZZ.ZZZ.ZZZ.ZZ9,99.

       01 WS-TABELA-SALDOS.
           03 WS-TSD-OCORR OCCURS 200 TIMES.
               05 WS-TSD-CONTA        PIC 9(05).
               05 WS-TSD-GRUPO        PIC X.
               05 WS-TSD-SALDO        PIC S9(13)V99.

       PROCEDURE DIVISION.
      ******************************************************************
      * Accounting period control. A closed month takes no postings
      * (GRAVA-LANCAMENTO checks PERIODOSCONTABEIS.TXT). The year-end
      * close moves the balance of every revenue, cost and expense
      * account into 51000 LUCROS ACUMULADOS with entries dated 31/12
      * and writes the next year's opening balances; December can
      * only be closed after that. Reopening a month is for a level 4
      * operator and is recorded on AUDITORIA.TXT.
      ******************************************************************
       MAIN-PROCEDURE.
           PERFORM 0950-RESOLVER-AMBIENTE
           PERFORM 0900-LER-SESSAO
           DISPLAY "FECHAMENTO CONTABIL"

           MOVE FUNCTION CURRENT-DATE(1:6) TO WS-PERIODO-ATUAL
           MOVE WS-PERIODO-ATUAL(1:4) TO WS-ANO-ATUAL

           OPEN I-O PERIODOS

           IF WS-FS EQUAL 35
               OPEN OUTPUT PERIODOS
               IF WS-FS EQUAL ZEROS
                   CLOSE PERIODOS
                   OPEN I-O PERIODOS
               END-IF
           END-IF

           IF WS-FS NOT EQUAL ZEROS
               MOVE WS-FS TO WS-FS-CODIGO-BUSCA
               PERFORM 9000-TRADUZIR-FS-STATUS
               DISPLAY "NAO FOI POSSIVEL ABRIR OS PERIODOS CONTABEIS"
               DISPLAY "FILE STATUS: " WS-FS " - " WS-FS-MENSAGEM
           ELSE
               PERFORM UNTIL CONTROLE EQUAL 'N'
                   DISPLAY "1 - FECHAR MES"
                   DISPLAY "2 - ENCERRAR EXERCICIO"
                   DISPLAY "3 - REABRIR MES (NIVEL 4)"
                   DISPLAY "4 - LISTAR PERIODOS"
                   ACCEPT WS-OPCAO

                   EVALUATE WS-OPCAO
                       WHEN 1
                           PERFORM 2000-FECHAR-MES
                       WHEN 2
                           PERFORM 3000-ENCERRAR-EXERCICIO
                       WHEN 3
                           PERFORM 4000-REABRIR-MES
                       WHEN 4
                           PERFORM 5000-LISTAR-PERIODOS
                       WHEN OTHER
                           DISPLAY "OPCAO INVALIDA"
                   END-EVALUATE

                   DISPLAY "DESEJA REALIZAR OUTRA OPERACAO?"
                   DISPLAY "DIGITE N PARA NAO"
                   ACCEPT CONTROLE
               END-PERFORM

               CLOSE PERIODOS
           END-IF

           GOBACK.

       1000-LER-PERIODO.
           MOVE WS-PERIODO TO PCT-PERIODO
           MOVE 'S' TO WS-PERIODO-EXISTE

           READ PERIODOS
               INVALID KEY
                   MOVE 'N' TO WS-PERIODO-EXISTE
                   INITIALIZE REG-PERIODO-CONTABIL
                   MOVE WS-PERIODO TO PCT-PERIODO
                   MOVE 'A' TO PCT-SITUACAO
                   MOVE 'N' TO PCT-ENCERRADO
           END-READ.

       1100-GRAVAR-PERIODO.
           MOVE PARM-SES-OPERADOR TO PCT-OPERADOR
           MOVE FUNCTION CURRENT-DATE(1:14) TO PCT-DATA-HORA

           IF WS-PERIODO-EXISTE EQUAL 'S'
               REWRITE REG-PERIODO-CONTABIL
           ELSE
               WRITE REG-PERIODO-CONTABIL
           END-IF

           IF WS-FS NOT EQUAL ZEROS
               DISPLAY "NAO FOI POSSIVEL GRAVAR O PERIODO " PCT-PERIODO
                   " - FILE STATUS: " WS-FS
               MOVE 'N' TO WS-VALIDO
           ELSE
               MOVE 'S' TO WS-PERIODO-EXISTE
           END-IF.

      ******************************************************************
      * A month still running cannot be closed, nor December before
      * the year-end closing entries are in.
      ******************************************************************
       2000-FECHAR-MES.
           MOVE 'S' TO WS-VALIDO
           DISPLAY "INFORME O MES A FECHAR (AAAAMM)"
           ACCEPT WS-PERIODO
           MOVE WS-PERIODO(5:2) TO WS-MES

           IF WS-MES LESS 1
           OR WS-MES GREATER 12
               DISPLAY "PERIODO INVALIDO: " WS-PERIODO
               MOVE 'N' TO WS-VALIDO
           END-IF

           IF WS-VALIDO EQUAL 'S'
           AND WS-PERIODO GREATER WS-PERIODO-ATUAL
               DISPLAY "MES AINDA NAO INICIADO: " WS-PERIODO
               MOVE 'N' TO WS-VALIDO
           END-IF

           IF WS-VALIDO EQUAL 'S'
               PERFORM 1000-LER-PERIODO

               IF PERIODO-CTB-FECHADO
                   DISPLAY "MES " WS-PERIODO " JA ESTA FECHADO"
                   MOVE 'N' TO WS-VALIDO
               END-IF
           END-IF

           IF WS-VALIDO EQUAL 'S'
           AND WS-MES EQUAL 12
           AND NOT EXERCICIO-ENCERRADO
               DISPLAY "EXERCICIO " WS-PERIODO(1:4) " NAO ENCERRADO "
                   "- USE A OPCAO 2 ANTES DE FECHAR DEZEMBRO"
               MOVE 'N' TO WS-VALIDO
           END-IF

           IF WS-VALIDO EQUAL 'S'
               PERFORM 2100-CONFERIR-CHECKLIST
               IF WS-CHECKLIST-OK NOT EQUAL 'S'
                   MOVE 'N' TO WS-VALIDO
               END-IF
           END-IF

           IF WS-VALIDO EQUAL 'S'
               IF WS-PERIODO EQUAL WS-PERIODO-ATUAL
                   DISPLAY "ATENCAO: O MES CORRENTE FICA SEM LANCAMENT"
                       "OS ATE SER REABERTO"
               END-IF
               DISPLAY "CONFIRMA O FECHAMENTO DE " WS-PERIODO "? (S/N)"
               ACCEPT WS-CONFIRMA

               IF WS-CONFIRMA EQUAL 'S'
                   MOVE 'F' TO PCT-SITUACAO
                   PERFORM 1100-GRAVAR-PERIODO
                   IF WS-VALIDO EQUAL 'S'
                       DISPLAY "MES " WS-PERIODO " FECHADO"
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * Every step on the month-end checklist must be concluded or
      * waived before the ledger month is closed.
      ******************************************************************
       2100-CONFERIR-CHECKLIST.
           MOVE 'S' TO WS-CHECKLIST-OK
           MOVE WS-PERIODO TO PARM-CKL-PERIODO
           MOVE SPACES TO PARM-CKL-ATE-PROGRAMA
           CALL "CONFERE-CHECKLIST" USING PARM-CHECKLIST

           IF PARM-CKL-RETORNO NOT EQUAL ZEROS
               MOVE 'N' TO WS-CHECKLIST-OK
               IF PARM-CKL-RETORNO EQUAL 8
                   DISPLAY "CHECKLIST DE FECHAMENTO DE " WS-PERIODO
                       " NAO INICIADO - USE CHECKLIST-FECHAMENTO"
               ELSE
                   DISPLAY "CHECKLIST DE FECHAMENTO INCOMPLETO: "
                       PARM-CKL-PENDENTES " PASSO(S) PENDENTE(S)"
                   DISPLAY "PRIMEIRO PENDENTE: " PARM-CKL-PRIMEIRO-SEQ
                       " - " PARM-CKL-PRIMEIRO-DESCRICAO
               END-IF
           END-IF.

      ******************************************************************
      * Balances run from the opening balances when the year before
      * was closed, otherwise from every posting up to 31/12. Running
      * the close again after December was reopened posts only what
      * changed since the first run.
      ******************************************************************
       3000-ENCERRAR-EXERCICIO.
           MOVE 'S' TO WS-VALIDO
           DISPLAY "INFORME O ANO A ENCERRAR (AAAA)"
           ACCEPT WS-ANO

           IF WS-ANO NOT LESS WS-ANO-ATUAL
               DISPLAY "EXERCICIO " WS-ANO " AINDA EM CURSO"
               MOVE 'N' TO WS-VALIDO
           END-IF

           IF WS-VALIDO EQUAL 'S'
               COMPUTE WS-PERIODO = WS-ANO * 100 + 12
               PERFORM 1000-LER-PERIODO

               IF PERIODO-CTB-FECHADO
                   DISPLAY "DEZEMBRO DE " WS-ANO " ESTA FECHADO - REAB"
                       "RA O MES PARA ENCERRAR O EXERCICIO"
                   MOVE 'N' TO WS-VALIDO
               END-IF
           END-IF

           IF WS-VALIDO EQUAL 'S'
               PERFORM 3100-VERIFICAR-ABERTURA
               PERFORM 3200-CARREGAR-SALDOS
           END-IF

           IF WS-VALIDO EQUAL 'S'
               PERFORM 3300-CLASSIFICAR-CONTAS
               PERFORM 3400-MOSTRAR-RESULTADO

               DISPLAY "CONFIRMA OS LANCAMENTOS DE ENCERRAMENTO? (S/N)"
               ACCEPT WS-CONFIRMA

               IF WS-CONFIRMA NOT EQUAL 'S'
                   MOVE 'N' TO WS-VALIDO
               END-IF
           END-IF

           IF WS-VALIDO EQUAL 'S'
               PERFORM 3500-LANCAR-ENCERRAMENTO
           END-IF

           IF WS-VALIDO EQUAL 'S'
               PERFORM 3600-GRAVAR-ABERTURA
           END-IF

           IF WS-VALIDO EQUAL 'S'
               COMPUTE WS-PERIODO = WS-ANO * 100 + 12
               PERFORM 1000-LER-PERIODO
               MOVE 'S' TO PCT-ENCERRADO
               PERFORM 1100-GRAVAR-PERIODO
           END-IF

           IF WS-VALIDO EQUAL 'S'
               DISPLAY "EXERCICIO " WS-ANO " ENCERRADO - "
                   WS-QTDE-LANCADOS " LANCAMENTOS, " WS-QTDE-SALDOS
                   " SALDOS DE ABERTURA"
               PERFORM 2100-CONFERIR-CHECKLIST

               IF WS-CHECKLIST-OK EQUAL 'S'
                   DISPLAY "FECHAR DEZEMBRO DE " WS-ANO " AGORA? (S/N)"
                   ACCEPT WS-CONFIRMA

                   IF WS-CONFIRMA EQUAL 'S'
                       MOVE 'F' TO PCT-SITUACAO
                       PERFORM 1100-GRAVAR-PERIODO
                   END-IF
               ELSE
                   DISPLAY "DEZEMBRO DE " WS-ANO " FICA ABERTO ATE O "
                       "CHECKLIST SER CONCLUIDO"
               END-IF
           END-IF.

       3100-VERIFICAR-ABERTURA.
           MOVE 'N' TO WS-COM-ABERTURA
           COMPUTE WS-PERIODO = (WS-ANO - 1) * 100 + 12
           MOVE WS-PERIODO TO PCT-PERIODO

           READ PERIODOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF EXERCICIO-ENCERRADO
                       MOVE 'S' TO WS-COM-ABERTURA
                   END-IF
           END-READ.

       3200-CARREGAR-SALDOS.
           MOVE 0 TO WS-QTDE-CONTAS
           COMPUTE WS-DATA-LIMITE = WS-ANO * 10000 + 1231

           IF WS-COM-ABERTURA EQUAL 'S'
               PERFORM 3210-CARREGAR-ABERTURA
           END-IF

           OPEN INPUT LANCAMENTOS

           IF WS-FS-LAN NOT EQUAL ZEROS
               DISPLAY "NAO FOI POSSIVEL ABRIR O ARQUIVO DE LANCAMENT"
      -            "OS - FILE STATUS: " WS-FS-LAN
               MOVE 'N' TO WS-VALIDO
           ELSE
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF EQUAL 1
                   READ LANCAMENTOS
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           MOVE DATA-LAN(1:4) TO WS-ANO-LAN
                           IF DATA-LAN NOT GREATER WS-DATA-LIMITE
                           AND (WS-COM-ABERTURA EQUAL 'N'
                                OR WS-ANO-LAN EQUAL WS-ANO)
                               PERFORM 3220-ACUMULAR-LANCAMENTO
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE LANCAMENTOS
           END-IF.

       3210-CARREGAR-ABERTURA.
           OPEN INPUT SALDOS-ABERTURA

           IF WS-FS-SAB EQUAL ZEROS
               MOVE WS-ANO TO SAB-ANO
               MOVE 0 TO SAB-CONTA
               MOVE 0 TO WS-EOF

               START SALDOS-ABERTURA KEY IS NOT LESS THAN
                   CHAVE-SALDO-ABERTURA
                   INVALID KEY
                       MOVE 1 TO WS-EOF
               END-START

               PERFORM UNTIL WS-EOF EQUAL 1
                   READ SALDOS-ABERTURA NEXT
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF SAB-ANO NOT EQUAL WS-ANO
                               MOVE 1 TO WS-EOF
                           ELSE
                               MOVE SAB-CONTA TO WS-CONTA-ALVO
                               MOVE SAB-SALDO TO WS-VALOR-ALVO
                               PERFORM 3230-ACUMULAR-CONTA
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE SALDOS-ABERTURA
           END-IF.

       3220-ACUMULAR-LANCAMENTO.
           MOVE COD-CONTA-DEBITO-LAN TO WS-CONTA-ALVO
           MOVE VALOR-LAN TO WS-VALOR-ALVO
           PERFORM 3230-ACUMULAR-CONTA

           MOVE COD-CONTA-CREDITO-LAN TO WS-CONTA-ALVO
           COMPUTE WS-VALOR-ALVO = 0 - VALOR-LAN
           PERFORM 3230-ACUMULAR-CONTA.

       3230-ACUMULAR-CONTA.
           PERFORM 3240-LOCALIZAR-CONTA

           IF WS-IDX-ACHADO GREATER 0
               ADD WS-VALOR-ALVO TO WS-TSD-SALDO(WS-IDX-ACHADO)
           END-IF.

       3240-LOCALIZAR-CONTA.
           MOVE 0 TO WS-IDX-ACHADO

           PERFORM VARYING WS-IDX-BUSCA FROM 1 BY 1
                   UNTIL WS-IDX-BUSCA GREATER WS-QTDE-CONTAS
               IF WS-TSD-CONTA(WS-IDX-BUSCA) EQUAL WS-CONTA-ALVO
                   MOVE WS-IDX-BUSCA TO WS-IDX-ACHADO
               END-IF
           END-PERFORM

           IF WS-IDX-ACHADO EQUAL 0
               IF WS-QTDE-CONTAS GREATER OR EQUAL 200
                   DISPLAY "TABELA DE CONTAS CHEIA - CONTA "
                       WS-CONTA-ALVO " - ENCERRAMENTO CANCELADO"
                   MOVE 'N' TO WS-VALIDO
               ELSE
                   ADD 1 TO WS-QTDE-CONTAS
                   MOVE WS-CONTA-ALVO TO WS-TSD-CONTA(WS-QTDE-CONTAS)
                   MOVE SPACE TO WS-TSD-GRUPO(WS-QTDE-CONTAS)
                   MOVE 0 TO WS-TSD-SALDO(WS-QTDE-CONTAS)
                   MOVE WS-QTDE-CONTAS TO WS-IDX-ACHADO
               END-IF
           END-IF.

      * Same grouping DEMONSTRACOES prints with.
       3300-CLASSIFICAR-CONTAS.
           OPEN INPUT PLANO

           PERFORM VARYING WS-IDX-CTA FROM 1 BY 1
                   UNTIL WS-IDX-CTA GREATER WS-QTDE-CONTAS
               MOVE WS-TSD-CONTA(WS-IDX-CTA) TO COD-CONTA
               MOVE SPACE TO GRUPO-CONTA

               IF WS-FS-PLA EQUAL ZEROS
                   READ PLANO
                       INVALID KEY
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

               MOVE GRUPO-CONTA TO WS-TSD-GRUPO(WS-IDX-CTA)
           END-PERFORM

           IF WS-FS-PLA EQUAL ZEROS
               CLOSE PLANO
           END-IF.

       3400-MOSTRAR-RESULTADO.
           MOVE 0 TO WS-TOTAL-RECEITAS
           MOVE 0 TO WS-TOTAL-DESPESAS

           PERFORM VARYING WS-IDX-CTA FROM 1 BY 1
                   UNTIL WS-IDX-CTA GREATER WS-QTDE-CONTAS
               EVALUATE WS-TSD-GRUPO(WS-IDX-CTA)
                   WHEN 'R'
                       SUBTRACT WS-TSD-SALDO(WS-IDX-CTA)
                           FROM WS-TOTAL-RECEITAS
                   WHEN 'V'
                   WHEN 'D'
                       ADD WS-TSD-SALDO(WS-IDX-CTA)
                           TO WS-TOTAL-DESPESAS
               END-EVALUATE
           END-PERFORM

           COMPUTE WS-RESULTADO = WS-TOTAL-RECEITAS - WS-TOTAL-DESPESAS

           DISPLAY "EXERCICIO " WS-ANO
           MOVE WS-TOTAL-RECEITAS TO MASC-VALOR
           DISPLAY "RECEITAS A ENCERRAR......: " MASC-VALOR
           MOVE WS-TOTAL-DESPESAS TO MASC-VALOR
           DISPLAY "CUSTOS E DESPESAS........: " MASC-VALOR
           MOVE WS-RESULTADO TO MASC-VALOR
           DISPLAY "RESULTADO PARA " WS-CONTA-LUCROS "......: "
               MASC-VALOR.

      ******************************************************************
      * One entry per result account against 51000, dated 31/12 so
      * it falls in December; the table follows the entries so it
      * ends up holding the balances after the close.
      ******************************************************************
       3500-LANCAR-ENCERRAMENTO.
           MOVE 0 TO WS-QTDE-LANCADOS

           PERFORM VARYING WS-IDX-CTA FROM 1 BY 1
                   UNTIL WS-IDX-CTA GREATER WS-QTDE-CONTAS
                   OR WS-VALIDO EQUAL 'N'
               IF (WS-TSD-GRUPO(WS-IDX-CTA) EQUAL 'R' OR 'V' OR 'D')
               AND WS-TSD-SALDO(WS-IDX-CTA) NOT EQUAL 0
                   PERFORM 3510-LANCAR-UMA-CONTA
               END-IF
           END-PERFORM.

       3510-LANCAR-UMA-CONTA.
           IF WS-TSD-SALDO(WS-IDX-CTA) GREATER 0
               MOVE WS-CONTA-LUCROS TO PARM-LAN-DEBITO
               MOVE WS-TSD-CONTA(WS-IDX-CTA) TO PARM-LAN-CREDITO
               MOVE WS-TSD-SALDO(WS-IDX-CTA) TO PARM-LAN-VALOR
           ELSE
               MOVE WS-TSD-CONTA(WS-IDX-CTA) TO PARM-LAN-DEBITO
               MOVE WS-CONTA-LUCROS TO PARM-LAN-CREDITO
               COMPUTE PARM-LAN-VALOR = 0 - WS-TSD-SALDO(WS-IDX-CTA)
           END-IF

           MOVE SPACES TO PARM-LAN-HISTORICO
           STRING "ENCERRAMENTO DO EXERCICIO " WS-ANO
               DELIMITED BY SIZE INTO PARM-LAN-HISTORICO
           MOVE "FECHAMENTO-CONTABIL" TO PARM-LAN-ORIGEM
           MOVE WS-ANO TO PARM-LAN-DOCUMENTO
           MOVE 0 TO PARM-LAN-CENTRO-CUSTO
           COMPUTE PARM-LAN-DATA = WS-ANO * 10000 + 1231
           CALL "GRAVA-LANCAMENTO" USING PARM-LANCAMENTO
           MOVE 0 TO PARM-LAN-DATA

           IF PARM-LAN-RETORNO NOT EQUAL ZEROS
               DISPLAY "LANCAMENTO DE ENCERRAMENTO DA CONTA "
                   WS-TSD-CONTA(WS-IDX-CTA) " NAO GRAVADO - STATUS: "
                   PARM-LAN-RETORNO
               DISPLAY "ENCERRAMENTO INTERROMPIDO - CORRIJA E RODE DE "
                   "NOVO (SO O SALDO RESTANTE SERA LANCADO)"
               MOVE 'N' TO WS-VALIDO
           ELSE
               ADD 1 TO WS-QTDE-LANCADOS
               MOVE WS-TSD-SALDO(WS-IDX-CTA) TO WS-VALOR-ALVO
               MOVE 0 TO WS-TSD-SALDO(WS-IDX-CTA)
               MOVE WS-CONTA-LUCROS TO WS-CONTA-ALVO
               PERFORM 3230-ACUMULAR-CONTA
           END-IF.

      * The next year's opening balances are rewritten whole, so a
      * second close of the same year replaces the first.
       3600-GRAVAR-ABERTURA.
           COMPUTE WS-ANO-SEGUINTE = WS-ANO + 1
           MOVE 0 TO WS-QTDE-SALDOS

           OPEN I-O SALDOS-ABERTURA

           IF WS-FS-SAB EQUAL 35
               OPEN OUTPUT SALDOS-ABERTURA
               IF WS-FS-SAB EQUAL ZEROS
                   CLOSE SALDOS-ABERTURA
                   OPEN I-O SALDOS-ABERTURA
               END-IF
           END-IF

           IF WS-FS-SAB NOT EQUAL ZEROS
               DISPLAY "NAO FOI POSSIVEL ABRIR SALDOSABERTURA.TXT - F"
                   "ILE STATUS: " WS-FS-SAB
               MOVE 'N' TO WS-VALIDO
           ELSE
               MOVE WS-ANO-SEGUINTE TO SAB-ANO
               MOVE 0 TO SAB-CONTA
               MOVE 0 TO WS-EOF

               START SALDOS-ABERTURA KEY IS NOT LESS THAN
                   CHAVE-SALDO-ABERTURA
                   INVALID KEY
                       MOVE 1 TO WS-EOF
               END-START

               PERFORM UNTIL WS-EOF EQUAL 1
                   READ SALDOS-ABERTURA NEXT
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF SAB-ANO NOT EQUAL WS-ANO-SEGUINTE
                               MOVE 1 TO WS-EOF
                           ELSE
                               DELETE SALDOS-ABERTURA
                           END-IF
                   END-READ
               END-PERFORM

               PERFORM VARYING WS-IDX-CTA FROM 1 BY 1
                       UNTIL WS-IDX-CTA GREATER WS-QTDE-CONTAS
                   IF WS-TSD-GRUPO(WS-IDX-CTA) NOT EQUAL 'R'
                   AND WS-TSD-GRUPO(WS-IDX-CTA) NOT EQUAL 'V'
                   AND WS-TSD-GRUPO(WS-IDX-CTA) NOT EQUAL 'D'
                   AND WS-TSD-SALDO(WS-IDX-CTA) NOT EQUAL 0
                       MOVE WS-ANO-SEGUINTE TO SAB-ANO
                       MOVE WS-TSD-CONTA(WS-IDX-CTA) TO SAB-CONTA
                       MOVE WS-TSD-SALDO(WS-IDX-CTA) TO SAB-SALDO
                       MOVE FUNCTION CURRENT-DATE(1:14) TO
                           SAB-DATA-HORA
                       WRITE REG-SALDO-ABERTURA
                       IF WS-FS-SAB NOT EQUAL ZEROS
                           DISPLAY "SALDO DE ABERTURA DA CONTA "
                               SAB-CONTA " NAO GRAVADO - FILE STATUS: "
                               WS-FS-SAB
                           MOVE 'N' TO WS-VALIDO
                       ELSE
                           ADD 1 TO WS-QTDE-SALDOS
                       END-IF
                   END-IF
               END-PERFORM

               CLOSE SALDOS-ABERTURA
           END-IF.

      ******************************************************************
      * Reopening December takes the year-end mark off, so December
      * cannot be closed again until the close is rerun.
      ******************************************************************
       4000-REABRIR-MES.
           IF PARM-SES-NIVEL LESS 4
               DISPLAY "ACESSO NEGADO - REABERTURA EXIGE NIVEL 4"
           ELSE
               DISPLAY "INFORME O MES A REABRIR (AAAAMM)"
               ACCEPT WS-PERIODO
               PERFORM 1000-LER-PERIODO

               IF NOT PERIODO-CTB-FECHADO
                   DISPLAY "MES " WS-PERIODO " NAO ESTA FECHADO"
               ELSE
                   MOVE SPACES TO WS-AUD-ANTES
                   MOVE REG-PERIODO-CONTABIL TO WS-AUD-ANTES
                   DISPLAY "MOTIVO DA REABERTURA"
                   ACCEPT PCT-MOTIVO

                   IF PCT-MOTIVO EQUAL SPACES
                       DISPLAY "MOTIVO OBRIGATORIO - MES CONTINUA FEC"
      -                    "HADO"
                   ELSE
                       MOVE 'A' TO PCT-SITUACAO
                       IF EXERCICIO-ENCERRADO
                           MOVE 'N' TO PCT-ENCERRADO
                           DISPLAY "DEZEMBRO REABERTO - RODE O ENCERR"
                               "AMENTO DE NOVO ANTES DE FECHAR"
                       END-IF

                       MOVE 'S' TO WS-VALIDO
                       PERFORM 1100-GRAVAR-PERIODO

                       IF WS-VALIDO EQUAL 'S'
                           MOVE SPACES TO WS-AUD-DEPOIS
                           MOVE REG-PERIODO-CONTABIL TO WS-AUD-DEPOIS
                           PERFORM 8000-GRAVAR-AUDITORIA
                           DISPLAY "MES " WS-PERIODO " REABERTO"
                       END-IF
                   END-IF
               END-IF
           END-IF.

       5000-LISTAR-PERIODOS.
           MOVE 0 TO WS-EOF
           MOVE 0 TO PCT-PERIODO

           START PERIODOS KEY NOT LESS PCT-PERIODO
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START

           DISPLAY "PERIODO SIT ENC OPE DATA-HORA      MOTIVO"

           PERFORM UNTIL WS-EOF EQUAL 1
               READ PERIODOS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       DISPLAY PCT-PERIODO "   " PCT-SITUACAO "   "
                           PCT-ENCERRADO "  " PCT-OPERADOR " "
                           PCT-DATA-HORA " " PCT-MOTIVO
               END-READ
           END-PERFORM.

       8000-GRAVAR-AUDITORIA.
           OPEN EXTEND AUDITORIA

           IF WS-FS-AUD EQUAL 35
               OPEN OUTPUT AUDITORIA
           END-IF

           IF WS-FS-AUD EQUAL 0
               MOVE "PERIODOCTB" TO AUD-ARQUIVO
               MOVE 'A' TO AUD-OPERACAO
               MOVE PCT-PERIODO TO AUD-CHAVE
               MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-DATA-HORA
               MOVE PARM-SES-OPERADOR TO AUD-OPERADOR
               MOVE WS-AUD-ANTES TO AUD-IMAGEM-ANTES
               MOVE WS-AUD-DEPOIS TO AUD-IMAGEM-DEPOIS
               WRITE REG-AUDIT-MESTRE
               CLOSE AUDITORIA
           ELSE
               DISPLAY "NAO FOI POSSIVEL GRAVAR A AUDITORIA - FILE ST"
      -            "ATUS: " WS-FS-AUD
           END-IF.

       9000-TRADUZIR-FS-STATUS.
           MOVE "STATUS DESCONHECIDO" TO WS-FS-MENSAGEM
           PERFORM VARYING WS-IDX-FS FROM 1 BY 1
                   UNTIL WS-IDX-FS GREATER 12
               IF FS-CODIGO(WS-IDX-FS) EQUAL WS-FS-CODIGO-BUSCA
                   MOVE FS-MENSAGEM(WS-IDX-FS) TO WS-FS-MENSAGEM
               END-IF
           END-PERFORM.

       0900-LER-SESSAO.
           MOVE 'L' TO PARM-SES-ACAO
           CALL "OPERADOR-SESSAO" USING PARM-SESSAO.

       0950-RESOLVER-AMBIENTE.
           CALL "CONFIG-AMBIENTE" USING PARM-AMBIENTE
           DISPLAY "AMBIENTE ATIVO: " PARM-AMB-NOME

           MOVE SPACES TO WS-ARQ-PERIODOSCTB
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'PERIODOSCONTABEIS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-PERIODOSCTB

           MOVE SPACES TO WS-ARQ-LANCAMENTOS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'LANCAMENTOS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-LANCAMENTOS

           MOVE SPACES TO WS-ARQ-PLANOCONTAS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'PLANOCONTAS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-PLANOCONTAS

           MOVE SPACES TO WS-ARQ-SALDOSABERTURA
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'SALDOSABERTURA.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-SALDOSABERTURA

           MOVE SPACES TO WS-ARQ-AUDITORIA
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'AUDITORIA.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-AUDITORIA.

       END PROGRAM FECHAMENTO-CONTABIL.
