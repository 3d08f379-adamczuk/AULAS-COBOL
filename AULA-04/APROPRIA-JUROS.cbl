       IDENTIFICATION DIVISION.
       PROGRAM-ID. APROPRIA-JUROS.
       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTRATOS ASSIGN TO WS-ARQ-CONTRATOS
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS NUM-CONTRATO
           FILE STATUS IS WS-FS-CTR.

           SELECT PARCELAS ASSIGN TO WS-ARQ-PARCELAS
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CHAVE-PARCELA
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-PAR.

           SELECT HISTORICO ASSIGN TO WS-ARQ-JUROSCONTRATOS
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS CHAVE-JUROS-CONTRATO
           FILE STATUS IS WS-FS-HIS.

           SELECT PERIODO-MENSAL ASSIGN TO WS-ARQ-PERIODOMENSAL
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-PMS.
       DATA DIVISION.
       FILE SECTION.
       FD CONTRATOS.
           COPY CONTRATO.

       FD PARCELAS.
           COPY PARCELA.

       FD HISTORICO.
           COPY JUROSCONTRATO.

       FD PERIODO-MENSAL.
           COPY PERIODOMENSAL.
       WORKING-STORAGE SECTION.
           COPY PARMLANCAMENTO.
           COPY PARMRUNLOG.
           COPY AMBIENTE.
       77 WS-ARQ-CONTRATOS       PIC X(60) VALUE SPACES.
       77 WS-ARQ-PARCELAS        PIC X(60) VALUE SPACES.
       77 WS-ARQ-JUROSCONTRATOS  PIC X(60) VALUE SPACES.
       77 WS-ARQ-PERIODOMENSAL   PIC X(60) VALUE SPACES.
       77 WS-FS-CTR           PIC 99 VALUE 0.
       77 WS-FS-PAR           PIC 99 VALUE 0.
       77 WS-FS-HIS           PIC 99 VALUE 0.
       77 WS-FS-PMS           PIC 99 VALUE 0.
       77 WS-EOF              PIC 99 VALUE 0.
       77 WS-PERIODO          PIC 9(06) VALUE 0.
       77 WS-ANO              PIC 9(04) VALUE 0.
       77 WS-MES              PIC 99 VALUE 0.
       77 WS-AUTOMATICO       PIC A VALUE 'N'.
       77 WS-DATA-PROX-MES    PIC 9(08) VALUE 0.
       77 WS-DATA-FIM-MES     PIC 9(08) VALUE 0.
       77 WS-INT-FIM-MES      PIC 9(07) VALUE 0.
       77 WS-INT-INICIO       PIC 9(07) VALUE 0.
       77 WS-INT-VENCIMENTO   PIC 9(07) VALUE 0.
       77 WS-DIAS-PERIODO     PIC 9(05) VALUE 0.
       77 WS-DATA-INICIO      PIC 9(08) VALUE 0.
       77 WS-CONTRATO-ATUAL   PIC 9(06) VALUE 0.
       77 WS-CLIENTE-ATUAL    PIC 9(05) VALUE 0.
       77 WS-ALTERADA         PIC A VALUE 'N'.
       77 WS-GANHO            PIC 9(07)V99 VALUE 0.
       77 WS-RECEBIDO         PIC 9(07)V99 VALUE 0.
       77 WS-PRINCIPAL-PAGO   PIC 9(07)V99 VALUE 0.
       77 WS-CTR-APROPRIADO   PIC 9(07)V99 VALUE 0.
       77 WS-CTR-RECEBIDO     PIC 9(07)V99 VALUE 0.
       77 WS-CTR-PRINCIPAL    PIC 9(09)V99 VALUE 0.
       77 WS-CTR-A-RECEBER    PIC S9(07)V99 VALUE 0.
       77 WS-PARCELAS-LIDAS   PIC 9(07) VALUE 0.
       77 WS-CONTRATOS        PIC 9(05) VALUE 0.
       77 WS-LANCAMENTOS      PIC 9(05) VALUE 0.
       77 WS-FORA-PERIODO     PIC 9(05) VALUE 0.
       77 WS-FALHAS           PIC 9(05) VALUE 0.
       77 WS-TOTAL-APROPRIADO PIC 9(11)V99 VALUE 0.
       77 WS-TOTAL-RECEBIDO   PIC 9(11)V99 VALUE 0.
       77 MASC-TOTAL          PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
      ******************************************************************
      * Month-end accrual of the interest earned on the financing
      * contracts. The interest of an installment is earned day by
      * day from the previous due date (the contract date for the
      * first) to its own due date, paid or not; what was earned up
      * to the last day of the month and not accrued before is
      * posted per contract D12000 CLIENTES C32000 RECEITAS
      * FINANCEIRAS on that day. Payments are taken as interest in
      * the proportion of the installment. Installments renegotiated
      * (their interest went to the new contract) or written off are
      * no longer accrued. The month of each contract is kept on
      * JUROSCONTRATOS.TXT for CARTEIRA-CONTRATOS. Running a month
      * again only posts what is still missing.
      ******************************************************************
       MAIN-PROCEDURE.
           MOVE "APROPRIA-JUROS" TO PARM-RUN-PROGRAMA
           MOVE 'I' TO PARM-RUN-EVENTO
           MOVE 0 TO PARM-RUN-REGISTROS
           CALL "GRAVA-RUNLOG" USING PARM-RUNLOG

           PERFORM 0950-RESOLVER-AMBIENTE
           DISPLAY "APROPRIACAO MENSAL DE JUROS DE CONTRATOS"
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
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 1100-CALCULAR-FIM-MES
               PERFORM 1200-ABRIR-ARQUIVOS

               IF WS-FS-PAR NOT EQUAL ZEROS
               OR WS-FS-HIS NOT EQUAL ZEROS
                   DISPLAY "NAO FOI POSSIVEL ABRIR OS ARQUIVOS - PARC"
                       "ELAS: " WS-FS-PAR " HISTORICO: " WS-FS-HIS
                   MOVE 'F' TO PARM-RUN-EVENTO
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 2000-PERCORRER-PARCELAS
                   PERFORM 4000-EXIBIR-TOTAIS

                   IF WS-FALHAS GREATER 0
                       MOVE 'F' TO PARM-RUN-EVENTO
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF

               PERFORM 1300-FECHAR-ARQUIVOS
           END-IF

           MOVE WS-PARCELAS-LIDAS TO PARM-RUN-REGISTROS
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

       1100-CALCULAR-FIM-MES.
           IF WS-MES EQUAL 12
               COMPUTE WS-DATA-PROX-MES = (WS-ANO + 1) * 10000 + 101
           ELSE
               COMPUTE WS-DATA-PROX-MES =
                   WS-ANO * 10000 + (WS-MES + 1) * 100 + 1
           END-IF

           COMPUTE WS-INT-FIM-MES =
               FUNCTION INTEGER-OF-DATE(WS-DATA-PROX-MES) - 1
           COMPUTE WS-DATA-FIM-MES =
               FUNCTION DATE-OF-INTEGER(WS-INT-FIM-MES).

       1200-ABRIR-ARQUIVOS.
           OPEN INPUT CONTRATOS
           OPEN I-O PARCELAS

           OPEN I-O HISTORICO

           IF WS-FS-HIS EQUAL 35
               OPEN OUTPUT HISTORICO
               IF WS-FS-HIS EQUAL ZEROS
                   CLOSE HISTORICO
                   OPEN I-O HISTORICO
               END-IF
           END-IF.

       1300-FECHAR-ARQUIVOS.
           IF WS-FS-CTR EQUAL ZEROS
               CLOSE CONTRATOS
           END-IF

           IF WS-FS-PAR EQUAL ZEROS
               CLOSE PARCELAS
           END-IF

           IF WS-FS-HIS EQUAL ZEROS
               CLOSE HISTORICO
           END-IF.

       2000-PERCORRER-PARCELAS.
           MOVE 0 TO WS-EOF
           MOVE 0 TO WS-CONTRATO-ATUAL
           MOVE LOW-VALUES TO CHAVE-PARCELA

           START PARCELAS KEY NOT LESS CHAVE-PARCELA
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START

           PERFORM UNTIL WS-EOF EQUAL 1
               READ PARCELAS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-PARCELAS-LIDAS

                       IF NUM-CONTRATO-PAR NOT EQUAL WS-CONTRATO-ATUAL
                           IF WS-CONTRATO-ATUAL GREATER 0
                               PERFORM 3000-FECHAR-CONTRATO
                           END-IF
                           PERFORM 2100-INICIAR-CONTRATO
                       END-IF

                       PERFORM 2200-APROPRIAR-PARCELA
               END-READ
           END-PERFORM

           IF WS-CONTRATO-ATUAL GREATER 0
               PERFORM 3000-FECHAR-CONTRATO
           END-IF.

      * Without the contract header the first installment is taken to
      * run over the usual 30 days before its due date.
       2100-INICIAR-CONTRATO.
           MOVE NUM-CONTRATO-PAR TO WS-CONTRATO-ATUAL
           MOVE 0 TO WS-CLIENTE-ATUAL
           MOVE 0 TO WS-CTR-APROPRIADO
           MOVE 0 TO WS-CTR-RECEBIDO
           MOVE 0 TO WS-CTR-PRINCIPAL
           MOVE 0 TO WS-CTR-A-RECEBER

           COMPUTE WS-INT-VENCIMENTO =
               FUNCTION INTEGER-OF-DATE(DATA-VENC-PARCELA) - 30
           COMPUTE WS-DATA-INICIO =
               FUNCTION DATE-OF-INTEGER(WS-INT-VENCIMENTO)

           IF WS-FS-CTR EQUAL ZEROS
               MOVE NUM-CONTRATO-PAR TO NUM-CONTRATO
               READ CONTRATOS
                   INVALID KEY
                       DISPLAY "CONTRATO " NUM-CONTRATO-PAR
                           " SEM CABECALHO - INICIO ESTIMADO"
                   NOT INVALID KEY
                       MOVE COD-CLIENTE-CTR TO WS-CLIENTE-ATUAL
                       MOVE DATA-CONTRATO TO WS-DATA-INICIO
               END-READ
           END-IF.

      ******************************************************************
      * Installments written before the split existed carry no
      * interest fields and are left out. Earned-to-date is the
      * installment interest times the days of its period gone by at
      * month end over the days of the period.
      ******************************************************************
       2200-APROPRIAR-PARCELA.
           IF VALOR-JUROS-PAR IS NUMERIC
           AND VALOR-PRINCIPAL-PAR IS NUMERIC
           AND JUROS-APROPRIADO-PAR IS NUMERIC
           AND JUROS-RECEBIDO-PAR IS NUMERIC
           AND NOT PARCELA-RENEGOCIADA
           AND NOT PARCELA-BAIXADA-PERDA
               MOVE 'N' TO WS-ALTERADA
               PERFORM 2300-CALCULAR-GANHO
               PERFORM 2400-CALCULAR-RECEBIDO

               IF WS-ALTERADA EQUAL 'S'
                   REWRITE REG-PARCELA

                   IF WS-FS-PAR NOT EQUAL ZEROS
                       DISPLAY "NAO FOI POSSIVEL ATUALIZAR A PARCELA "
                           NUM-CONTRATO-PAR "/" NUM-PARCELA
                           " - FILE STATUS: " WS-FS-PAR
                       ADD 1 TO WS-FALHAS
                   END-IF
               END-IF

               ADD JUROS-APROPRIADO-PAR TO WS-CTR-A-RECEBER
               SUBTRACT JUROS-RECEBIDO-PAR FROM WS-CTR-A-RECEBER
           END-IF

           MOVE DATA-VENC-PARCELA TO WS-DATA-INICIO.

       2300-CALCULAR-GANHO.
           COMPUTE WS-INT-INICIO =
               FUNCTION INTEGER-OF-DATE(WS-DATA-INICIO)
           COMPUTE WS-INT-VENCIMENTO =
               FUNCTION INTEGER-OF-DATE(DATA-VENC-PARCELA)

           IF WS-INT-VENCIMENTO GREATER WS-INT-INICIO
               COMPUTE WS-DIAS-PERIODO =
                   WS-INT-VENCIMENTO - WS-INT-INICIO
           ELSE
               MOVE 1 TO WS-DIAS-PERIODO
           END-IF

           EVALUATE TRUE
               WHEN WS-INT-FIM-MES NOT LESS WS-INT-VENCIMENTO
                   MOVE VALOR-JUROS-PAR TO WS-GANHO
               WHEN WS-INT-FIM-MES NOT GREATER WS-INT-INICIO
                   MOVE 0 TO WS-GANHO
               WHEN OTHER
                   COMPUTE WS-GANHO ROUNDED = VALOR-JUROS-PAR
                       * (WS-INT-FIM-MES - WS-INT-INICIO)
                       / WS-DIAS-PERIODO
           END-EVALUATE

           IF WS-GANHO GREATER JUROS-APROPRIADO-PAR
               COMPUTE WS-CTR-APROPRIADO = WS-CTR-APROPRIADO
                   + WS-GANHO - JUROS-APROPRIADO-PAR
               MOVE WS-GANHO TO JUROS-APROPRIADO-PAR
               MOVE 'S' TO WS-ALTERADA
           END-IF.

       2400-CALCULAR-RECEBIDO.
           MOVE 0 TO WS-RECEBIDO
           MOVE 0 TO WS-PRINCIPAL-PAGO

           IF VALOR-PARCELA GREATER 0
               COMPUTE WS-RECEBIDO ROUNDED =
                   VALOR-JUROS-PAR * VALOR-PAGO-PARCELA / VALOR-PARCELA
               COMPUTE WS-PRINCIPAL-PAGO ROUNDED =
                   VALOR-PRINCIPAL-PAR * VALOR-PAGO-PARCELA
                   / VALOR-PARCELA
           END-IF

           IF WS-RECEBIDO GREATER VALOR-JUROS-PAR
               MOVE VALOR-JUROS-PAR TO WS-RECEBIDO
           END-IF

           IF WS-PRINCIPAL-PAGO LESS VALOR-PRINCIPAL-PAR
               COMPUTE WS-CTR-PRINCIPAL = WS-CTR-PRINCIPAL
                   + VALOR-PRINCIPAL-PAR - WS-PRINCIPAL-PAGO
           END-IF

           IF WS-RECEBIDO GREATER JUROS-RECEBIDO-PAR
               COMPUTE WS-CTR-RECEBIDO = WS-CTR-RECEBIDO
                   + WS-RECEBIDO - JUROS-RECEBIDO-PAR
               MOVE WS-RECEBIDO TO JUROS-RECEBIDO-PAR
               MOVE 'S' TO WS-ALTERADA
           END-IF.

       3000-FECHAR-CONTRATO.
           IF WS-CTR-APROPRIADO GREATER 0
               PERFORM 3100-GRAVAR-LANCAMENTO
           END-IF

           IF WS-CTR-PRINCIPAL GREATER 0
           OR WS-CTR-APROPRIADO GREATER 0
           OR WS-CTR-RECEBIDO GREATER 0
           OR WS-CTR-A-RECEBER NOT EQUAL 0
               ADD 1 TO WS-CONTRATOS
               ADD WS-CTR-APROPRIADO TO WS-TOTAL-APROPRIADO
               ADD WS-CTR-RECEBIDO TO WS-TOTAL-RECEBIDO
               PERFORM 3200-GRAVAR-HISTORICO
           END-IF.

      * A month already closed in the ledger takes the accrual on the
      * day of the run instead.
       3100-GRAVAR-LANCAMENTO.
           MOVE 12000 TO PARM-LAN-DEBITO
           MOVE 32000 TO PARM-LAN-CREDITO
           MOVE WS-CTR-APROPRIADO TO PARM-LAN-VALOR
           MOVE SPACES TO PARM-LAN-HISTORICO
           STRING "JUROS APROPRIADOS " WS-PERIODO
               DELIMITED BY SIZE INTO PARM-LAN-HISTORICO
           MOVE "APROPRIA-JUROS" TO PARM-LAN-ORIGEM
           MOVE WS-CONTRATO-ATUAL TO PARM-LAN-DOCUMENTO
           MOVE 0 TO PARM-LAN-CENTRO-CUSTO
           MOVE WS-DATA-FIM-MES TO PARM-LAN-DATA
           CALL "GRAVA-LANCAMENTO" USING PARM-LANCAMENTO

           IF PARM-LAN-RETORNO EQUAL 97
               ADD 1 TO WS-FORA-PERIODO
               MOVE 0 TO PARM-LAN-DATA
               CALL "GRAVA-LANCAMENTO" USING PARM-LANCAMENTO
           END-IF

           IF PARM-LAN-RETORNO NOT EQUAL ZEROS
               DISPLAY "LANCAMENTO DO CONTRATO " WS-CONTRATO-ATUAL
                   " NAO GRAVADO - FILE STATUS: " PARM-LAN-RETORNO
               ADD 1 TO WS-FALHAS
           ELSE
               ADD 1 TO WS-LANCAMENTOS
           END-IF.

       3200-GRAVAR-HISTORICO.
           MOVE WS-PERIODO TO PERIODO-JC
           MOVE WS-CONTRATO-ATUAL TO NUM-CONTRATO-JC

           READ HISTORICO
               INVALID KEY
                   MOVE WS-CLIENTE-ATUAL TO COD-CLIENTE-JC
                   MOVE WS-CTR-PRINCIPAL TO PRINCIPAL-ABERTO-JC
                   MOVE WS-CTR-APROPRIADO TO JUROS-APROPRIADO-JC
                   MOVE WS-CTR-RECEBIDO TO JUROS-RECEBIDO-JC
                   MOVE WS-CTR-A-RECEBER TO JUROS-A-RECEBER-JC
                   WRITE REG-JUROS-CONTRATO
               NOT INVALID KEY
                   MOVE WS-CTR-PRINCIPAL TO PRINCIPAL-ABERTO-JC
                   ADD WS-CTR-APROPRIADO TO JUROS-APROPRIADO-JC
                   ADD WS-CTR-RECEBIDO TO JUROS-RECEBIDO-JC
                   MOVE WS-CTR-A-RECEBER TO JUROS-A-RECEBER-JC
                   REWRITE REG-JUROS-CONTRATO
           END-READ

           IF WS-FS-HIS NOT EQUAL ZEROS
               DISPLAY "HISTORICO DO CONTRATO " WS-CONTRATO-ATUAL
                   " NAO GRAVADO - FILE STATUS: " WS-FS-HIS
               ADD 1 TO WS-FALHAS
           END-IF.

       4000-EXIBIR-TOTAIS.
           DISPLAY "MES " WS-PERIODO " ATE " WS-DATA-FIM-MES
           DISPLAY "PARCELAS LIDAS.........: " WS-PARCELAS-LIDAS
           DISPLAY "CONTRATOS NA CARTEIRA..: " WS-CONTRATOS
           DISPLAY "LANCAMENTOS GRAVADOS...: " WS-LANCAMENTOS
           MOVE WS-TOTAL-APROPRIADO TO MASC-TOTAL
           DISPLAY "JUROS APROPRIADOS......: " MASC-TOTAL
           MOVE WS-TOTAL-RECEBIDO TO MASC-TOTAL
           DISPLAY "JUROS RECEBIDOS........: " MASC-TOTAL

           IF WS-FORA-PERIODO GREATER 0
               DISPLAY WS-FORA-PERIODO " LANCAMENTO(S) COM DATA DE HO"
      -            "JE - MES JA FECHADO NA CONTABILIDADE"
           END-IF.

       0950-RESOLVER-AMBIENTE.
           CALL "CONFIG-AMBIENTE" USING PARM-AMBIENTE
           DISPLAY "AMBIENTE ATIVO: " PARM-AMB-NOME

           MOVE SPACES TO WS-ARQ-CONTRATOS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'CONTRATOS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-CONTRATOS

           MOVE SPACES TO WS-ARQ-PARCELAS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'PARCELAS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-PARCELAS

           MOVE SPACES TO WS-ARQ-JUROSCONTRATOS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'JUROSCONTRATOS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-JUROSCONTRATOS

           MOVE SPACES TO WS-ARQ-PERIODOMENSAL
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'PERIODOMENSAL.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-PERIODOMENSAL.

       END PROGRAM APROPRIA-JUROS.
