       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTA-RECORRENTE.
       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTAS-RECORRENTES ASSIGN TO WS-ARQ-RECORRENTES
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS NUM-RECORRENTE
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS.

           SELECT FORNECEDORES ASSIGN TO WS-ARQ-FORNECEDORES
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS COD-FORNECEDOR
           FILE STATUS IS WS-FS-FOR.

           SELECT PLANO ASSIGN TO WS-ARQ-PLANOCONTAS
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS COD-CONTA
           FILE STATUS IS WS-FS-PLA.

           SELECT CENTROS ASSIGN TO WS-ARQ-CENTROSCUSTO
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS COD-CENTRO-CUSTO
           FILE STATUS IS WS-FS-CC.
       DATA DIVISION.
       FILE SECTION.
       FD CONTAS-RECORRENTES.
           COPY CONTARECORRENTE.

       FD FORNECEDORES.
           COPY FORNECEDOR.

       FD PLANO.
           COPY CONTACONTABIL.

       FD CENTROS.
           COPY CENTROCUSTO.
       WORKING-STORAGE SECTION.
           COPY FSTATUS.
           COPY PARMNUMERO.
           COPY AMBIENTE.
       77 WS-ARQ-RECORRENTES     PIC X(60) VALUE SPACES.
       77 WS-ARQ-FORNECEDORES    PIC X(60) VALUE SPACES.
       77 WS-ARQ-PLANOCONTAS     PIC X(60) VALUE SPACES.
       77 WS-ARQ-CENTROSCUSTO    PIC X(60) VALUE SPACES.
       77 WS-FS              PIC 99 VALUE 0.
       77 WS-FS-FOR           PIC 99 VALUE 0.
       77 WS-FS-PLA           PIC 99 VALUE 0.
       77 WS-FS-CC            PIC 99 VALUE 0.
       77 CONTROLE           PIC A VALUE SPACES.
       77 WS-OPCAO            PIC 9 VALUE 0.
       77 WS-EOF              PIC 99 VALUE 0.
       77 WS-VALIDO           PIC A VALUE 'N'.
       77 WS-CONFIRMA         PIC A VALUE SPACES.
       77 WS-DATA-HOJE        PIC 9(08) VALUE 0.
       77 WS-NOVA-DATA        PIC 9(08) VALUE 0.
       77 WS-CONTADOR         PIC 9(05) VALUE 0.
       77 WS-PERC-REAJUSTE    PIC 99V99 VALUE 0.
       77 WS-VALOR-ANTERIOR   PIC 9(09)V99 VALUE 0.
       77 WS-ANO-PROX         PIC 9(04) VALUE 0.
       77 WS-MES-PROX         PIC 99 VALUE 0.
       77 WS-DIA-PROX         PIC 99 VALUE 0.
       77 WS-ULTIMO-DIA       PIC 99 VALUE 0.
       77 WS-QUOCIENTE        PIC 9(04) VALUE 0.
       77 WS-RESTO-4          PIC 9(04) VALUE 0.
       77 WS-RESTO-100        PIC 9(04) VALUE 0.
       77 WS-RESTO-400        PIC 9(04) VALUE 0.
       77 WS-VALOR-EDITADO    PIC ZZZ.ZZZ.ZZ9,99.

       01 WS-DIAS-DOS-MESES.
           03 FILLER              PIC X(24)
               VALUE "312831303130313130313031".
       01 WS-TABELA-DIAS-MES REDEFINES WS-DIAS-DOS-MESES.
           03 WS-DIAS-MES         PIC 99 OCCURS 12 TIMES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0950-RESOLVER-AMBIENTE
           DISPLAY "CONTAS RECORRENTES DE FORNECEDORES"

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE

           OPEN I-O CONTAS-RECORRENTES

           IF WS-FS EQUAL 35
               OPEN OUTPUT CONTAS-RECORRENTES
               IF WS-FS EQUAL ZEROS
                   CLOSE CONTAS-RECORRENTES
                   OPEN I-O CONTAS-RECORRENTES
               END-IF
           END-IF

           IF WS-FS NOT EQUAL ZEROS
               MOVE WS-FS TO WS-FS-CODIGO-BUSCA
               PERFORM 9000-TRADUZIR-FS-STATUS
               DISPLAY "NAO FOI POSSIVEL ABRIR O ARQUIVO DE CONTAS REC"
      -            "ORRENTES"
               DISPLAY "FILE STATUS: " WS-FS " - " WS-FS-MENSAGEM
           ELSE
               PERFORM UNTIL CONTROLE EQUAL 'N'
                   DISPLAY "1 - INCLUIR CONTA RECORRENTE"
                   DISPLAY "2 - LISTAR CONTAS RECORRENTES"
                   DISPLAY "3 - APLICAR REAJUSTE"
                   DISPLAY "4 - SUSPENDER OU REATIVAR"
                   DISPLAY "5 - ENCERRAR CONTA RECORRENTE"
                   ACCEPT WS-OPCAO

                   EVALUATE WS-OPCAO
                       WHEN 1
                           PERFORM 2000-INCLUIR-RECORRENTE
                       WHEN 2
                           PERFORM 3000-LISTAR-RECORRENTES
                       WHEN 3
                           PERFORM 4000-APLICAR-REAJUSTE
                       WHEN 4
                           PERFORM 5000-SUSPENDER-REATIVAR
                       WHEN 5
                           PERFORM 6000-ENCERRAR-RECORRENTE
                       WHEN OTHER
                           DISPLAY "OPCAO INVALIDA"
                   END-EVALUATE

                   DISPLAY "DESEJA REALIZAR OUTRA OPERACAO?"
                   DISPLAY "DIGITE N PARA NAO"
                   ACCEPT CONTROLE
               END-PERFORM
           END-IF

           CLOSE CONTAS-RECORRENTES

           GOBACK.

       2000-INCLUIR-RECORRENTE.
           INITIALIZE REG-CONTA-RECORRENTE
           MOVE 'S' TO WS-VALIDO

           DISPLAY "INFORME O CODIGO DO FORNECEDOR"
           ACCEPT COD-FORNECEDOR-REC
           PERFORM 2100-VALIDAR-FORNECEDOR

           IF WS-VALIDO EQUAL 'S'
               DISPLAY "DESCRICAO DA CONTA (ALUGUEL, SERVICO...)"
               ACCEPT DESCRICAO-REC
               DISPLAY "VALOR MENSAL"
               ACCEPT VALOR-REC
               DISPLAY "DIA DO VENCIMENTO (1 A 31)"
               ACCEPT DIA-VENCIMENTO-REC

               IF VALOR-REC EQUAL 0
                   DISPLAY "VALOR DEVE SER MAIOR QUE ZERO"
                   MOVE 'N' TO WS-VALIDO
               END-IF

               IF DIA-VENCIMENTO-REC EQUAL 0
               OR DIA-VENCIMENTO-REC GREATER 31
                   DISPLAY "DIA DO VENCIMENTO INVALIDO: "
                       DIA-VENCIMENTO-REC
                   MOVE 'N' TO WS-VALIDO
               END-IF
           END-IF

           IF WS-VALIDO EQUAL 'S'
               PERFORM 2200-VALIDAR-CONTA
           END-IF

           IF WS-VALIDO EQUAL 'S'
               PERFORM 2250-VALIDAR-CENTRO-CUSTO
           END-IF

           IF WS-VALIDO EQUAL 'S'
               PERFORM 2300-INFORMAR-VIGENCIA
           END-IF

           IF WS-VALIDO EQUAL 'S'
               MOVE "RECORRENTE" TO PARM-SERIE
               CALL "PROXIMO-NUMERO" USING PARM-PROXIMO-NUMERO

               IF PARM-RETORNO NOT EQUAL ZEROS
                   DISPLAY "NAO FOI POSSIVEL OBTER O NUMERO DA CONTA "
                       "RECORRENTE - FILE STATUS: " PARM-RETORNO
               ELSE
                   MOVE PARM-NUMERO TO NUM-RECORRENTE
                   MOVE 'A' TO STATUS-REC
                   MOVE 0 TO DATA-ULTIMA-GERACAO-REC
                   MOVE 0 TO NUM-ULTIMO-TITULO-REC

                   WRITE REG-CONTA-RECORRENTE

                   IF WS-FS NOT EQUAL ZEROS
                       DISPLAY "NAO FOI POSSIVEL GRAVAR A CONTA RECOR"
      -                    "RENTE - FILE STATUS: " WS-FS
                   ELSE
                       DISPLAY "CONTA RECORRENTE " NUM-RECORRENTE
                           " GRAVADA - PRIMEIRO VENCIMENTO EM "
                           DATA-PROXIMA-REC
                   END-IF
               END-IF
           END-IF.

       2100-VALIDAR-FORNECEDOR.
           OPEN INPUT FORNECEDORES

           IF WS-FS-FOR NOT EQUAL ZEROS
               DISPLAY "NAO FOI POSSIVEL ABRIR O ARQUIVO DE FORNECEDO"
      -            "RES - FILE STATUS: " WS-FS-FOR
               MOVE 'N' TO WS-VALIDO
           ELSE
               MOVE COD-FORNECEDOR-REC TO COD-FORNECEDOR

               READ FORNECEDORES
                   INVALID KEY
                       DISPLAY "FORNECEDOR NAO CADASTRADO: "
                           COD-FORNECEDOR-REC
                       MOVE 'N' TO WS-VALIDO
                   NOT INVALID KEY
                       DISPLAY "FORNECEDOR: " NOME-FORNECEDOR
               END-READ

               CLOSE FORNECEDORES
           END-IF.

      * The expense account must exist in the chart of accounts when
      * the chart is kept; without PLANOCONTAS.TXT the code is taken
      * as keyed, as GRAVA-LANCAMENTO does.
       2200-VALIDAR-CONTA.
           DISPLAY "CONTA CONTABIL DE DESPESA"
           ACCEPT CONTA-DESPESA-REC

           OPEN INPUT PLANO

           IF WS-FS-PLA EQUAL 35
               DISPLAY "SEM PLANO DE CONTAS - SEGUE SEM VALIDACAO DA "
                   "CONTA"
           ELSE
               IF WS-FS-PLA NOT EQUAL ZEROS
                   DISPLAY "NAO FOI POSSIVEL ABRIR O PLANO DE CONTAS "
                       "- FILE STATUS: " WS-FS-PLA
                   MOVE 'N' TO WS-VALIDO
               ELSE
                   MOVE CONTA-DESPESA-REC TO COD-CONTA

                   READ PLANO
                       INVALID KEY
                           DISPLAY "CONTA NAO CADASTRADA: "
                               CONTA-DESPESA-REC
                           MOVE 'N' TO WS-VALIDO
                       NOT INVALID KEY
                           DISPLAY "CONTA: " NOME-CONTA
                   END-READ

                   CLOSE PLANO
               END-IF
           END-IF.

      * Zero charges the bill to no cost center. Without
      * CENTROSCUSTO.TXT the code is taken as keyed.
       2250-VALIDAR-CENTRO-CUSTO.
           DISPLAY "CENTRO DE CUSTO (ZERO = SEM CENTRO DE CUSTO)"
           ACCEPT CENTRO-CUSTO-REC

           IF CENTRO-CUSTO-REC NOT EQUAL 0
               OPEN INPUT CENTROS

               IF WS-FS-CC EQUAL 35
                   DISPLAY "SEM CADASTRO DE CENTROS DE CUSTO - SEGUE "
                       "SEM VALIDACAO"
               ELSE
                   IF WS-FS-CC NOT EQUAL ZEROS
                       DISPLAY "NAO FOI POSSIVEL ABRIR OS CENTROS DE "
                           "CUSTO - FILE STATUS: " WS-FS-CC
                       MOVE 'N' TO WS-VALIDO
                   ELSE
                       MOVE CENTRO-CUSTO-REC TO COD-CENTRO-CUSTO

                       READ CENTROS
                           INVALID KEY
                               DISPLAY "CENTRO DE CUSTO NAO CADASTRADO"
                                   ": " CENTRO-CUSTO-REC
                               MOVE 'N' TO WS-VALIDO
                           NOT INVALID KEY
                               IF CENTRO-CUSTO-INATIVO
                                   DISPLAY "CENTRO DE CUSTO INATIVO: "
                                       CENTRO-CUSTO-REC
                                   MOVE 'N' TO WS-VALIDO
                               ELSE
                                   DISPLAY "CENTRO DE CUSTO: "
                                       NOME-CENTRO-CUSTO
                               END-IF
                       END-READ

                       CLOSE CENTROS
                   END-IF
               END-IF
           END-IF.

      * The first due date is DIA-VENCIMENTO-REC in the month the bill
      * starts, or in the following month when that day has already
      * gone by on the start date.
       2300-INFORMAR-VIGENCIA.
           DISPLAY "DATA DE INICIO (AAAAMMDD)"
           ACCEPT DATA-INICIO-REC
           DISPLAY "DATA FINAL (AAAAMMDD - ZERO PARA SEM FIM)"
           ACCEPT DATA-FIM-REC
           DISPLAY "DATA DO PROXIMO REAJUSTE (AAAAMMDD - ZERO SEM REA"
      -        "JUSTE)"
           ACCEPT DATA-REAJUSTE-REC

           IF DATA-INICIO-REC EQUAL 0
               DISPLAY "DATA DE INICIO OBRIGATORIA"
               MOVE 'N' TO WS-VALIDO
           ELSE
               IF DATA-FIM-REC NOT EQUAL 0
               AND DATA-FIM-REC LESS DATA-INICIO-REC
                   DISPLAY "DATA FINAL ANTERIOR AO INICIO"
                   MOVE 'N' TO WS-VALIDO
               ELSE
                   MOVE DATA-INICIO-REC(1:4) TO WS-ANO-PROX
                   MOVE DATA-INICIO-REC(5:2) TO WS-MES-PROX
                   PERFORM 6510-DIA-NO-MES

                   IF DATA-PROXIMA-REC LESS DATA-INICIO-REC
                       PERFORM 6500-PROXIMO-MES
                   END-IF

                   IF DATA-FIM-REC NOT EQUAL 0
                   AND DATA-PROXIMA-REC GREATER DATA-FIM-REC
                       DISPLAY "NENHUM VENCIMENTO DENTRO DA VIGENCIA"
                       MOVE 'N' TO WS-VALIDO
                   END-IF
               END-IF
           END-IF.

       3000-LISTAR-RECORRENTES.
           MOVE 0 TO WS-EOF
           MOVE 0 TO WS-CONTADOR
           MOVE 0 TO NUM-RECORRENTE

           START CONTAS-RECORRENTES KEY NOT LESS NUM-RECORRENTE
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START

           PERFORM UNTIL WS-EOF EQUAL 1
               READ CONTAS-RECORRENTES NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       MOVE VALOR-REC TO WS-VALOR-EDITADO
                       DISPLAY NUM-RECORRENTE "  FORN "
                           COD-FORNECEDOR-REC "  " DESCRICAO-REC
                       DISPLAY "        VALOR " WS-VALOR-EDITADO
                           "  DIA " DIA-VENCIMENTO-REC
                           "  CONTA " CONTA-DESPESA-REC
                           "  PROXIMO " DATA-PROXIMA-REC
                           "  " STATUS-REC
                       DISPLAY "        FIM " DATA-FIM-REC
                           "  REAJUSTE " DATA-REAJUSTE-REC
                           "  ULTIMO TITULO " NUM-ULTIMO-TITULO-REC
                       IF CENTRO-CUSTO-REC IS NUMERIC
                       AND CENTRO-CUSTO-REC NOT EQUAL 0
                           DISPLAY "        CENTRO DE CUSTO "
                               CENTRO-CUSTO-REC
                       END-IF
                       ADD 1 TO WS-CONTADOR
               END-READ
           END-PERFORM

           DISPLAY "TOTAL DE CONTAS RECORRENTES: " WS-CONTADOR.

      * The index adjustment changes the amount of every titulo not yet
      * generated. The next adjustment date moves a year on unless the
      * operator keys another one.
       4000-APLICAR-REAJUSTE.
           DISPLAY "INFORME O NUMERO DA CONTA RECORRENTE"
           ACCEPT NUM-RECORRENTE

           READ CONTAS-RECORRENTES
               INVALID KEY
                   DISPLAY "CONTA RECORRENTE NAO ENCONTRADA"
               NOT INVALID KEY
                   IF REC-ENCERRADA
                       DISPLAY "CONTA RECORRENTE JA ENCERRADA"
                   ELSE
                       PERFORM 4100-INFORMAR-REAJUSTE
                   END-IF
           END-READ.

       4100-INFORMAR-REAJUSTE.
           MOVE VALOR-REC TO WS-VALOR-EDITADO
           DISPLAY "VALOR ATUAL.........: " WS-VALOR-EDITADO
           DISPLAY "REAJUSTE PREVISTO EM: " DATA-REAJUSTE-REC
           DISPLAY "PERCENTUAL DO REAJUSTE (99,99)"
           ACCEPT WS-PERC-REAJUSTE

           IF WS-PERC-REAJUSTE EQUAL 0
               DISPLAY "REAJUSTE NAO APLICADO"
           ELSE
               MOVE VALOR-REC TO WS-VALOR-ANTERIOR
               COMPUTE VALOR-REC ROUNDED = WS-VALOR-ANTERIOR *
                   (100 + WS-PERC-REAJUSTE) / 100
                   ON SIZE ERROR
                       MOVE WS-VALOR-ANTERIOR TO VALOR-REC
                       DISPLAY "VALOR REAJUSTADO EXCEDE O CAMPO"
               END-COMPUTE

               DISPLAY "DATA DO PROXIMO REAJUSTE (AAAAMMDD - ZERO PA"
      -            "RA DAQUI A UM ANO)"
               ACCEPT WS-NOVA-DATA

               IF WS-NOVA-DATA EQUAL 0
                   IF DATA-REAJUSTE-REC EQUAL 0
                       MOVE WS-DATA-HOJE TO WS-NOVA-DATA
                   ELSE
                       MOVE DATA-REAJUSTE-REC TO WS-NOVA-DATA
                   END-IF
                   ADD 10000 TO WS-NOVA-DATA
                   IF WS-NOVA-DATA(5:4) EQUAL "0229"
                       MOVE "28" TO WS-NOVA-DATA(7:2)
                   END-IF
               END-IF

               MOVE WS-NOVA-DATA TO DATA-REAJUSTE-REC

               MOVE VALOR-REC TO WS-VALOR-EDITADO
               DISPLAY "NOVO VALOR..........: " WS-VALOR-EDITADO
               DISPLAY "PROXIMO REAJUSTE....: " DATA-REAJUSTE-REC
               PERFORM 5100-REGRAVAR
           END-IF.

       5000-SUSPENDER-REATIVAR.
           DISPLAY "INFORME O NUMERO DA CONTA RECORRENTE"
           ACCEPT NUM-RECORRENTE

           READ CONTAS-RECORRENTES
               INVALID KEY
                   DISPLAY "CONTA RECORRENTE NAO ENCONTRADA"
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN REC-ENCERRADA
                           DISPLAY "CONTA RECORRENTE JA ENCERRADA"
                       WHEN REC-SUSPENSA
                           DISPLAY "PROXIMO VENCIMENTO ATUAL: "
                               DATA-PROXIMA-REC
                           DISPLAY "NOVA DATA DO PROXIMO VENCIMENTO "
                               "(AAAAMMDD - ZERO MANTEM)"
                           ACCEPT WS-NOVA-DATA
                           IF WS-NOVA-DATA NOT EQUAL 0
                               MOVE WS-NOVA-DATA TO DATA-PROXIMA-REC
                           END-IF
                           MOVE 'A' TO STATUS-REC
                           PERFORM 5100-REGRAVAR
                       WHEN OTHER
                           MOVE 'S' TO STATUS-REC
                           PERFORM 5100-REGRAVAR
                   END-EVALUATE
           END-READ.

       5100-REGRAVAR.
           REWRITE REG-CONTA-RECORRENTE

           IF WS-FS NOT EQUAL ZEROS
               DISPLAY "NAO FOI POSSIVEL ATUALIZAR A CONTA RECORRENTE"
                   " - FILE STATUS: " WS-FS
           ELSE
               DISPLAY "CONTA RECORRENTE " NUM-RECORRENTE
                   " - STATUS " STATUS-REC
           END-IF.

       6000-ENCERRAR-RECORRENTE.
           DISPLAY "INFORME O NUMERO DA CONTA RECORRENTE"
           ACCEPT NUM-RECORRENTE

           READ CONTAS-RECORRENTES
               INVALID KEY
                   DISPLAY "CONTA RECORRENTE NAO ENCONTRADA"
               NOT INVALID KEY
                   IF REC-ENCERRADA
                       DISPLAY "CONTA RECORRENTE JA ENCERRADA"
                   ELSE
                       DISPLAY "CONTA " NUM-RECORRENTE " - "
                           DESCRICAO-REC
                       DISPLAY "CONFIRMA O ENCERRAMENTO? (S/N)"
                       ACCEPT WS-CONFIRMA
                       IF WS-CONFIRMA EQUAL 'S'
                           MOVE 'E' TO STATUS-REC
                           PERFORM 5100-REGRAVAR
                       END-IF
                   END-IF
           END-READ.

       6500-PROXIMO-MES.
           MOVE DATA-PROXIMA-REC(1:4) TO WS-ANO-PROX
           MOVE DATA-PROXIMA-REC(5:2) TO WS-MES-PROX

           ADD 1 TO WS-MES-PROX
           IF WS-MES-PROX GREATER 12
               MOVE 1 TO WS-MES-PROX
               ADD 1 TO WS-ANO-PROX
           END-IF

           PERFORM 6510-DIA-NO-MES.

       6510-DIA-NO-MES.
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

       9000-TRADUZIR-FS-STATUS.
           MOVE "STATUS DESCONHECIDO" TO WS-FS-MENSAGEM
           PERFORM VARYING WS-IDX-FS FROM 1 BY 1
                   UNTIL WS-IDX-FS GREATER 12
               IF FS-CODIGO(WS-IDX-FS) EQUAL WS-FS-CODIGO-BUSCA
                   MOVE FS-MENSAGEM(WS-IDX-FS) TO WS-FS-MENSAGEM
               END-IF
           END-PERFORM.

       0950-RESOLVER-AMBIENTE.
           CALL "CONFIG-AMBIENTE" USING PARM-AMBIENTE
           DISPLAY "AMBIENTE ATIVO: " PARM-AMB-NOME

           MOVE SPACES TO WS-ARQ-RECORRENTES
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'CONTASRECORRENTES.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-RECORRENTES

           MOVE SPACES TO WS-ARQ-FORNECEDORES
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'FORNECEDORES.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-FORNECEDORES

           MOVE SPACES TO WS-ARQ-PLANOCONTAS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'PLANOCONTAS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-PLANOCONTAS

           MOVE SPACES TO WS-ARQ-CENTROSCUSTO
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'CENTROSCUSTO.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-CENTROSCUSTO.

       END PROGRAM CONTA-RECORRENTE.
