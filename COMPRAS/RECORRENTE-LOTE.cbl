       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECORRENTE-LOTE.
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
           FILE STATUS IS WS-FS-REC.

           SELECT CONTAS-PAGAR ASSIGN TO WS-ARQ-CONTASPAGAR
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS NUM-ORDEM-CP
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-CP.

           SELECT RELATORIO ASSIGN TO REL-NOME-ARQ
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD CONTAS-RECORRENTES.
           COPY CONTARECORRENTE.

       FD CONTAS-PAGAR.
           COPY CONTAPAGAR.

       FD RELATORIO.
       01 LINHA-RELATORIO     PIC X(90).
       WORKING-STORAGE SECTION.
           COPY PARMNUMERO.
           COPY PARMLANCAMENTO.
           COPY PARMRUNLOG.
           COPY RELATORIO.
           COPY PARMCATALOGO.
           COPY AMBIENTE.
       77 WS-ARQ-RECORRENTES     PIC X(60) VALUE SPACES.
       77 WS-ARQ-CONTASPAGAR     PIC X(60) VALUE SPACES.
       77 WS-FS-REC           PIC 99 VALUE 0.
       77 WS-FS-CP            PIC 99 VALUE 0.
       77 WS-FS-REL           PIC 99 VALUE 0.
       77 WS-EOF              PIC 99 VALUE 0.
       77 WS-DATA-HOJE        PIC 9(08) VALUE 0.
       77 WS-DATA-LIMITE      PIC 9(08) VALUE 0.
       77 WS-DATA-RELATORIO   PIC 9(08) VALUE 0.
       77 WS-TITULO-VALIDO    PIC A VALUE 'S'.
       77 WS-MOTIVO-REJEICAO  PIC X(40) VALUE SPACES.
       77 WS-AVISO-REAJUSTE   PIC X(18) VALUE SPACES.
       77 WS-LIDOS            PIC 9(05) VALUE 0.
       77 WS-GERADOS          PIC 9(05) VALUE 0.
       77 WS-EXCECOES         PIC 9(05) VALUE 0.
       77 WS-ENCERRADOS       PIC 9(05) VALUE 0.
       77 WS-REAJUSTES        PIC 9(05) VALUE 0.
       77 WS-VALOR-GERADO     PIC 9(11)V99 VALUE 0.
       77 WS-VALOR-EDITADO    PIC ZZZ.ZZZ.ZZ9,99.
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

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "RECORRENTE-LOTE" TO PARM-RUN-PROGRAMA
           MOVE 'I' TO PARM-RUN-EVENTO
           MOVE 0 TO PARM-RUN-REGISTROS
           CALL "GRAVA-RUNLOG" USING PARM-RUNLOG

           PERFORM 0950-RESOLVER-AMBIENTE
           DISPLAY "GERACAO DAS CONTAS RECORRENTES DO MES"

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           COMPUTE WS-DATA-LIMITE = WS-DATA-HOJE / 100 * 100 + 31
           MOVE 'C' TO PARM-RUN-EVENTO

           OPEN I-O CONTAS-RECORRENTES

           IF WS-FS-REC EQUAL 35
               DISPLAY "NENHUMA CONTA RECORRENTE CADASTRADA"
           ELSE
               OPEN I-O CONTAS-PAGAR

               IF WS-FS-CP EQUAL 35
                   OPEN OUTPUT CONTAS-PAGAR
                   IF WS-FS-CP EQUAL ZEROS
                       CLOSE CONTAS-PAGAR
                       OPEN I-O CONTAS-PAGAR
                   END-IF
               END-IF

               IF WS-FS-REC NOT EQUAL ZEROS
               OR WS-FS-CP NOT EQUAL ZEROS
                   DISPLAY "NAO FOI POSSIVEL ABRIR OS ARQUIVOS"
                   DISPLAY "RECORRENTES: " WS-FS-REC
                       "  CONTAS A PAGAR: " WS-FS-CP
                   MOVE 'F' TO PARM-RUN-EVENTO
               ELSE
                   MOVE "CONTA   FOR  VENCTO    TITULO           VALOR"
                       TO REL-CABECALHO-COLUNAS
                   PERFORM 8100-ABRIR-RELATORIO

                   PERFORM 2000-PROCESSAR-RECORRENTES

                   MOVE WS-VALOR-GERADO TO WS-VALOR-EDITADO
                   MOVE SPACES TO LINHA-RELATORIO
                   STRING "TITULOS GERADOS: " WS-GERADOS
                       "  VALOR: " WS-VALOR-EDITADO
                       "  EXCECOES: " WS-EXCECOES
                       DELIMITED BY SIZE INTO LINHA-RELATORIO
                   PERFORM 8200-IMPRIMIR-LINHA

                   MOVE SPACES TO LINHA-RELATORIO
                   STRING "CONTAS ENCERRADAS: " WS-ENCERRADOS
                       "  REAJUSTES PENDENTES: " WS-REAJUSTES
                       DELIMITED BY SIZE INTO LINHA-RELATORIO
                   PERFORM 8200-IMPRIMIR-LINHA

                   IF WS-FS-REL EQUAL ZEROS
                       CLOSE RELATORIO
                       MOVE "RECORRENTE-LOTE" TO PARM-CAT-PROGRAMA
                       MOVE REL-CAB-TITULO TO PARM-CAT-TITULO
                       MOVE REL-NOME-ARQ TO PARM-CAT-ARQUIVO
                       CALL "GRAVA-CATALOGO" USING PARM-CATALOGO
                       DISPLAY "RELATORIO GRAVADO EM " REL-NOME-ARQ
                   END-IF
               END-IF

               CLOSE CONTAS-PAGAR
               CLOSE CONTAS-RECORRENTES
           END-IF

           DISPLAY "TITULOS GERADOS: " WS-GERADOS
           DISPLAY "EXCECOES.......: " WS-EXCECOES

           MOVE WS-GERADOS TO PARM-RUN-REGISTROS
           CALL "GRAVA-RUNLOG" USING PARM-RUNLOG

           GOBACK.

      * Every active bill falling due up to the end of the current
      * month is raised, so a month the job did not run is caught up
      * on the next run. A titulo that cannot be written stops that
      * bill with its date kept, to be tried again on the next run.
       2000-PROCESSAR-RECORRENTES.
           MOVE 0 TO WS-EOF
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
                       IF REC-ATIVA
                       AND DATA-PROXIMA-REC NOT GREATER WS-DATA-LIMITE
                           ADD 1 TO WS-LIDOS
                           PERFORM 2100-GERAR-RECORRENTE
                       END-IF
               END-READ
           END-PERFORM.

       2100-GERAR-RECORRENTE.
           MOVE 'S' TO WS-TITULO-VALIDO

           PERFORM UNTIL NOT REC-ATIVA
                   OR WS-TITULO-VALIDO EQUAL 'N'
                   OR DATA-PROXIMA-REC GREATER WS-DATA-LIMITE
               IF DATA-FIM-REC NOT EQUAL 0
               AND DATA-PROXIMA-REC GREATER DATA-FIM-REC
                   PERFORM 3100-ENCERRAR-RECORRENTE
               ELSE
                   PERFORM 2200-GRAVAR-TITULO
               END-IF
           END-PERFORM

           REWRITE REG-CONTA-RECORRENTE

           IF WS-FS-REC NOT EQUAL ZEROS
               DISPLAY "CONTA RECORRENTE " NUM-RECORRENTE " NAO FOI "
                   "ATUALIZADA - FILE STATUS: " WS-FS-REC
           END-IF.

       2200-GRAVAR-TITULO.
           MOVE SPACES TO WS-MOTIVO-REJEICAO
           MOVE "ORDEMCOMPRA" TO PARM-SERIE
           CALL "PROXIMO-NUMERO" USING PARM-PROXIMO-NUMERO

           IF PARM-RETORNO NOT EQUAL ZEROS
               MOVE 'N' TO WS-TITULO-VALIDO
               STRING "SEM NUMERACAO DE TITULO (FS " PARM-RETORNO ")"
                   DELIMITED BY SIZE INTO WS-MOTIVO-REJEICAO
           ELSE
               INITIALIZE REG-CONTA-PAGAR
               MOVE PARM-NUMERO TO NUM-ORDEM-CP
               MOVE COD-FORNECEDOR-REC TO COD-FORNECEDOR-CP
               MOVE DATA-PROXIMA-REC TO DATA-VENCIMENTO-CP
               MOVE VALOR-REC TO VALOR-ORIGINAL-CP
               MOVE VALOR-REC TO VALOR-ABERTO-CP
               MOVE 'A' TO STATUS-CP
               MOVE NUM-RECORRENTE TO NUM-RECORRENTE-CP
               IF CENTRO-CUSTO-REC IS NUMERIC
                   MOVE CENTRO-CUSTO-REC TO CENTRO-CUSTO-CP
               ELSE
                   MOVE 0 TO CENTRO-CUSTO-CP
               END-IF

               WRITE REG-CONTA-PAGAR

               IF WS-FS-CP NOT EQUAL ZEROS
                   MOVE 'N' TO WS-TITULO-VALIDO
                   STRING "ERRO DE GRAVACAO DO TITULO (FS " WS-FS-CP
                       ")" DELIMITED BY SIZE INTO WS-MOTIVO-REJEICAO
               END-IF
           END-IF

           IF WS-TITULO-VALIDO EQUAL 'N'
               ADD 1 TO WS-EXCECOES
               MOVE SPACES TO LINHA-RELATORIO
               STRING NUM-RECORRENTE "  " COD-FORNECEDOR-REC "  "
                   DATA-PROXIMA-REC "  EXCECAO - " WS-MOTIVO-REJEICAO
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               PERFORM 8200-IMPRIMIR-LINHA
           ELSE
               ADD 1 TO WS-GERADOS
               ADD VALOR-REC TO WS-VALOR-GERADO
               PERFORM 2300-LANCAR-DESPESA

               MOVE SPACES TO WS-AVISO-REAJUSTE
               IF DATA-REAJUSTE-REC NOT EQUAL 0
               AND DATA-REAJUSTE-REC NOT GREATER DATA-PROXIMA-REC
                   MOVE "REAJUSTE PENDENTE" TO WS-AVISO-REAJUSTE
                   ADD 1 TO WS-REAJUSTES
               END-IF

               MOVE VALOR-REC TO WS-VALOR-EDITADO
               MOVE SPACES TO LINHA-RELATORIO
               STRING NUM-RECORRENTE "  " COD-FORNECEDOR-REC "  "
                   DATA-PROXIMA-REC "  " NUM-ORDEM-CP "  "
                   WS-VALOR-EDITADO "  GERADO " WS-AVISO-REAJUSTE
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               PERFORM 8200-IMPRIMIR-LINHA

               MOVE WS-DATA-HOJE TO DATA-ULTIMA-GERACAO-REC
               MOVE NUM-ORDEM-CP TO NUM-ULTIMO-TITULO-REC
               PERFORM 3010-PROXIMO-MES
           END-IF.

       2300-LANCAR-DESPESA.
           MOVE CONTA-DESPESA-REC TO PARM-LAN-DEBITO
           MOVE 21000 TO PARM-LAN-CREDITO
           MOVE VALOR-REC TO PARM-LAN-VALOR
           MOVE DESCRICAO-REC TO PARM-LAN-HISTORICO
           MOVE "RECORRENTE-LOTE" TO PARM-LAN-ORIGEM
           MOVE NUM-ORDEM-CP TO PARM-LAN-DOCUMENTO
           MOVE CENTRO-CUSTO-CP TO PARM-LAN-CENTRO-CUSTO
           CALL "GRAVA-LANCAMENTO" USING PARM-LANCAMENTO

           IF PARM-LAN-RETORNO NOT EQUAL ZEROS
               DISPLAY "TITULO " NUM-ORDEM-CP " GERADO SEM LANCAMENTO "
                   "CONTABIL - FILE STATUS: " PARM-LAN-RETORNO
           END-IF.

      * Moves the due date to DIA-VENCIMENTO-REC of the next month,
      * falling back to the last day of short months.
       3010-PROXIMO-MES.
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

       3100-ENCERRAR-RECORRENTE.
           MOVE 'E' TO STATUS-REC
           ADD 1 TO WS-ENCERRADOS

           MOVE SPACES TO LINHA-RELATORIO
           STRING NUM-RECORRENTE "  " COD-FORNECEDOR-REC
               "  ENCERRADA - VIGENCIA TERMINOU EM " DATA-FIM-REC
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA.

       8100-ABRIR-RELATORIO.
           MOVE PARM-AMB-NOME TO REL-CAB-AMBIENTE

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-RELATORIO
           MOVE WS-DATA-RELATORIO(5:2) TO REL-CAB-DATA(1:2)
           MOVE WS-DATA-RELATORIO(7:2) TO REL-CAB-DATA(4:2)
           MOVE WS-DATA-RELATORIO(1:4) TO REL-CAB-DATA(7:4)

           MOVE "GERACAO DE CONTAS RECORRENTES" TO REL-CAB-TITULO

           MOVE SPACES TO REL-NOME-ARQ
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'RELATORIOS\RECORRENTES' WS-DATA-RELATORIO '.TXT'
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

           MOVE SPACES TO WS-ARQ-RECORRENTES
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'CONTASRECORRENTES.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-RECORRENTES

           MOVE SPACES TO WS-ARQ-CONTASPAGAR
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'CONTASPAGAR.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-CONTASPAGAR.

       END PROGRAM RECORRENTE-LOTE.
