       IDENTIFICATION DIVISION.
       PROGRAM-ID. PEDIDO-PROGRAMADO-LOTE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEDIDOS-PROGRAMADOS ASSIGN TO WS-ARQ-PROGRAMADOS
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS NUM-PROGRAMADO
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-PRG.

           SELECT PEDIDOS-VENDA ASSIGN TO WS-ARQ-PEDIDOSVENDA
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS NUM-PEDIDO-VENDA
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS.

           SELECT CONTAS ASSIGN TO WS-ARQ-CONTASRECEBER
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS NUM-FATURA-CR
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-CR.

           SELECT CLIENTES ASSIGN TO WS-ARQ-CLIENTES
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-CLI.

           SELECT PRODUTOS ASSIGN TO WS-ARQ-PRODUTOS
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS COD-PRODUTO
           ALTERNATE RECORD KEY IS EAN-PRODUTO
           ALTERNATE RECORD KEY IS NOME-PRODUTO
               WITH DUPLICATES
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-PROD.

           SELECT RELATORIO ASSIGN TO REL-NOME-ARQ
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD PEDIDOS-PROGRAMADOS.
           COPY PEDIDOPROGRAMADO.

       FD PEDIDOS-VENDA.
           COPY PEDIDOVENDA.

       FD CLIENTES.
           COPY CLIENTE.

       FD PRODUTOS.
           COPY PRODUTO.

       FD CONTAS.
           COPY CONTARECEBER.

       FD RELATORIO.
       01 LINHA-RELATORIO     PIC X(90).
       WORKING-STORAGE SECTION.
           COPY PARMNUMERO.
           COPY PARMPRECO.
           COPY PARMRUNLOG.
           COPY RELATORIO.
           COPY PARMCATALOGO.
           COPY PARMADIANTAMENTO.
           COPY AMBIENTE.
       77 WS-ARQ-PROGRAMADOS     PIC X(60) VALUE SPACES.
       77 WS-ARQ-PEDIDOSVENDA    PIC X(60) VALUE SPACES.
       77 WS-ARQ-CLIENTES        PIC X(60) VALUE SPACES.
       77 WS-ARQ-PRODUTOS        PIC X(60) VALUE SPACES.
       77 WS-ARQ-CONTASRECEBER   PIC X(60) VALUE SPACES.
       77 WS-FS              PIC 99 VALUE 0.
       77 WS-FS-PRG           PIC 99 VALUE 0.
       77 WS-FS-CLI           PIC 99 VALUE 0.
       77 WS-FS-PROD          PIC 99 VALUE 0.
       77 WS-FS-CR            PIC 99 VALUE 0.
       77 WS-FS-REL           PIC 99 VALUE 0.
       77 WS-EOF              PIC 99 VALUE 0.
       77 WS-EOF-CLI          PIC 99 VALUE 0.
       77 WS-EOF-CR           PIC 99 VALUE 0.
       77 WS-EOF-PED          PIC 99 VALUE 0.
       77 WS-QTDE-CLI         PIC 9(05) VALUE 0.
       77 WS-DATA-HOJE        PIC 9(08) VALUE 0.
       77 WS-DATA-RELATORIO   PIC 9(08) VALUE 0.
       77 WS-PEDIDO-VALIDO    PIC A VALUE 'S'.
       77 WS-MOTIVO-REJEICAO  PIC X(40) VALUE SPACES.
       77 WS-ITEM             PIC 99 VALUE 0.
       77 WS-ITEM-CRED        PIC 99 VALUE 0.
       77 WS-LIDOS            PIC 9(05) VALUE 0.
       77 WS-GERADOS          PIC 9(05) VALUE 0.
       77 WS-EXCECOES         PIC 9(05) VALUE 0.
       77 WS-ENCERRADOS       PIC 9(05) VALUE 0.
       77 WS-LIMITE-CLIENTE   PIC 9(07)V99 VALUE 0.
       77 WS-COD-CLIENTE-CRED PIC 9(05) VALUE 0.
       77 WS-ABERTO-CR        PIC 9(11)V99 VALUE 0.
       77 WS-ABERTO-PED       PIC 9(11)V99 VALUE 0.
       77 WS-EXPOSICAO        PIC 9(11)V99 VALUE 0.
       77 WS-VALOR-PEDIDO     PIC 9(11)V99 VALUE 0.
       77 WS-INT-DATA         PIC 9(07) VALUE 0.
       77 WS-ANO-PROX         PIC 9(04) VALUE 0.
       77 WS-MES-PROX         PIC 99 VALUE 0.
       77 WS-DIA-PROX         PIC 99 VALUE 0.
       77 WS-ULTIMO-DIA       PIC 99 VALUE 0.
       77 WS-QUOCIENTE        PIC 9(04) VALUE 0.
       77 WS-RESTO-4          PIC 9(04) VALUE 0.
       77 WS-RESTO-100        PIC 9(04) VALUE 0.
       77 WS-RESTO-400        PIC 9(04) VALUE 0.

       01 WS-PEDIDO-GUARDADO  PIC X(208) VALUE SPACES.

       01 WS-DIAS-DOS-MESES.
           03 FILLER              PIC X(24)
               VALUE "312831303130313130313031".
       01 WS-TABELA-DIAS-MES REDEFINES WS-DIAS-DOS-MESES.
           03 WS-DIAS-MES         PIC 99 OCCURS 12 TIMES.

       01 WS-TABELA-CLIENTES.
           03 WS-CLIENTE-OCORR OCCURS 500 TIMES
                   INDEXED BY WS-IDX.
               05 WS-COD-CLIENTE-TAB   PIC 9(05).
               05 WS-LIMITE-CRED-TAB   PIC 9(07)V99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "PEDIDO-PROGRAMADO-LOTE" TO PARM-RUN-PROGRAMA
           MOVE 'I' TO PARM-RUN-EVENTO
           MOVE 0 TO PARM-RUN-REGISTROS
           CALL "GRAVA-RUNLOG" USING PARM-RUNLOG

           PERFORM 0950-RESOLVER-AMBIENTE
           DISPLAY "GERACAO DOS PEDIDOS PROGRAMADOS"

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           MOVE 'C' TO PARM-RUN-EVENTO

           OPEN I-O PEDIDOS-PROGRAMADOS

           IF WS-FS-PRG EQUAL 35
               DISPLAY "NENHUM PEDIDO PROGRAMADO CADASTRADO"
           ELSE
               PERFORM 1000-CARREGAR-CLIENTES

               OPEN I-O PEDIDOS-VENDA
               OPEN I-O PRODUTOS

               IF WS-FS-PRG NOT EQUAL ZEROS
               OR WS-FS NOT EQUAL ZEROS
               OR WS-FS-PROD NOT EQUAL ZEROS
                   DISPLAY "NAO FOI POSSIVEL ABRIR OS ARQUIVOS"
                   DISPLAY "PROGRAMADOS: " WS-FS-PRG "  PEDIDOS: "
                       WS-FS "  PRODUTOS: " WS-FS-PROD
                   MOVE 'F' TO PARM-RUN-EVENTO
               ELSE
                   MOVE "PROGR.  CLIENTE  SITUACAO" TO
                       REL-CABECALHO-COLUNAS
                   PERFORM 8100-ABRIR-RELATORIO

                   PERFORM 2000-PROCESSAR-PROGRAMADOS

                   MOVE SPACES TO LINHA-RELATORIO
                   STRING "VENCIDOS: " WS-LIDOS
                       "  PEDIDOS GERADOS: " WS-GERADOS
                       "  EXCECOES: " WS-EXCECOES
                       "  ENCERRADOS: " WS-ENCERRADOS
                       DELIMITED BY SIZE INTO LINHA-RELATORIO
                   PERFORM 8200-IMPRIMIR-LINHA

                   IF WS-FS-REL EQUAL ZEROS
                       CLOSE RELATORIO
                       MOVE "PEDIDO-PROGRAMADO-LOTE" TO
                           PARM-CAT-PROGRAMA
                       MOVE REL-CAB-TITULO TO PARM-CAT-TITULO
                       MOVE REL-NOME-ARQ TO PARM-CAT-ARQUIVO
                       CALL "GRAVA-CATALOGO" USING PARM-CATALOGO
                       DISPLAY "RELATORIO GRAVADO EM " REL-NOME-ARQ
                   END-IF
               END-IF

               CLOSE PEDIDOS-VENDA
               CLOSE PRODUTOS
               CLOSE PEDIDOS-PROGRAMADOS
           END-IF

           DISPLAY "PEDIDOS GERADOS: " WS-GERADOS
           DISPLAY "EXCECOES.......: " WS-EXCECOES

           MOVE WS-GERADOS TO PARM-RUN-REGISTROS
           CALL "GRAVA-RUNLOG" USING PARM-RUNLOG

           GOBACK.

       1000-CARREGAR-CLIENTES.
           OPEN INPUT CLIENTES

           IF WS-FS-CLI EQUAL 0
               PERFORM UNTIL WS-EOF-CLI EQUAL 1
                   READ CLIENTES
                       AT END
                           MOVE 1 TO WS-EOF-CLI
                       NOT AT END
                           IF WS-QTDE-CLI LESS 500
                               IF NOT CLIENTE-INATIVO
                                   ADD 1 TO WS-QTDE-CLI
                                   MOVE COD-CLIENTE TO
                                       WS-COD-CLIENTE-TAB(WS-QTDE-CLI)
                                   MOVE LIMITE-CREDITO-CLIENTE TO
                                       WS-LIMITE-CRED-TAB(WS-QTDE-CLI)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE CLIENTES
           ELSE
               DISPLAY "NAO FOI POSSIVEL ABRIR O ARQUIVO DE CLIENTES"
               DISPLAY "FILE STATUS: " WS-FS-CLI
           END-IF.

       2000-PROCESSAR-PROGRAMADOS.
           MOVE 0 TO WS-EOF
           MOVE 0 TO NUM-PROGRAMADO

           START PEDIDOS-PROGRAMADOS KEY NOT LESS NUM-PROGRAMADO
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START

           PERFORM UNTIL WS-EOF EQUAL 1
               READ PEDIDOS-PROGRAMADOS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF PRG-ATIVO
                       AND DATA-PROXIMA-PRG NOT GREATER WS-DATA-HOJE
                           ADD 1 TO WS-LIDOS
                           PERFORM 2100-GERAR-PEDIDO
                       END-IF
               END-READ
           END-PERFORM.

      * A standing order past its end date is only closed. Otherwise
      * the order goes through the same checks as a keyed order; one
      * that fails is listed as an exception and keeps its date, so it
      * is tried again on the next run once the cause is cleared.
       2100-GERAR-PEDIDO.
           MOVE 'S' TO WS-PEDIDO-VALIDO
           MOVE SPACES TO WS-MOTIVO-REJEICAO

           IF DATA-FIM-PRG NOT EQUAL 0
           AND DATA-PROXIMA-PRG GREATER DATA-FIM-PRG
               PERFORM 3100-ENCERRAR-PROGRAMADO
           ELSE
               PERFORM 2200-MONTAR-PEDIDO

               IF WS-PEDIDO-VALIDO EQUAL 'S'
                   PERFORM 2500-VERIFICAR-CREDITO
               END-IF

               IF WS-PEDIDO-VALIDO EQUAL 'S'
                   PERFORM 2400-GRAVAR-PEDIDO
               END-IF

               IF WS-PEDIDO-VALIDO EQUAL 'N'
                   ADD 1 TO WS-EXCECOES
                   MOVE SPACES TO LINHA-RELATORIO
                   STRING NUM-PROGRAMADO "  " COD-CLIENTE-PRG
                       "      EXCECAO - " WS-MOTIVO-REJEICAO
                       DELIMITED BY SIZE INTO LINHA-RELATORIO
                   PERFORM 8200-IMPRIMIR-LINHA
               END-IF
           END-IF.

       2200-MONTAR-PEDIDO.
           INITIALIZE REG-PEDIDO-VENDA
           MOVE COD-CLIENTE-PRG TO COD-CLIENTE-VENDA
           MOVE COD-VENDEDOR-PRG TO COD-VENDEDOR-VENDA
           MOVE WS-DATA-HOJE TO DATA-PEDIDO-VENDA
           MOVE 'A' TO STATUS-PEDIDO-VENDA
           MOVE SPACES TO MOTIVO-CANCEL-VENDA
           MOVE COND-PAGAMENTO-PRG TO COND-PAGAMENTO-VENDA
           MOVE QTDE-PARCELAS-PRG TO QTDE-PARCELAS-VENDA
           MOVE 0 TO QTDE-ITENS-VENDA
           MOVE 0 TO WS-VALOR-PEDIDO

           MOVE 'N' TO WS-PEDIDO-VALIDO
           MOVE 0 TO WS-LIMITE-CLIENTE
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX GREATER WS-QTDE-CLI
               IF WS-COD-CLIENTE-TAB(WS-IDX) EQUAL COD-CLIENTE-PRG
                   MOVE 'S' TO WS-PEDIDO-VALIDO
                   MOVE WS-LIMITE-CRED-TAB(WS-IDX) TO WS-LIMITE-CLIENTE
               END-IF
           END-PERFORM

           IF WS-PEDIDO-VALIDO EQUAL 'N'
               MOVE "CLIENTE NAO CADASTRADO OU INATIVO" TO
                   WS-MOTIVO-REJEICAO
           ELSE
               PERFORM VARYING WS-ITEM FROM 1 BY 1
                       UNTIL WS-ITEM GREATER QTDE-ITENS-PRG
                       OR WS-PEDIDO-VALIDO EQUAL 'N'
                   PERFORM 2300-INCLUIR-ITEM
               END-PERFORM
           END-IF.

       2300-INCLUIR-ITEM.
           MOVE COD-PRODUTO-PRG(WS-ITEM) TO COD-PRODUTO

           READ PRODUTOS
               INVALID KEY
                   MOVE 'N' TO WS-PEDIDO-VALIDO
                   STRING "PRODUTO " COD-PRODUTO " NAO CADASTRADO"
                       DELIMITED BY SIZE INTO WS-MOTIVO-REJEICAO
                   MOVE 0 TO WS-FS-PROD
               NOT INVALID KEY
                   IF PRODUTO-INATIVO
                       MOVE 'N' TO WS-PEDIDO-VALIDO
                       STRING "PRODUTO " COD-PRODUTO " INATIVO"
                           DELIMITED BY SIZE INTO WS-MOTIVO-REJEICAO
                   ELSE
                       ADD 1 TO QTDE-ITENS-VENDA
                       MOVE COD-PRODUTO-PRG(WS-ITEM) TO
                           COD-PRODUTO-VENDA(QTDE-ITENS-VENDA)
                       MOVE QTDE-PRG(WS-ITEM) TO
                           QTDE-VENDA(QTDE-ITENS-VENDA)

                       MOVE COD-CLIENTE-PRG TO PARM-PRC-CLIENTE
                       MOVE COD-PRODUTO TO PARM-PRC-PRODUTO
                       MOVE COD-CATEGORIA-PRODUTO TO PARM-PRC-CATEGORIA
                       MOVE QTDE-PRG(WS-ITEM) TO PARM-PRC-QTDE
                       MOVE WS-DATA-HOJE TO PARM-PRC-DATA
                       MOVE PRECO-UNITARIO-PRODUTO TO
                           PARM-PRC-PRECO-TABELA
                       CALL "BUSCA-PRECO" USING PARM-PRECO

                       COMPUTE WS-VALOR-PEDIDO = WS-VALOR-PEDIDO +
                           QTDE-PRG(WS-ITEM) * PARM-PRC-PRECO
                           ON SIZE ERROR
                               CONTINUE
                       END-COMPUTE
                   END-IF
           END-READ.

       2400-GRAVAR-PEDIDO.
           MOVE "PEDIDOVENDA" TO PARM-SERIE
           CALL "PROXIMO-NUMERO" USING PARM-PROXIMO-NUMERO

           IF PARM-RETORNO NOT EQUAL ZEROS
               MOVE 'N' TO WS-PEDIDO-VALIDO
               STRING "SEM NUMERACAO DE PEDIDO (FS " PARM-RETORNO ")"
                   DELIMITED BY SIZE INTO WS-MOTIVO-REJEICAO
           ELSE
               MOVE PARM-NUMERO TO NUM-PEDIDO-VENDA
               MOVE SPACES TO SUBSTITUICOES-VENDA

               WRITE REG-PEDIDO-VENDA

               IF WS-FS NOT EQUAL ZEROS
                   MOVE 'N' TO WS-PEDIDO-VALIDO
                   STRING "ERRO DE GRAVACAO DO PEDIDO (FS " WS-FS ")"
                       DELIMITED BY SIZE INTO WS-MOTIVO-REJEICAO
               ELSE
                   ADD 1 TO WS-GERADOS
                   PERFORM 2600-RESERVAR-ITENS

                   MOVE WS-DATA-HOJE TO DATA-ULTIMA-GERACAO-PRG
                   MOVE NUM-PEDIDO-VENDA TO NUM-ULTIMO-PEDIDO-PRG
                   PERFORM 3000-AVANCAR-DATA

                   MOVE SPACES TO LINHA-RELATORIO
                   STRING NUM-PROGRAMADO "  " COD-CLIENTE-PRG
                       "      GERADO - PEDIDO " NUM-PEDIDO-VENDA
                       " - PROXIMA " DATA-PROXIMA-PRG
                       DELIMITED BY SIZE INTO LINHA-RELATORIO
                   PERFORM 8200-IMPRIMIR-LINHA

                   IF PRG-ENCERRADO
                       ADD 1 TO WS-ENCERRADOS
                   END-IF

                   REWRITE REG-PEDIDO-PROGRAMADO

                   IF WS-FS-PRG NOT EQUAL ZEROS
                       DISPLAY "PEDIDO " NUM-PEDIDO-VENDA " GERADO MAS"
                           " O PROGRAMADO " NUM-PROGRAMADO " NAO FOI "
                           "ATUALIZADO - FILE STATUS: " WS-FS-PRG
                   END-IF
               END-IF
           END-IF.

      * Credit exposure is computed exactly as PEDIDO-VENDA does for a
      * keyed order: open receivables plus open orders at list price
      * plus this order. There is no operator to override an excess
      * here, so it becomes an exception.
       2500-VERIFICAR-CREDITO.
           IF WS-LIMITE-CLIENTE EQUAL 0
               CONTINUE
           ELSE
               MOVE COD-CLIENTE-VENDA TO WS-COD-CLIENTE-CRED
               PERFORM 2510-SOMAR-ABERTO-CR
               PERFORM 2520-SOMAR-PEDIDOS-ABERTOS

               COMPUTE WS-EXPOSICAO = WS-ABERTO-CR + WS-ABERTO-PED
                   + WS-VALOR-PEDIDO

               MOVE WS-COD-CLIENTE-CRED TO PARM-ADT-CLIENTE
               CALL "SALDO-ADIANTAMENTO" USING PARM-ADIANTAMENTO

               IF PARM-ADT-SALDO NOT LESS WS-EXPOSICAO
                   MOVE 0 TO WS-EXPOSICAO
               ELSE
                   SUBTRACT PARM-ADT-SALDO FROM WS-EXPOSICAO
               END-IF

               IF WS-EXPOSICAO GREATER WS-LIMITE-CLIENTE
                   MOVE 'N' TO WS-PEDIDO-VALIDO
                   MOVE "LIMITE DE CREDITO EXCEDIDO" TO
                       WS-MOTIVO-REJEICAO
               END-IF
           END-IF.

       2510-SOMAR-ABERTO-CR.
           MOVE 0 TO WS-ABERTO-CR
           MOVE 0 TO WS-EOF-CR

           OPEN INPUT CONTAS

           IF WS-FS-CR NOT EQUAL ZEROS
               MOVE 1 TO WS-EOF-CR
           ELSE
               MOVE 0 TO NUM-FATURA-CR
               START CONTAS KEY NOT LESS NUM-FATURA-CR
                   INVALID KEY
                       MOVE 1 TO WS-EOF-CR
               END-START
           END-IF

           PERFORM UNTIL WS-EOF-CR EQUAL 1
               READ CONTAS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF-CR
                   NOT AT END
                       IF CR-ABERTA
                       AND COD-CLIENTE-CR EQUAL WS-COD-CLIENTE-CRED
                           ADD VALOR-ABERTO-CR TO WS-ABERTO-CR
                       END-IF
               END-READ
           END-PERFORM

           IF WS-FS-CR EQUAL ZEROS OR WS-FS-CR EQUAL 10
               CLOSE CONTAS
           END-IF.

       2520-SOMAR-PEDIDOS-ABERTOS.
           MOVE 0 TO WS-ABERTO-PED
           MOVE REG-PEDIDO-VENDA TO WS-PEDIDO-GUARDADO
           MOVE 0 TO WS-EOF-PED
           MOVE 0 TO NUM-PEDIDO-VENDA

           START PEDIDOS-VENDA KEY NOT LESS NUM-PEDIDO-VENDA
               INVALID KEY
                   MOVE 1 TO WS-EOF-PED
           END-START

           PERFORM UNTIL WS-EOF-PED EQUAL 1
               READ PEDIDOS-VENDA NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF-PED
                   NOT AT END
                       IF PEDIDO-ABERTO
                       AND COD-CLIENTE-VENDA EQUAL WS-COD-CLIENTE-CRED
                           PERFORM 2530-VALORIZAR-PEDIDO-ABERTO
                       END-IF
               END-READ
           END-PERFORM

           MOVE WS-PEDIDO-GUARDADO TO REG-PEDIDO-VENDA.

       2530-VALORIZAR-PEDIDO-ABERTO.
           PERFORM VARYING WS-ITEM-CRED FROM 1 BY 1
                   UNTIL WS-ITEM-CRED GREATER QTDE-ITENS-VENDA
               MOVE COD-PRODUTO-VENDA(WS-ITEM-CRED) TO COD-PRODUTO

               READ PRODUTOS
                   INVALID KEY
                       MOVE 0 TO WS-FS-PROD
                   NOT INVALID KEY
                       COMPUTE WS-ABERTO-PED = WS-ABERTO-PED +
                           QTDE-VENDA(WS-ITEM-CRED)
                           * PRECO-UNITARIO-PRODUTO
                           ON SIZE ERROR
                               CONTINUE
                       END-COMPUTE
               END-READ
           END-PERFORM.

       2600-RESERVAR-ITENS.
           PERFORM VARYING WS-ITEM-CRED FROM 1 BY 1
                   UNTIL WS-ITEM-CRED GREATER QTDE-ITENS-VENDA
               MOVE COD-PRODUTO-VENDA(WS-ITEM-CRED) TO COD-PRODUTO

               READ PRODUTOS
                   INVALID KEY
                       MOVE 0 TO WS-FS-PROD
                   NOT INVALID KEY
                       ADD QTDE-VENDA(WS-ITEM-CRED) TO
                           ESTOQUE-RESERVADO-PRODUTO

                       REWRITE REG-PRODUTO

                       IF WS-FS-PROD NOT EQUAL ZEROS
                           DISPLAY "NAO FOI POSSIVEL RESERVAR O PRODU"
      -                        "TO " COD-PRODUTO " - FILE STATUS: "
                               WS-FS-PROD
                       END-IF
               END-READ
           END-PERFORM.

      * Moves the next run date past today. A run missed while the
      * order was in exception is not generated twice; monthly orders
      * keep DIA-MES-PRG, falling back to the last day of short months.
       3000-AVANCAR-DATA.
           PERFORM UNTIL DATA-PROXIMA-PRG GREATER WS-DATA-HOJE
               EVALUATE TRUE
                   WHEN PRG-SEMANAL
                       COMPUTE WS-INT-DATA =
                           FUNCTION INTEGER-OF-DATE(DATA-PROXIMA-PRG)
                           + 7
                       COMPUTE DATA-PROXIMA-PRG =
                           FUNCTION DATE-OF-INTEGER(WS-INT-DATA)
                   WHEN PRG-QUINZENAL
                       COMPUTE WS-INT-DATA =
                           FUNCTION INTEGER-OF-DATE(DATA-PROXIMA-PRG)
                           + 14
                       COMPUTE DATA-PROXIMA-PRG =
                           FUNCTION DATE-OF-INTEGER(WS-INT-DATA)
                   WHEN OTHER
                       PERFORM 3010-PROXIMO-MES
               END-EVALUATE
           END-PERFORM

           IF DATA-FIM-PRG NOT EQUAL 0
           AND DATA-PROXIMA-PRG GREATER DATA-FIM-PRG
               MOVE 'E' TO STATUS-PRG
           END-IF.

       3010-PROXIMO-MES.
           MOVE DATA-PROXIMA-PRG(1:4) TO WS-ANO-PROX
           MOVE DATA-PROXIMA-PRG(5:2) TO WS-MES-PROX

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

           MOVE DIA-MES-PRG TO WS-DIA-PROX
           IF WS-DIA-PROX GREATER WS-ULTIMO-DIA
           OR WS-DIA-PROX EQUAL 0
               MOVE WS-ULTIMO-DIA TO WS-DIA-PROX
           END-IF

           COMPUTE DATA-PROXIMA-PRG = WS-ANO-PROX * 10000
               + WS-MES-PROX * 100 + WS-DIA-PROX.

       3100-ENCERRAR-PROGRAMADO.
           MOVE 'E' TO STATUS-PRG
           REWRITE REG-PEDIDO-PROGRAMADO
           ADD 1 TO WS-ENCERRADOS

           MOVE SPACES TO LINHA-RELATORIO
           STRING NUM-PROGRAMADO "  " COD-CLIENTE-PRG
               "      ENCERRADO - VIGENCIA TERMINOU EM " DATA-FIM-PRG
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA.

       8100-ABRIR-RELATORIO.
           MOVE PARM-AMB-NOME TO REL-CAB-AMBIENTE

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-RELATORIO
           MOVE WS-DATA-RELATORIO(5:2) TO REL-CAB-DATA(1:2)
           MOVE WS-DATA-RELATORIO(7:2) TO REL-CAB-DATA(4:2)
           MOVE WS-DATA-RELATORIO(1:4) TO REL-CAB-DATA(7:4)

           MOVE "GERACAO DE PEDIDOS PROGRAMADOS" TO REL-CAB-TITULO

           MOVE SPACES TO REL-NOME-ARQ
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'RELATORIOS\PEDPROGRAMADOS' WS-DATA-RELATORIO '.TXT'
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

           MOVE SPACES TO WS-ARQ-PROGRAMADOS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'PEDIDOSPROGRAMADOS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-PROGRAMADOS

           MOVE SPACES TO WS-ARQ-PEDIDOSVENDA
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'PEDIDOSVENDA.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-PEDIDOSVENDA

           MOVE SPACES TO WS-ARQ-CLIENTES
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'CLIENTES.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-CLIENTES

           MOVE SPACES TO WS-ARQ-PRODUTOS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'PRODUTOS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-PRODUTOS

           MOVE SPACES TO WS-ARQ-CONTASRECEBER
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'CONTASRECEBER.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-CONTASRECEBER.

       END PROGRAM PEDIDO-PROGRAMADO-LOTE.
