       IDENTIFICATION DIVISION.
       PROGRAM-ID. NECESSIDADE-COMPRA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUTOS ASSIGN TO WS-ARQ-PRODUTOS
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS COD-PRODUTO
           ALTERNATE RECORD KEY IS EAN-PRODUTO
           ALTERNATE RECORD KEY IS NOME-PRODUTO
               WITH DUPLICATES
           FILE STATUS IS WS-FS-PROD.

           SELECT BACKORDERS ASSIGN TO WS-ARQ-BACKORDERS
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS CHAVE-BACKORDER
           FILE STATUS IS WS-FS-BO.

           SELECT PEDIDOS-PROGRAMADOS ASSIGN TO WS-ARQ-PROGRAMADOS
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS NUM-PROGRAMADO
           FILE STATUS IS WS-FS-PRG.

           SELECT ORDENS ASSIGN TO WS-ARQ-ORDENSCOMPRA
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS NUM-ORDEM
           FILE STATUS IS WS-FS-ORD.

           SELECT PEDIDOS ASSIGN TO WS-ARQ-PEDIDOS
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-PED.

           SELECT FONTES ASSIGN TO WS-ARQ-FONTESPRODUTO
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CHAVE-FONTE-PRODUTO
           FILE STATUS IS WS-FS-FNT.

           SELECT RELATORIO ASSIGN TO REL-NOME-ARQ
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD PRODUTOS.
           COPY PRODUTO.

       FD BACKORDERS.
           COPY BACKORDER.

       FD PEDIDOS-PROGRAMADOS.
           COPY PEDIDOPROGRAMADO.

       FD ORDENS.
           COPY ORDEMCOMPRA.

       FD PEDIDOS.
           COPY PEDIDOCOMPRA.

       FD FONTES.
           COPY FONTEPRODUTO.

       FD RELATORIO.
       01 LINHA-RELATORIO     PIC X(90).
       WORKING-STORAGE SECTION.
           COPY PARMRUNLOG.
           COPY RELATORIO.
           COPY PARMCATALOGO.
           COPY AMBIENTE.
       77 WS-ARQ-PRODUTOS        PIC X(60) VALUE SPACES.
       77 WS-ARQ-BACKORDERS      PIC X(60) VALUE SPACES.
       77 WS-ARQ-PROGRAMADOS     PIC X(60) VALUE SPACES.
       77 WS-ARQ-ORDENSCOMPRA    PIC X(60) VALUE SPACES.
       77 WS-ARQ-PEDIDOS         PIC X(60) VALUE SPACES.
       77 WS-ARQ-FONTESPRODUTO   PIC X(60) VALUE SPACES.
       77 WS-FS-PROD          PIC 99 VALUE 0.
       77 WS-FS-BO            PIC 99 VALUE 0.
       77 WS-FS-PRG           PIC 99 VALUE 0.
       77 WS-FS-ORD           PIC 99 VALUE 0.
       77 WS-FS-PED           PIC 99 VALUE 0.
       77 WS-FS-FNT           PIC 99 VALUE 0.
       77 WS-FS-REL           PIC 99 VALUE 0.
       77 WS-EOF              PIC 99 VALUE 0.
       77 WS-EOF-FNT          PIC 99 VALUE 0.
       77 WS-DATA-HOJE        PIC 9(08) VALUE 0.
       77 WS-INT-HOJE         PIC 9(07) VALUE 0.
       77 WS-INT-LIMITE       PIC 9(07) VALUE 0.
       77 WS-DATA-EVENTO      PIC 9(08) VALUE 0.
       77 WS-INT-EVENTO       PIC 9(07) VALUE 0.
       77 WS-SEMANA           PIC 9(05) VALUE 0.
       77 WS-SEM              PIC 99 VALUE 0.
       77 WS-ITEM             PIC 99 VALUE 0.
       77 WS-QTDE-EVENTO      PIC 9(09) VALUE 0.
       77 WS-FATOR            PIC 9(05) VALUE 1.
       77 WS-PRAZO            PIC 9(03) VALUE 0.
       77 WS-DATA-OCORR       PIC 9(08) VALUE 0.
       77 WS-INT-OCORR        PIC 9(07) VALUE 0.
       77 WS-SALDO-PROJ       PIC S9(11) VALUE 0.
       77 WS-MENOR-SALDO      PIC S9(11) VALUE 0.
       77 WS-SEMANA-FALTA     PIC 99 VALUE 0.
       77 WS-QTDE-SUGERIDA    PIC S9(11) VALUE 0.
       77 WS-INT-PEDIDO       PIC 9(07) VALUE 0.
       77 WS-DATA-SUGERIDA    PIC 9(08) VALUE 0.
       77 WS-AVISO            PIC X(07) VALUE SPACES.
       77 WS-PLANEJADOS       PIC 9(05) VALUE 0.
       77 WS-FALTAS           PIC 9(05) VALUE 0.
       77 WS-SUGESTOES        PIC 9(05) VALUE 0.
       77 WS-DATA-RELATORIO   PIC 9(08) VALUE 0.
       77 WS-FONTE-FORN       PIC 999 VALUE 0.
       77 WS-FONTE-PREF       PIC 9 VALUE 0.
       77 WS-FONTE-MINIMO     PIC 9(09) VALUE 0.
       77 WS-FONTE-MULTIPLO   PIC 9(09) VALUE 0.
       77 WS-FONTE-PRAZO      PIC 9(03) VALUE 0.
       77 WS-COD-FONTE        PIC 999 VALUE 0.
       77 WS-QUOCIENTE        PIC 9(09) VALUE 0.
       77 WS-RESTO            PIC 9(09) VALUE 0.
       77 WS-ANO-PROX         PIC 9(04) VALUE 0.
       77 WS-MES-PROX         PIC 99 VALUE 0.
       77 WS-DIA-PROX         PIC 99 VALUE 0.
       77 WS-ULTIMO-DIA       PIC 99 VALUE 0.
       77 WS-QUOC-ANO         PIC 9(04) VALUE 0.
       77 WS-RESTO-4          PIC 9(04) VALUE 0.
       77 WS-RESTO-100        PIC 9(04) VALUE 0.
       77 WS-RESTO-400        PIC 9(04) VALUE 0.
       77 WS-QTDE-PLN         PIC 9(04) VALUE 0.
       77 WS-IDX-PLN          PIC 9(04) VALUE 0.
       77 WS-IDX-BUSCA        PIC 9(04) VALUE 0.
       77 WS-AVISO-PLANO      PIC X VALUE 'N'.

       01 WS-DIAS-DOS-MESES.
           03 FILLER              PIC X(24)
               VALUE "312831303130313130313031".
       01 WS-TABELA-DIAS-MES REDEFINES WS-DIAS-DOS-MESES.
           03 WS-DIAS-MES         PIC 99 OCCURS 12 TIMES.

      * Demand and supply per product and week; week 1 starts today
      * and also takes anything already overdue. Products take a row
      * the first time a demand or supply lands on them; row 1 stays
      * empty and stands in for every product with nothing planned.
       01 WS-TABELA-PLANO.
           03 WS-PLN-PRODUTO OCCURS 2000 TIMES.
               05 WS-PLN-CODIGO       PIC 9(05).
               05 WS-PLN-MOVIMENTO    PIC X.
               05 WS-PLN-SEMANA OCCURS 12 TIMES.
                   07 WS-PLN-DEMANDA  PIC 9(09).
                   07 WS-PLN-ENTRADA  PIC 9(09).

       01 WS-SALDOS-SEMANA.
           03 WS-SALDO-SEM        PIC S9(11) OCCURS 12 TIMES.

       01 WS-LINHA-PRODUTO.
           03 FILLER               PIC X(08) VALUE "PRODUTO ".
           03 WS-LPR-PRODUTO       PIC 9(05).
           03 FILLER               PIC X VALUE SPACE.
           03 WS-LPR-NOME          PIC X(20).
           03 FILLER               PIC X(08) VALUE " ESTQ.: ".
           03 WS-LPR-ESTOQUE       PIC ZZZZZZZZ9.
           03 FILLER               PIC X(08) VALUE " RESV.: ".
           03 WS-LPR-RESERVADO     PIC ZZZZZZZZ9.
           03 FILLER               PIC X(08) VALUE " PONTO: ".
           03 WS-LPR-PONTO         PIC ZZZZZZZZ9.

       01 WS-LINHA-SALDOS.
           03 WS-LSA-ROTULO        PIC X(18).
           03 WS-LSA-OCORR OCCURS 6 TIMES.
               05 FILLER           PIC X VALUE SPACE.
               05 WS-LSA-SALDO     PIC -ZZZZZZZZ9.

       01 WS-LINHA-FALTA.
           03 FILLER               PIC X(19)
               VALUE "  FALTA NA SEMANA ".
           03 WS-LFA-SEMANA        PIC Z9.
           03 FILLER               PIC X(13) VALUE " - PEDIR EM ".
           03 WS-LFA-DATA          PIC 99/99/9999.
           03 FILLER               PIC X(06) VALUE " QTDE ".
           03 WS-LFA-QTDE          PIC ZZZZZZZZ9.
           03 FILLER               PIC X(06) VALUE " FORN ".
           03 WS-LFA-FORNECEDOR    PIC 999.
           03 FILLER               PIC X VALUE SPACE.
           03 WS-LFA-AVISO         PIC X(07).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "NECESSIDADE-COMPRA" TO PARM-RUN-PROGRAMA
           MOVE 'I' TO PARM-RUN-EVENTO
           MOVE 0 TO PARM-RUN-REGISTROS
           CALL "GRAVA-RUNLOG" USING PARM-RUNLOG

           PERFORM 0950-RESOLVER-AMBIENTE
           DISPLAY "NECESSIDADES LIQUIDAS - PROXIMAS 12 SEMANAS"

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           COMPUTE WS-INT-HOJE =
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
           COMPUTE WS-INT-LIMITE = WS-INT-HOJE + 83
           MOVE 'C' TO PARM-RUN-EVENTO

           INITIALIZE WS-TABELA-PLANO
           MOVE 1 TO WS-QTDE-PLN

           OPEN INPUT PRODUTOS

           IF WS-FS-PROD NOT EQUAL ZEROS
               DISPLAY "NAO FOI POSSIVEL ABRIR O ARQUIVO DE PRODUTOS"
               DISPLAY "FILE STATUS: " WS-FS-PROD
               MOVE 'F' TO PARM-RUN-EVENTO
           ELSE
               OPEN INPUT FONTES

               IF WS-FS-FNT NOT EQUAL ZEROS
                   DISPLAY "SEM CADASTRO DE FORNECEDORES APROVADOS - "
                       "PRAZO DE ENTREGA ZERO"
               END-IF

               PERFORM 2000-CARREGAR-BACKORDERS
               PERFORM 2100-CARREGAR-PROGRAMADOS
               PERFORM 2200-CARREGAR-ORDENS
               PERFORM 2300-CARREGAR-RASCUNHOS

               OPEN EXTEND PEDIDOS

               IF WS-FS-PED EQUAL 35
                   OPEN OUTPUT PEDIDOS
               END-IF

               IF WS-FS-PED NOT EQUAL ZEROS
                   DISPLAY "NAO FOI POSSIVEL ABRIR PEDIDOS.TXT - FILE "
                       "STATUS: " WS-FS-PED
                   DISPLAY "SUGESTOES SO SAEM NO RELATORIO"
               END-IF

               MOVE "SALDO = ESTOQUE - RESERVADO + ENTRADAS - DEMANDA"
                   TO REL-CABECALHO-COLUNAS
               PERFORM 8100-ABRIR-RELATORIO

               PERFORM 3000-PLANEJAR-PRODUTOS

               MOVE SPACES TO LINHA-RELATORIO
               STRING "PRODUTOS PLANEJADOS: " WS-PLANEJADOS
                   "  COM FALTA: " WS-FALTAS
                   "  SUGESTOES GRAVADAS: " WS-SUGESTOES
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               PERFORM 8200-IMPRIMIR-LINHA

               IF WS-FS-REL EQUAL ZEROS
                   CLOSE RELATORIO
                   MOVE "NECESSIDADE-COMPRA" TO PARM-CAT-PROGRAMA
                   MOVE REL-CAB-TITULO TO PARM-CAT-TITULO
                   MOVE REL-NOME-ARQ TO PARM-CAT-ARQUIVO
                   CALL "GRAVA-CATALOGO" USING PARM-CATALOGO
                   DISPLAY "RELATORIO GRAVADO EM " REL-NOME-ARQ
               END-IF

               IF WS-FS-PED EQUAL ZEROS
                   CLOSE PEDIDOS
               END-IF

               IF WS-FS-FNT EQUAL ZEROS
                   CLOSE FONTES
               END-IF

               CLOSE PRODUTOS
           END-IF

           DISPLAY "PRODUTOS COM FALTA: " WS-FALTAS
           DISPLAY "SUGESTOES GRAVADAS: " WS-SUGESTOES

           MOVE WS-SUGESTOES TO PARM-RUN-REGISTROS
           CALL "GRAVA-RUNLOG" USING PARM-RUNLOG

           GOBACK.

      * Pending backorders are not reserved on PRODUTOS and are due
      * as soon as stock allows, so they count in week 1. Open sales
      * orders already hold their quantity in ESTOQUE-RESERVADO.
       2000-CARREGAR-BACKORDERS.
           MOVE 0 TO WS-EOF

           OPEN INPUT BACKORDERS

           IF WS-FS-BO NOT EQUAL ZEROS
               MOVE 1 TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF EQUAL 1
               READ BACKORDERS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF BO-PENDENTE
                       AND COD-PRODUTO-BO GREATER 0
                           MOVE 1 TO WS-SEMANA
                           MOVE COD-PRODUTO-BO TO COD-PRODUTO
                           MOVE QTDE-BO TO WS-QTDE-EVENTO
                           PERFORM 6000-SOMAR-DEMANDA
                       END-IF
               END-READ
           END-PERFORM

           IF WS-FS-BO EQUAL ZEROS OR WS-FS-BO EQUAL 10
               CLOSE BACKORDERS
           END-IF.

      * Standing orders not yet generated are future demand: each
      * occurrence up to the end of the horizon, on the frequency and
      * end date of the order.
       2100-CARREGAR-PROGRAMADOS.
           MOVE 0 TO WS-EOF

           OPEN INPUT PEDIDOS-PROGRAMADOS

           IF WS-FS-PRG NOT EQUAL ZEROS
               MOVE 1 TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF EQUAL 1
               READ PEDIDOS-PROGRAMADOS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF PRG-ATIVO
                           PERFORM 2110-OCORRENCIAS-PROGRAMADO
                       END-IF
               END-READ
           END-PERFORM

           IF WS-FS-PRG EQUAL ZEROS OR WS-FS-PRG EQUAL 10
               CLOSE PEDIDOS-PROGRAMADOS
           END-IF.

       2110-OCORRENCIAS-PROGRAMADO.
           MOVE DATA-PROXIMA-PRG TO WS-DATA-OCORR
           COMPUTE WS-INT-OCORR =
               FUNCTION INTEGER-OF-DATE(WS-DATA-OCORR)

           PERFORM UNTIL WS-INT-OCORR GREATER WS-INT-LIMITE
                   OR (DATA-FIM-PRG NOT EQUAL 0
                   AND WS-DATA-OCORR GREATER DATA-FIM-PRG)
               MOVE WS-DATA-OCORR TO WS-DATA-EVENTO
               PERFORM 7000-CALCULAR-SEMANA

               PERFORM VARYING WS-ITEM FROM 1 BY 1
                       UNTIL WS-ITEM GREATER QTDE-ITENS-PRG
                   MOVE COD-PRODUTO-PRG(WS-ITEM) TO COD-PRODUTO
                   MOVE QTDE-PRG(WS-ITEM) TO WS-QTDE-EVENTO
                   PERFORM 6000-SOMAR-DEMANDA
               END-PERFORM

               EVALUATE TRUE
                   WHEN PRG-SEMANAL
                       ADD 7 TO WS-INT-OCORR
                       COMPUTE WS-DATA-OCORR =
                           FUNCTION DATE-OF-INTEGER(WS-INT-OCORR)
                   WHEN PRG-QUINZENAL
                       ADD 14 TO WS-INT-OCORR
                       COMPUTE WS-DATA-OCORR =
                           FUNCTION DATE-OF-INTEGER(WS-INT-OCORR)
                   WHEN OTHER
                       PERFORM 2120-PROXIMO-MES
                       COMPUTE WS-INT-OCORR =
                           FUNCTION INTEGER-OF-DATE(WS-DATA-OCORR)
               END-EVALUATE
           END-PERFORM.

       2120-PROXIMO-MES.
           MOVE WS-DATA-OCORR(1:4) TO WS-ANO-PROX
           MOVE WS-DATA-OCORR(5:2) TO WS-MES-PROX

           ADD 1 TO WS-MES-PROX
           IF WS-MES-PROX GREATER 12
               MOVE 1 TO WS-MES-PROX
               ADD 1 TO WS-ANO-PROX
           END-IF

           MOVE WS-DIAS-MES(WS-MES-PROX) TO WS-ULTIMO-DIA

           IF WS-MES-PROX EQUAL 2
               DIVIDE WS-ANO-PROX BY 4 GIVING WS-QUOC-ANO
                   REMAINDER WS-RESTO-4
               DIVIDE WS-ANO-PROX BY 100 GIVING WS-QUOC-ANO
                   REMAINDER WS-RESTO-100
               DIVIDE WS-ANO-PROX BY 400 GIVING WS-QUOC-ANO
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

           COMPUTE WS-DATA-OCORR = WS-ANO-PROX * 10000
               + WS-MES-PROX * 100 + WS-DIA-PROX.

      * Quantity still due on a pending ordem arrives the supplier's
      * lead time after the ordem date, in stock units as
      * RECEBIMENTO-COMPRA books it.
       2200-CARREGAR-ORDENS.
           MOVE 0 TO WS-EOF

           OPEN INPUT ORDENS

           IF WS-FS-ORD NOT EQUAL ZEROS
               MOVE 1 TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF EQUAL 1
               READ ORDENS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF ORDEM-PENDENTE
                           PERFORM 2210-ENTRADAS-ORDEM
                       END-IF
               END-READ
           END-PERFORM

           IF WS-FS-ORD EQUAL ZEROS OR WS-FS-ORD EQUAL 10
               CLOSE ORDENS
           END-IF.

       2210-ENTRADAS-ORDEM.
           PERFORM VARYING WS-ITEM FROM 1 BY 1
                   UNTIL WS-ITEM GREATER QTDE-ITENS-ORD
               IF QTDE-ORDEM(WS-ITEM) GREATER
                       QTDE-RECEBIDA-ORD(WS-ITEM)
               AND COD-PRODUTO-ORD(WS-ITEM) GREATER 0
                   MOVE COD-PRODUTO-ORD(WS-ITEM) TO COD-PRODUTO
                   MOVE 1 TO WS-FATOR

                   READ PRODUTOS
                       INVALID KEY
                           MOVE 0 TO WS-FS-PROD
                       NOT INVALID KEY
                           IF FATOR-CONVERSAO-PRODUTO GREATER 0
                               MOVE FATOR-CONVERSAO-PRODUTO TO
                                   WS-FATOR
                           END-IF
                   END-READ

                   COMPUTE WS-QTDE-EVENTO = (QTDE-ORDEM(WS-ITEM)
                       - QTDE-RECEBIDA-ORD(WS-ITEM)) * WS-FATOR
                       ON SIZE ERROR
                           MOVE 999999999 TO WS-QTDE-EVENTO
                   END-COMPUTE

                   MOVE COD-FORNECEDOR-ORD TO WS-COD-FONTE
                   PERFORM 2220-PRAZO-FONTE

                   COMPUTE WS-INT-EVENTO =
                       FUNCTION INTEGER-OF-DATE(DATA-ORDEM) + WS-PRAZO
                   COMPUTE WS-DATA-EVENTO =
                       FUNCTION DATE-OF-INTEGER(WS-INT-EVENTO)
                   PERFORM 7000-CALCULAR-SEMANA

                   MOVE COD-PRODUTO-ORD(WS-ITEM) TO COD-PRODUTO
                   PERFORM 6100-SOMAR-ENTRADA
               END-IF
           END-PERFORM.

       2220-PRAZO-FONTE.
           MOVE 0 TO WS-PRAZO

           IF WS-FS-FNT EQUAL ZEROS
               MOVE COD-PRODUTO TO COD-PRODUTO-FNT
               MOVE WS-COD-FONTE TO COD-FORNECEDOR-FNT

               READ FONTES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PRAZO-ENTREGA-FNT TO WS-PRAZO
               END-READ

               MOVE 0 TO WS-FS-FNT
           END-IF.

      * Drafts still open on PEDIDOS.TXT are supply already planned,
      * so a second run does not suggest the same purchase again.
       2300-CARREGAR-RASCUNHOS.
           MOVE 0 TO WS-EOF

           OPEN INPUT PEDIDOS

           IF WS-FS-PED NOT EQUAL ZEROS
               MOVE 1 TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF EQUAL 1
               READ PEDIDOS
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF PEDIDO-PED-ABERTO
                       AND COD-PRODUTO-PED GREATER 0
                           MOVE COD-PRODUTO-PED TO COD-PRODUTO
                           MOVE COD-FORNECEDOR-PED TO WS-COD-FONTE
                           PERFORM 2220-PRAZO-FONTE

                           IF DATA-PEDIDO GREATER WS-DATA-HOJE
                               COMPUTE WS-INT-EVENTO =
                                   FUNCTION INTEGER-OF-DATE(DATA-PEDIDO)
                                   + WS-PRAZO
                           ELSE
                               COMPUTE WS-INT-EVENTO =
                                   WS-INT-HOJE + WS-PRAZO
                           END-IF
                           COMPUTE WS-DATA-EVENTO =
                               FUNCTION DATE-OF-INTEGER(WS-INT-EVENTO)
                           PERFORM 7000-CALCULAR-SEMANA

                           MOVE COD-PRODUTO-PED TO COD-PRODUTO
                           MOVE QTDE-PEDIDO TO WS-QTDE-EVENTO
                           PERFORM 6100-SOMAR-ENTRADA
                       END-IF
               END-READ
           END-PERFORM

           IF WS-FS-PED EQUAL ZEROS OR WS-FS-PED EQUAL 10
               CLOSE PEDIDOS
           END-IF.

       3000-PLANEJAR-PRODUTOS.
           MOVE 0 TO WS-EOF
           MOVE 0 TO COD-PRODUTO

           START PRODUTOS KEY NOT LESS COD-PRODUTO
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START

           PERFORM UNTIL WS-EOF EQUAL 1
               READ PRODUTOS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF NOT PRODUTO-INATIVO
                       AND COD-PRODUTO GREATER 0
                           PERFORM 3100-PROJETAR-PRODUTO
                       END-IF
               END-READ
           END-PERFORM.

      * Projected available balance starts at stock less reservations
      * and moves week by week. The first week under the reorder
      * point is the shortage; the suggestion brings the lowest
      * balance from there on back up to the reorder point and is
      * placed the supplier's lead time before that week.
       3100-PROJETAR-PRODUTO.
           COMPUTE WS-SALDO-PROJ =
               ESTOQUE-PRODUTO - ESTOQUE-RESERVADO-PRODUTO
           MOVE 0 TO WS-SEMANA-FALTA
           MOVE 0 TO WS-MENOR-SALDO
           PERFORM 6060-BUSCAR-PLANO

           PERFORM VARYING WS-SEM FROM 1 BY 1 UNTIL WS-SEM GREATER 12
               COMPUTE WS-SALDO-PROJ = WS-SALDO-PROJ
                   + WS-PLN-ENTRADA(WS-IDX-PLN, WS-SEM)
                   - WS-PLN-DEMANDA(WS-IDX-PLN, WS-SEM)
               MOVE WS-SALDO-PROJ TO WS-SALDO-SEM(WS-SEM)

               IF WS-SEMANA-FALTA EQUAL 0
                   IF WS-SALDO-PROJ LESS PONTO-RESSUPRIMENTO
                       MOVE WS-SEM TO WS-SEMANA-FALTA
                       MOVE WS-SALDO-PROJ TO WS-MENOR-SALDO
                   END-IF
               ELSE
                   IF WS-SALDO-PROJ LESS WS-MENOR-SALDO
                       MOVE WS-SALDO-PROJ TO WS-MENOR-SALDO
                   END-IF
               END-IF
           END-PERFORM

           IF WS-PLN-MOVIMENTO(WS-IDX-PLN) EQUAL 'S'
           OR WS-SEMANA-FALTA GREATER 0
               ADD 1 TO WS-PLANEJADOS
               PERFORM 3200-IMPRIMIR-PRODUTO

               IF WS-SEMANA-FALTA GREATER 0
                   ADD 1 TO WS-FALTAS
                   PERFORM 3300-SUGERIR-COMPRA
               END-IF
           END-IF.

       3200-IMPRIMIR-PRODUTO.
           MOVE COD-PRODUTO TO WS-LPR-PRODUTO
           MOVE NOME-PRODUTO TO WS-LPR-NOME
           MOVE ESTOQUE-PRODUTO TO WS-LPR-ESTOQUE
           MOVE ESTOQUE-RESERVADO-PRODUTO TO WS-LPR-RESERVADO
           MOVE PONTO-RESSUPRIMENTO TO WS-LPR-PONTO
           MOVE WS-LINHA-PRODUTO TO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           MOVE "  SEMANAS 01 A 06:" TO WS-LSA-ROTULO
           PERFORM VARYING WS-SEM FROM 1 BY 1 UNTIL WS-SEM GREATER 6
               MOVE WS-SALDO-SEM(WS-SEM) TO WS-LSA-SALDO(WS-SEM)
           END-PERFORM
           MOVE WS-LINHA-SALDOS TO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           MOVE "  SEMANAS 07 A 12:" TO WS-LSA-ROTULO
           PERFORM VARYING WS-SEM FROM 7 BY 1 UNTIL WS-SEM GREATER 12
               MOVE WS-SALDO-SEM(WS-SEM) TO WS-LSA-SALDO(WS-SEM - 6)
           END-PERFORM
           MOVE WS-LINHA-SALDOS TO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA.

       3300-SUGERIR-COMPRA.
           INITIALIZE REG-PEDIDO-COMPRA
           MOVE COD-PRODUTO TO COD-PRODUTO-PED
           MOVE COD-FORNECEDOR-PRODUTO TO COD-FORNECEDOR-PED
           MOVE 0 TO WS-FONTE-PRAZO

           COMPUTE WS-QTDE-SUGERIDA =
               PONTO-RESSUPRIMENTO - WS-MENOR-SALDO
           MOVE WS-QTDE-SUGERIDA TO QTDE-PEDIDO

           PERFORM 3310-ESCOLHER-FONTE

           IF WS-FONTE-FORN GREATER 0
               MOVE WS-FONTE-FORN TO COD-FORNECEDOR-PED
               PERFORM 3320-ARREDONDAR-QTDE
           END-IF

           MOVE SPACES TO WS-AVISO
           COMPUTE WS-INT-PEDIDO = WS-INT-HOJE
               + (WS-SEMANA-FALTA - 1) * 7 - WS-FONTE-PRAZO
           IF WS-INT-PEDIDO LESS WS-INT-HOJE
               MOVE WS-INT-HOJE TO WS-INT-PEDIDO
               MOVE "URGENTE" TO WS-AVISO
           END-IF
           COMPUTE WS-DATA-SUGERIDA =
               FUNCTION DATE-OF-INTEGER(WS-INT-PEDIDO)

           MOVE WS-DATA-SUGERIDA TO DATA-PEDIDO
           MOVE 'A' TO STATUS-PEDIDO-PED

           IF WS-FS-PED EQUAL ZEROS
               WRITE REG-PEDIDO-COMPRA

               IF WS-FS-PED NOT EQUAL ZEROS
                   DISPLAY "NAO FOI POSSIVEL GRAVAR A SUGESTAO DO PRO"
      -                "DUTO " COD-PRODUTO " - FILE STATUS: " WS-FS-PED
                   MOVE 0 TO WS-FS-PED
               ELSE
                   ADD 1 TO WS-SUGESTOES
               END-IF
           END-IF

           MOVE WS-SEMANA-FALTA TO WS-LFA-SEMANA
           MOVE ZEROS TO WS-LFA-DATA
           MOVE WS-DATA-SUGERIDA(5:2) TO WS-LFA-DATA(1:2)
           MOVE WS-DATA-SUGERIDA(7:2) TO WS-LFA-DATA(4:2)
           MOVE WS-DATA-SUGERIDA(1:4) TO WS-LFA-DATA(7:4)
           MOVE QTDE-PEDIDO TO WS-LFA-QTDE
           MOVE COD-FORNECEDOR-PED TO WS-LFA-FORNECEDOR
           MOVE WS-AVISO TO WS-LFA-AVISO
           MOVE WS-LINHA-FALTA TO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA.

      * Approved source of lowest preference rank for the product;
      * WS-FONTE-FORN stays zero when none is on file and the
      * product's own supplier is kept.
       3310-ESCOLHER-FONTE.
           MOVE 0 TO WS-FONTE-FORN
           MOVE 0 TO WS-FONTE-PREF

           IF WS-FS-FNT EQUAL ZEROS
               MOVE 0 TO WS-EOF-FNT
               MOVE COD-PRODUTO TO COD-PRODUTO-FNT
               MOVE 0 TO COD-FORNECEDOR-FNT

               START FONTES KEY NOT LESS CHAVE-FONTE-PRODUTO
                   INVALID KEY
                       MOVE 1 TO WS-EOF-FNT
               END-START

               PERFORM UNTIL WS-EOF-FNT EQUAL 1
                   READ FONTES NEXT RECORD
                       AT END
                           MOVE 1 TO WS-EOF-FNT
                       NOT AT END
                           IF COD-PRODUTO-FNT NOT EQUAL COD-PRODUTO
                               MOVE 1 TO WS-EOF-FNT
                           ELSE
                               IF FONTE-APROVADA
                               AND (WS-FONTE-FORN EQUAL 0
                                   OR PREFERENCIA-FNT LESS
                                       WS-FONTE-PREF)
                                   MOVE COD-FORNECEDOR-FNT TO
                                       WS-FONTE-FORN
                                   MOVE PREFERENCIA-FNT TO
                                       WS-FONTE-PREF
                                   MOVE QTDE-MINIMA-FNT TO
                                       WS-FONTE-MINIMO
                                   MOVE MULTIPLO-PEDIDO-FNT TO
                                       WS-FONTE-MULTIPLO
                                   MOVE PRAZO-ENTREGA-FNT TO
                                       WS-FONTE-PRAZO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM

               MOVE 0 TO WS-FS-FNT
           END-IF.

       3320-ARREDONDAR-QTDE.
           IF QTDE-PEDIDO LESS WS-FONTE-MINIMO
               MOVE WS-FONTE-MINIMO TO QTDE-PEDIDO
           END-IF

           IF WS-FONTE-MULTIPLO GREATER 1
               DIVIDE QTDE-PEDIDO BY WS-FONTE-MULTIPLO
                   GIVING WS-QUOCIENTE REMAINDER WS-RESTO

               IF WS-RESTO GREATER 0
                   COMPUTE QTDE-PEDIDO =
                       (WS-QUOCIENTE + 1) * WS-FONTE-MULTIPLO
               END-IF
           END-IF.

       6000-SOMAR-DEMANDA.
           IF COD-PRODUTO GREATER 0
           AND WS-SEMANA NOT GREATER 12
               PERFORM 6050-LOCALIZAR-PLANO

               IF WS-IDX-PLN GREATER 0
                   ADD WS-QTDE-EVENTO TO
                       WS-PLN-DEMANDA(WS-IDX-PLN, WS-SEMANA)
                   MOVE 'S' TO WS-PLN-MOVIMENTO(WS-IDX-PLN)
               END-IF
           END-IF.

      * Row of the product, taking the next free one when it has none
      * yet; 0 when the table is full.
       6050-LOCALIZAR-PLANO.
           PERFORM 6060-BUSCAR-PLANO

           IF WS-IDX-PLN EQUAL 1
               IF WS-QTDE-PLN LESS 2000
                   ADD 1 TO WS-QTDE-PLN
                   MOVE COD-PRODUTO TO WS-PLN-CODIGO(WS-QTDE-PLN)
                   MOVE WS-QTDE-PLN TO WS-IDX-PLN
               ELSE
                   MOVE 0 TO WS-IDX-PLN

                   IF WS-AVISO-PLANO EQUAL 'N'
                       DISPLAY "TABELA DE PLANEJAMENTO CHEIA - 2000 "
                           "PRODUTOS; OS DEMAIS SAEM SEM MOVIMENTO"
                       MOVE 'S' TO WS-AVISO-PLANO
                   END-IF
               END-IF
           END-IF.

      * Row of the product, or the empty row 1 when it has none.
       6060-BUSCAR-PLANO.
           MOVE 1 TO WS-IDX-PLN

           PERFORM VARYING WS-IDX-BUSCA FROM 2 BY 1
                   UNTIL WS-IDX-BUSCA GREATER WS-QTDE-PLN
                   OR WS-IDX-PLN GREATER 1
               IF WS-PLN-CODIGO(WS-IDX-BUSCA) EQUAL COD-PRODUTO
                   MOVE WS-IDX-BUSCA TO WS-IDX-PLN
               END-IF
           END-PERFORM.

       6100-SOMAR-ENTRADA.
           IF COD-PRODUTO GREATER 0
           AND WS-SEMANA NOT GREATER 12
               PERFORM 6050-LOCALIZAR-PLANO

               IF WS-IDX-PLN GREATER 0
                   ADD WS-QTDE-EVENTO TO
                       WS-PLN-ENTRADA(WS-IDX-PLN, WS-SEMANA)
                   MOVE 'S' TO WS-PLN-MOVIMENTO(WS-IDX-PLN)
               END-IF
           END-IF.

       7000-CALCULAR-SEMANA.
           COMPUTE WS-INT-EVENTO =
               FUNCTION INTEGER-OF-DATE(WS-DATA-EVENTO)

           IF WS-INT-EVENTO NOT GREATER WS-INT-HOJE
               MOVE 1 TO WS-SEMANA
           ELSE
               COMPUTE WS-SEMANA =
                   ((WS-INT-EVENTO - WS-INT-HOJE) / 7) + 1
           END-IF.

       8100-ABRIR-RELATORIO.
           MOVE PARM-AMB-NOME TO REL-CAB-AMBIENTE

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-RELATORIO
           MOVE WS-DATA-RELATORIO(5:2) TO REL-CAB-DATA(1:2)
           MOVE WS-DATA-RELATORIO(7:2) TO REL-CAB-DATA(4:2)
           MOVE WS-DATA-RELATORIO(1:4) TO REL-CAB-DATA(7:4)

           MOVE "NECESSIDADES LIQUIDAS - 12 SEMANAS" TO REL-CAB-TITULO

           MOVE SPACES TO REL-NOME-ARQ
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'RELATORIOS\NECESSIDADES' WS-DATA-RELATORIO '.TXT'
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

           MOVE SPACES TO WS-ARQ-PRODUTOS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'PRODUTOS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-PRODUTOS

           MOVE SPACES TO WS-ARQ-BACKORDERS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'BACKORDERS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-BACKORDERS

           MOVE SPACES TO WS-ARQ-PROGRAMADOS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'PEDIDOSPROGRAMADOS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-PROGRAMADOS

           MOVE SPACES TO WS-ARQ-ORDENSCOMPRA
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'ORDENSCOMPRA.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-ORDENSCOMPRA

           MOVE SPACES TO WS-ARQ-PEDIDOS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'PEDIDOS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-PEDIDOS

           MOVE SPACES TO WS-ARQ-FONTESPRODUTO
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'FONTESPRODUTO.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-FONTESPRODUTO.

       END PROGRAM NECESSIDADE-COMPRA.
