           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-PER.

           SELECT RASTRO-LOTES ASSIGN TO WS-ARQ-RASTROLOTES
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-RL.

           SELECT LOG-EXCECOES ASSIGN TO WS-ARQ-EXCECOES
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
       FD PERDAS.
           COPY VENDAPERDIDA.

       FD RASTRO-LOTES.
           COPY RASTROLOTE.

       FD LOG-EXCECOES.
           COPY EXCELOG.
       WORKING-STORAGE SECTION.
           COPY FSTATUS.
           COPY PARMSESSAO.
           COPY PARMSALDODEP.
           COPY PARMCONFIRMACAO.
           COPY PARMENDERECO.
           COPY PARMSERIE.
           COPY AMBIENTE.
       77 WS-ARQ-PEDIDOSVENDA    PIC X(60) VALUE SPACES.
       77 WS-ARQ-PRODUTOS        PIC X(60) VALUE SPACES.
       77 WS-FS-KIT           PIC 99 VALUE 0.
       77 WS-EOF-KIT          PIC 99 VALUE 0.
       77 WS-EH-KIT           PIC A VALUE 'N'.
       77 WS-KIT-AVALIADO     PIC 9(05) VALUE 0.
       77 WS-KITS-POSSIVEIS   PIC 9(09) VALUE 0.
       77 WS-KITS-COMPONENTE  PIC 9(09) VALUE 0.
       77 WS-QTDE-COMPONENTE  PIC 9(09) VALUE 0.
       77 WS-KITS-MONTAR      PIC 9(09) VALUE 0.
       77 WS-ARQ-LOTESESTOQUE PIC X(60) VALUE SPACES.
       77 WS-FS-LE            PIC 99 VALUE 0.
       77 WS-EOF-LE           PIC 99 VALUE 0.
       77 WS-QTDE-BAIXA       PIC 9(09) VALUE 0.
       77 WS-QTDE-RESTANTE    PIC 9(09) VALUE 0.
       77 WS-QTDE-CONSUMO     PIC 9(09) VALUE 0.
       77 WS-PRODUTO-FEFO     PIC 9(05) VALUE 0.
       77 WS-QTDE-RETIDA      PIC 9(09) VALUE 0.
       77 WS-ESTOQUE-LIVRE    PIC 9(09) VALUE 0.
       77 WS-ARQ-RASTROLOTES  PIC X(60) VALUE SPACES.
       77 WS-FS-RL            PIC 99 VALUE 0.
       77 WS-ARQ-VENDASPERDIDAS PIC X(60) VALUE SPACES.
       77 WS-FS-PER           PIC 99 VALUE 0.
       77 WS-PRODUTO-PERDA    PIC 9(05) VALUE 0.
       77 WS-QTDE-PERDA       PIC 9(09) VALUE 0.
       77 WS-PERDAS-LOGADAS   PIC 9(05) VALUE 0.
       77 WS-SERIES-OK        PIC A VALUE 'S'.
       77 WS-QTDE-SERIES      PIC 9(03) VALUE 0.
       77 WS-SERIES-LINHA     PIC 9(09) VALUE 0.
       77 WS-IDX-SERIE        PIC 9(03) VALUE 0.
       77 WS-NUM-SERIE        PIC X(20) VALUE SPACES.
       77 WS-SERIE-REPETIDA   PIC A VALUE 'N'.

       01 WS-TABELA-ITENS-EXP.
           03 WS-ITEM-EXP-OCORR OCCURS 10 TIMES.
               05 WS-EXP-QTDE-ATENDER PIC 9(09).
               05 WS-EXP-QTDE-FALTA   PIC 9(09).
               05 WS-EXP-EH-KIT       PIC A.
               05 WS-EXP-QTDE-PRONTO  PIC 9(09).

       01 WS-LINHA-TROCA.
           03 WS-TROCA-SEQ-PERCURSO   PIC 9(05).
           03 WS-TROCA-COD-PRODUTO    PIC 9(05).
           03 WS-TROCA-ENDERECO       PIC 9(05).
           03 WS-TROCA-NUM-PEDIDO     PIC 9(06).
           03 WS-TROCA-QTDE           PIC 9(09).

       01 WS-TABELA-SEPARACAO.
           03 WS-LINHA-OCORR OCCURS 500 TIMES
                   INDEXED BY WS-IDX.
               05 WS-SEP-ORDEM.
                   07 WS-SEP-SEQ-PERCURSO PIC 9(05).
                   07 WS-SEP-COD-PRODUTO  PIC 9(05).
               05 WS-SEP-ENDERECO.
                   07 WS-SEP-RUA          PIC 99.
                   07 WS-SEP-MODULO       PIC 99.
                   07 WS-SEP-NIVEL        PIC 9.
               05 WS-SEP-NUM-PEDIDO   PIC 9(06).
               05 WS-SEP-QTDE         PIC 9(09).

       01 WS-TABELA-SERIES.
           03 WS-SERIE-OCORR OCCURS 200 TIMES.
               05 WS-SER-COD-PRODUTO  PIC 9(05).
               05 WS-SER-NUM-SERIE    PIC X(20).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0950-RESOLVER-AMBIENTE
                   OPEN OUTPUT MOVIMENTO
               END-IF

               OPEN EXTEND RASTRO-LOTES

               IF WS-FS-RL EQUAL 35
                   OPEN OUTPUT RASTRO-LOTES
               END-IF

               IF WS-FS-PROD NOT EQUAL ZEROS
                   DISPLAY "NAO FOI POSSIVEL ABRIR O ARQUIVO DE PRODU"
      -                "TOS"
                       ACCEPT CONTROLE
                   END-PERFORM

                   PERFORM 3450-ENVIAR-CONFIRMACOES

                   CLOSE PRODUTOS
               END-IF

                   CLOSE LOTES-ESTOQUE
               END-IF

               IF WS-FS-RL EQUAL ZEROS
                   CLOSE RASTRO-LOTES
               END-IF

               CLOSE MOVIMENTO
           END-IF

               DISPLAY "=============================================="
               DISPLAY "   LISTA DE SEPARACAO - PEDIDOS ABERTOS"
               DISPLAY "=============================================="
               DISPLAY "ENDERECO  PRODUTO  PEDIDO   QUANTIDADE"
               DISPLAY "----------------------------------------------"

               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX GREATER WS-QTDE-LINHAS
                   IF WS-SEP-SEQ-PERCURSO(WS-IDX) EQUAL 99999
                       DISPLAY "SEM END.  " WS-SEP-COD-PRODUTO(WS-IDX)
                           "      " WS-SEP-NUM-PEDIDO(WS-IDX) "   "
                           WS-SEP-QTDE(WS-IDX)
                   ELSE
                       DISPLAY WS-SEP-RUA(WS-IDX) "-"
                           WS-SEP-MODULO(WS-IDX) "-"
                           WS-SEP-NIVEL(WS-IDX) "   "
                           WS-SEP-COD-PRODUTO(WS-IDX) "      "
                           WS-SEP-NUM-PEDIDO(WS-IDX) "   "
                           WS-SEP-QTDE(WS-IDX)
                   END-IF
               END-PERFORM

               DISPLAY "----------------------------------------------"
                       WS-SEP-NUM-PEDIDO(WS-QTDE-LINHAS)
                   MOVE QTDE-VENDA(WS-ITEM) TO
                       WS-SEP-QTDE(WS-QTDE-LINHAS)
                   PERFORM 2150-LOCALIZAR-LINHA
               END-IF
           END-PERFORM.

      * The pick location is the first bin on the walking route that
      * holds the product in deposito 01; lines with no bin go last.
       2150-LOCALIZAR-LINHA.
           MOVE 'L' TO PARM-END-ACAO
           MOVE 1 TO PARM-END-DEPOSITO
           MOVE COD-PRODUTO-VENDA(WS-ITEM) TO PARM-END-PRODUTO
           MOVE 0 TO PARM-END-QTDE
           CALL "ATUALIZA-ENDERECO" USING PARM-ENDERECO

           IF PARM-END-RETORNO EQUAL ZEROS
               MOVE PARM-END-SEQ-PERCURSO TO
                   WS-SEP-SEQ-PERCURSO(WS-QTDE-LINHAS)
               MOVE PARM-END-ENDERECO TO
                   WS-SEP-ENDERECO(WS-QTDE-LINHAS)
           ELSE
               MOVE 99999 TO WS-SEP-SEQ-PERCURSO(WS-QTDE-LINHAS)
               MOVE ZEROS TO WS-SEP-ENDERECO(WS-QTDE-LINHAS)
           END-IF.

       2200-ORDENAR-LINHAS.
           MOVE 'S' TO WS-TROCOU
           PERFORM UNTIL WS-TROCOU EQUAL 'N'
               MOVE 'N' TO WS-TROCOU
               PERFORM VARYING WS-IDX-ORD FROM 1 BY 1
                       UNTIL WS-IDX-ORD GREATER OR EQUAL WS-QTDE-LINHAS
                   IF WS-SEP-ORDEM(WS-IDX-ORD) GREATER
                           WS-SEP-ORDEM(WS-IDX-ORD + 1)
                       MOVE WS-LINHA-OCORR(WS-IDX-ORD) TO
                           WS-LINHA-TROCA
                       MOVE WS-LINHA-OCORR(WS-IDX-ORD + 1) TO
                               ACCEPT WS-CONFIRMA

                               IF WS-CONFIRMA EQUAL 'S'
                                   PERFORM 3050-CAPTURAR-SERIES
                               END-IF

                               IF WS-CONFIRMA EQUAL 'S'
                               AND WS-SERIES-OK EQUAL 'S'
                                   PERFORM 3160-LOGAR-PERDAS
                                   PERFORM 3200-BAIXAR-ESTOQUE
                               END-IF
                               ACCEPT WS-CONFIRMA

                               IF WS-CONFIRMA EQUAL 'S'
                                   PERFORM 3050-CAPTURAR-SERIES
                               END-IF

                               IF WS-CONFIRMA EQUAL 'S'
                               AND WS-SERIES-OK EQUAL 'S'
                                   PERFORM 3200-BAIXAR-ESTOQUE
                               END-IF
                       END-EVALUATE
                   END-IF
           END-READ.

      * Every unit of a serialized product leaving on the order must be
      * identified before any stock moves; a short or abandoned capture
      * holds the whole shipment.
       3050-CAPTURAR-SERIES.
           MOVE 'S' TO WS-SERIES-OK
           MOVE 0 TO WS-QTDE-SERIES

           PERFORM VARYING WS-ITEM FROM 1 BY 1
                   UNTIL WS-ITEM GREATER QTDE-ITENS-VENDA
                   OR WS-SERIES-OK EQUAL 'N'
               IF WS-EXP-EH-KIT(WS-ITEM) EQUAL 'N'
               AND WS-EXP-QTDE-ATENDER(WS-ITEM) GREATER 0
                   MOVE COD-PRODUTO-VENDA(WS-ITEM) TO COD-PRODUTO

                   READ PRODUTOS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF PRODUTO-SERIALIZADO
                               PERFORM 3060-CAPTURAR-SERIES-LINHA
                           END-IF
                   END-READ
               END-IF
           END-PERFORM

           IF WS-SERIES-OK EQUAL 'N'
               DISPLAY "EXPEDICAO NAO CONFIRMADA - NUMEROS DE SERIE "
                   "INCOMPLETOS"
           END-IF.

       3060-CAPTURAR-SERIES-LINHA.
           MOVE 0 TO WS-SERIES-LINHA
           DISPLAY "PRODUTO " COD-PRODUTO " (" NOME-PRODUTO ") - INFO"
               "RME " WS-EXP-QTDE-ATENDER(WS-ITEM) " NUMEROS DE SERIE"
               " (FIM CANCELA)"

           PERFORM UNTIL WS-SERIES-LINHA NOT LESS
                   WS-EXP-QTDE-ATENDER(WS-ITEM)
                   OR WS-SERIES-OK EQUAL 'N'
               MOVE SPACES TO WS-NUM-SERIE
               DISPLAY "INFORME O NUMERO DE SERIE: "
               ACCEPT WS-NUM-SERIE

               EVALUATE TRUE
                   WHEN WS-NUM-SERIE EQUAL 'FIM'
                       MOVE 'N' TO WS-SERIES-OK
                   WHEN WS-NUM-SERIE EQUAL SPACES
                       DISPLAY "NUMERO DE SERIE OBRIGATORIO"
                   WHEN WS-QTDE-SERIES NOT LESS 200
                       DISPLAY "LIMITE DE 200 NUMEROS DE SERIE POR EX"
                           "PEDICAO ATINGIDO"
                       MOVE 'N' TO WS-SERIES-OK
                   WHEN OTHER
                       PERFORM 3070-VALIDAR-SERIE
               END-EVALUATE
           END-PERFORM.

       3070-VALIDAR-SERIE.
           MOVE 'N' TO WS-SERIE-REPETIDA

           PERFORM VARYING WS-IDX-SERIE FROM 1 BY 1
                   UNTIL WS-IDX-SERIE GREATER WS-QTDE-SERIES
               IF WS-SER-COD-PRODUTO(WS-IDX-SERIE) EQUAL COD-PRODUTO
               AND WS-SER-NUM-SERIE(WS-IDX-SERIE) EQUAL WS-NUM-SERIE
                   MOVE 'S' TO WS-SERIE-REPETIDA
               END-IF
           END-PERFORM

           IF WS-SERIE-REPETIDA EQUAL 'S'
               DISPLAY "NUMERO DE SERIE JA INFORMADO NESTA EXPEDICAO"
           ELSE
               MOVE 'V' TO PARM-NSE-ACAO
               MOVE COD-PRODUTO TO PARM-NSE-PRODUTO
               MOVE WS-NUM-SERIE TO PARM-NSE-SERIE
               CALL "REGISTRA-SERIE" USING PARM-NUM-SERIE

               EVALUATE PARM-NSE-RETORNO
                   WHEN ZEROS
                       ADD 1 TO WS-QTDE-SERIES
                       ADD 1 TO WS-SERIES-LINHA
                       MOVE COD-PRODUTO TO
                           WS-SER-COD-PRODUTO(WS-QTDE-SERIES)
                       MOVE WS-NUM-SERIE TO
                           WS-SER-NUM-SERIE(WS-QTDE-SERIES)
                   WHEN 23
                       DISPLAY "NUMERO DE SERIE NAO RECEBIDO PARA ESTE"
                           " PRODUTO"
                   WHEN 95
                       DISPLAY "NUMERO DE SERIE FORA DO ESTOQUE - SIT"
                           "UACAO " PARM-NSE-STATUS
                   WHEN OTHER
                       DISPLAY "NAO FOI POSSIVEL CONSULTAR O NUMERO D"
                           "E SERIE - FILE STATUS: " PARM-NSE-RETORNO
                       MOVE 'N' TO WS-SERIES-OK
               END-EVALUATE
           END-IF.

       3100-CONFERIR-ESTOQUE.
           MOVE 'N' TO WS-FALTA-ESTOQUE
           MOVE 'N' TO WS-TEM-ATENDER

               IF WS-EH-KIT EQUAL 'S'
                   MOVE 'S' TO WS-EXP-EH-KIT(WS-ITEM)
                   PERFORM 3107-AVALIAR-KIT-PRONTO

                   IF WS-KITS-POSSIVEIS LESS QTDE-VENDA(WS-ITEM)
                       DISPLAY "KIT " COD-PRODUTO-VENDA(WS-ITEM)
                           " MONTADOS E COMPONENTES SUFICIENTES PARA "
                           WS-KITS-POSSIVEIS " DE "
                           QTDE-VENDA(WS-ITEM)
                       MOVE 'S' TO WS-FALTA-ESTOQUE
                               WS-EXP-QTDE-FALTA(WS-ITEM)

                       NOT INVALID KEY
                           PERFORM 3108-APURAR-ESTOQUE-LIVRE

                           IF WS-ESTOQUE-LIVRE LESS QTDE-VENDA(WS-ITEM)
                               DISPLAY "PRODUTO " COD-PRODUTO " ("
                                   NOME-PRODUTO ") ESTOQUE "
                                   WS-ESTOQUE-LIVRE " INSUFICIENTE PA"
      -                            "RA " QTDE-VENDA(WS-ITEM)
                               MOVE 'S' TO WS-FALTA-ESTOQUE
                               MOVE WS-ESTOQUE-LIVRE TO
                                   WS-EXP-QTDE-ATENDER(WS-ITEM)
                               COMPUTE WS-EXP-QTDE-FALTA(WS-ITEM) =
                                   QTDE-VENDA(WS-ITEM)
                                   - WS-ESTOQUE-LIVRE

                           ELSE
                               MOVE QTDE-VENDA(WS-ITEM) TO
                       " - KIT " WS-KIT-AVALIADO " SEM ESTOQUE"
                   MOVE 0 TO WS-KITS-POSSIVEIS
               NOT INVALID KEY
                   PERFORM 3108-APURAR-ESTOQUE-LIVRE
                   DIVIDE WS-ESTOQUE-LIVRE BY QTDE-COMPONENTE-KIT
                       GIVING WS-KITS-COMPONENTE

                   IF WS-KITS-COMPONENTE LESS WS-KITS-POSSIVEIS
                   END-IF
           END-READ.

      * Kits pre-assembled through MONTAGEM-KIT sit in the kit's own
      * ESTOQUE-PRODUTO and ship first; only the rest is exploded.
       3107-AVALIAR-KIT-PRONTO.
           MOVE 0 TO WS-EXP-QTDE-PRONTO(WS-ITEM)

           READ PRODUTOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ESTOQUE-PRODUTO LESS QTDE-VENDA(WS-ITEM)
                       MOVE ESTOQUE-PRODUTO TO
                           WS-EXP-QTDE-PRONTO(WS-ITEM)
                   ELSE
                       MOVE QTDE-VENDA(WS-ITEM) TO
                           WS-EXP-QTDE-PRONTO(WS-ITEM)
                   END-IF
           END-READ

           ADD WS-EXP-QTDE-PRONTO(WS-ITEM) TO WS-KITS-POSSIVEIS
               ON SIZE ERROR
                   MOVE 999999999 TO WS-KITS-POSSIVEIS
           END-ADD.

      * Lots held for a recall stay on ESTOQUE-PRODUTO but may not
      * ship; what can go out is the balance less the held lots.
       3108-APURAR-ESTOQUE-LIVRE.
           MOVE 0 TO WS-QTDE-RETIDA

           IF WS-FS-LE EQUAL ZEROS
               MOVE 0 TO WS-EOF-LE
               MOVE COD-PRODUTO TO COD-PRODUTO-LE
               MOVE 0 TO DATA-VALIDADE-LE
               MOVE SPACES TO NUM-LOTE-LE

               START LOTES-ESTOQUE KEY NOT LESS CHAVE-LOTE-EST
                   INVALID KEY
                       MOVE 1 TO WS-EOF-LE
               END-START

               PERFORM UNTIL WS-EOF-LE EQUAL 1
                   READ LOTES-ESTOQUE NEXT RECORD
                       AT END
                           MOVE 1 TO WS-EOF-LE
                       NOT AT END
                           IF COD-PRODUTO-LE NOT EQUAL COD-PRODUTO
                               MOVE 1 TO WS-EOF-LE
                           ELSE
                               IF LOTE-RETIDO
                                   ADD QTDE-LOTE-LE TO WS-QTDE-RETIDA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF

           IF WS-QTDE-RETIDA NOT LESS ESTOQUE-PRODUTO
               MOVE 0 TO WS-ESTOQUE-LIVRE
           ELSE
               COMPUTE WS-ESTOQUE-LIVRE =
                   ESTOQUE-PRODUTO - WS-QTDE-RETIDA
           END-IF.

       3160-LOGAR-PERDAS.
           PERFORM VARYING WS-ITEM FROM 1 BY 1
                   UNTIL WS-ITEM GREATER QTDE-ITENS-VENDA
           ELSE
               DISPLAY "PEDIDO " NUM-PEDIDO-VENDA " EXPEDIDO!"
               ADD 1 TO WS-EXPEDIDOS

               PERFORM 3500-EXPEDIR-SERIES

               PERFORM VARYING WS-ITEM FROM 1 BY 1
                       UNTIL WS-ITEM GREATER QTDE-ITENS-VENDA
                   MOVE COD-PRODUTO-VENDA(WS-ITEM) TO PARM-CNF-PRODUTO
                   MOVE QTDE-VENDA(WS-ITEM) TO
                       PARM-CNF-QTDE-CONFIRMADA
                   MOVE 'E' TO PARM-CNF-SITUACAO
                   MOVE SPACES TO PARM-CNF-MOTIVO
                   PERFORM 3400-CONFIRMAR-SITUACAO
               END-PERFORM
           END-IF.

       3500-EXPEDIR-SERIES.
           PERFORM VARYING WS-IDX-SERIE FROM 1 BY 1
                   UNTIL WS-IDX-SERIE GREATER WS-QTDE-SERIES
               MOVE 'X' TO PARM-NSE-ACAO
               MOVE WS-SER-COD-PRODUTO(WS-IDX-SERIE) TO
                   PARM-NSE-PRODUTO
               MOVE WS-SER-NUM-SERIE(WS-IDX-SERIE) TO PARM-NSE-SERIE
               MOVE NUM-PEDIDO-VENDA TO PARM-NSE-DOCUMENTO
               MOVE COD-CLIENTE-VENDA TO PARM-NSE-PARCEIRO
               MOVE PARM-SES-OPERADOR TO PARM-NSE-OPERADOR
               CALL "REGISTRA-SERIE" USING PARM-NUM-SERIE

               IF PARM-NSE-RETORNO NOT EQUAL ZEROS
                   DISPLAY "NUMERO DE SERIE " PARM-NSE-SERIE
                       " NAO BAIXADO - RETORNO: " PARM-NSE-RETORNO
                   MOVE PARM-NSE-SERIE TO WS-LOG-CHAVE
                   MOVE PARM-NSE-RETORNO TO WS-LOG-FS-VALOR
                   PERFORM 7000-GRAVAR-LOG-EXCECAO
               END-IF
           END-PERFORM.

       3210-LIBERAR-RESERVAS.
           PERFORM VARYING WS-ITEM FROM 1 BY 1
                   UNTIL WS-ITEM GREATER QTDE-ITENS-VENDA
                   COD-PRODUTO-VENDA(WS-ITENS-EXPEDIDOS)
               MOVE WS-EXP-QTDE-ATENDER(WS-ITEM) TO
                   QTDE-VENDA(WS-ITENS-EXPEDIDOS)
               MOVE IND-SUBSTITUTO-VENDA(WS-ITEM) TO
                   IND-SUBSTITUTO-VENDA(WS-ITENS-EXPEDIDOS)
           ELSE
               PERFORM 3255-BAIXAR-ITEM-SIMPLES
           END-IF.
                           COD-PRODUTO-VENDA(WS-ITENS-EXPEDIDOS)
                       MOVE WS-EXP-QTDE-ATENDER(WS-ITEM) TO
                           QTDE-VENDA(WS-ITENS-EXPEDIDOS)
                       MOVE IND-SUBSTITUTO-VENDA(WS-ITEM) TO
                           IND-SUBSTITUTO-VENDA(WS-ITENS-EXPEDIDOS)
                   END-IF
           END-READ.

       3260-BAIXAR-KIT.
           MOVE COD-PRODUTO-VENDA(WS-ITEM) TO WS-KIT-AVALIADO
           COMPUTE WS-KITS-MONTAR = WS-EXP-QTDE-ATENDER(WS-ITEM)
               - WS-EXP-QTDE-PRONTO(WS-ITEM)

           IF WS-EXP-QTDE-PRONTO(WS-ITEM) GREATER 0
               PERFORM 3265-BAIXAR-KIT-PRONTO
           END-IF

           IF WS-KITS-MONTAR GREATER 0
               PERFORM 3262-EXPLODIR-KIT
           END-IF.

       3262-EXPLODIR-KIT.
           MOVE 0 TO WS-EOF-KIT
           MOVE WS-KIT-AVALIADO TO COD-KIT
           MOVE 0 TO COD-COMPONENTE-KIT

           DISPLAY "KIT " WS-KIT-AVALIADO " EXPLODIDO EM COMPONENTES".

       3265-BAIXAR-KIT-PRONTO.
           MOVE WS-KIT-AVALIADO TO COD-PRODUTO

           READ PRODUTOS
               INVALID KEY
                   DISPLAY "KIT NAO CADASTRADO: " COD-PRODUTO
               NOT INVALID KEY
                   SUBTRACT WS-EXP-QTDE-PRONTO(WS-ITEM) FROM
                       ESTOQUE-PRODUTO

                   REWRITE REG-PRODUTO

                   IF WS-FS-PROD NOT EQUAL ZEROS
                       MOVE WS-FS-PROD TO WS-FS-CODIGO-BUSCA
                       PERFORM 9000-TRADUZIR-FS-STATUS
                       DISPLAY "NAO FOI POSSIVEL BAIXAR O KIT MONTADO"
                       DISPLAY "FILE STATUS: " WS-FS-PROD " - "
                           WS-FS-MENSAGEM
                       MOVE COD-PRODUTO TO WS-LOG-CHAVE
                       MOVE WS-FS-PROD TO WS-LOG-FS-VALOR
                       PERFORM 7000-GRAVAR-LOG-EXCECAO
                   ELSE
                       MOVE 'S' TO TIPO-MOVIMENTO
                       MOVE WS-EXP-QTDE-PRONTO(WS-ITEM) TO
                           WS-QTDE-BAIXA
                       PERFORM 5500-BAIXAR-POR-LOTE
                       DISPLAY "KIT " COD-PRODUTO " - "
                           WS-EXP-QTDE-PRONTO(WS-ITEM)
                           " SAIRAM DO ESTOQUE MONTADO"
                   END-IF
           END-READ.

       3270-BAIXAR-COMPONENTE.
           COMPUTE WS-QTDE-COMPONENTE =
               WS-KITS-MONTAR * QTDE-COMPONENTE-KIT

           MOVE COD-COMPONENTE-KIT TO COD-PRODUTO

                   DISPLAY "BACKORDER GRAVADO - PRODUTO "
                       COD-PRODUTO-BO " QTDE " QTDE-BO
                   ADD 1 TO WS-BACKORDERS

                   MOVE COD-PRODUTO-BO TO PARM-CNF-PRODUTO
                   MOVE QTDE-BO TO PARM-CNF-QTDE-CONFIRMADA
                   MOVE 'B' TO PARM-CNF-SITUACAO
                   MOVE "SALDO SEM ESTOQUE - SEGUE EM BACKORDER" TO
                       PARM-CNF-MOTIVO
                   PERFORM 3400-CONFIRMAR-SITUACAO
               END-IF

               CLOSE BACKORDERS
           END-IF.

      * Status follow-up for customers that send their orders as a
      * file; GRAVA-CONFIRMACAO ignores orders keyed here by hand.
       3400-CONFIRMAR-SITUACAO.
           MOVE 'S' TO PARM-CNF-ACAO
           MOVE NUM-PEDIDO-VENDA TO PARM-CNF-PEDIDO
           MOVE 0 TO PARM-CNF-QTDE-SOLICITADA
           MOVE 0 TO PARM-CNF-PRECO
           MOVE 0 TO PARM-CNF-DATA-PREVISTA

           IF PARM-CNF-SITUACAO EQUAL 'E'
               MOVE FUNCTION CURRENT-DATE(1:8) TO
                   PARM-CNF-DATA-PREVISTA
           END-IF

           CALL "GRAVA-CONFIRMACAO" USING PARM-CONFIRMACAO

           IF PARM-CNF-RETORNO NOT EQUAL ZEROS
           AND PARM-CNF-RETORNO NOT EQUAL 23
               DISPLAY "NAO FOI POSSIVEL GRAVAR A CONFIRMACAO AO CLIE"
                   "NTE - FILE STATUS: " PARM-CNF-RETORNO
           END-IF.

      * The follow-ups of the session go out as one file per customer.
       3450-ENVIAR-CONFIRMACOES.
           MOVE 'F' TO PARM-CNF-ACAO
           CALL "GRAVA-CONFIRMACAO" USING PARM-CONFIRMACAO

           IF PARM-CNF-RETORNO NOT EQUAL ZEROS
               DISPLAY "CONFIRMACOES AOS CLIENTES NAO ENVIADAS - FICAM "
                   "PENDENTES PARA O PROXIMO ENVIO - FILE STATUS: "
                   PARM-CNF-RETORNO
           END-IF.

       5000-GRAVAR-MOVIMENTO.
           MOVE COD-PRODUTO TO COD-PRODUTO-MOV
           MOVE 1 TO COD-DEPOSITO-MOV
               MOVE TIPO-MOVIMENTO TO PARM-SD-TIPO
               MOVE QTDE-MOVIMENTO TO PARM-SD-QTDE
               CALL "ATUALIZA-SALDO-DEP" USING PARM-SALDO-DEP

               IF TIPO-MOVIMENTO EQUAL 'S'
                   PERFORM 5100-BAIXAR-ENDERECOS
               END-IF
           END-IF.

       5100-BAIXAR-ENDERECOS.
           MOVE 'B' TO PARM-END-ACAO
           MOVE COD-DEPOSITO-MOV TO PARM-END-DEPOSITO
           MOVE COD-PRODUTO-MOV TO PARM-END-PRODUTO
           MOVE QTDE-MOVIMENTO TO PARM-END-QTDE
           CALL "ATUALIZA-ENDERECO" USING PARM-ENDERECO

           IF PARM-END-RETORNO EQUAL ZEROS
           AND PARM-END-SALDO GREATER 0
               DISPLAY "PRODUTO " COD-PRODUTO-MOV " - " PARM-END-SALDO
                   " UNIDADES SAIRAM SEM ENDERECO DE ORIGEM"
           END-IF.

       5500-BAIXAR-POR-LOTE.
                               MOVE 1 TO WS-EOF-LE
                           ELSE
                               IF QTDE-LOTE-LE GREATER 0
                               AND NOT LOTE-RETIDO
                                   PERFORM 5600-CONSUMIR-LOTE
                               END-IF
                           END-IF
               MOVE 0 TO WS-FS-LE
           END-IF

           PERFORM 5700-GRAVAR-RASTRO

           SUBTRACT WS-QTDE-CONSUMO FROM WS-QTDE-RESTANTE.

       5700-GRAVAR-RASTRO.
           IF WS-FS-RL EQUAL ZEROS
               MOVE COD-PRODUTO-LE TO COD-PRODUTO-RL
               MOVE NUM-LOTE-LE TO NUM-LOTE-RL
               MOVE DATA-VALIDADE-LE TO DATA-VALIDADE-RL
               MOVE NUM-PEDIDO-VENDA TO NUM-PEDIDO-RL
               MOVE COD-CLIENTE-VENDA TO COD-CLIENTE-RL
               MOVE WS-QTDE-CONSUMO TO QTDE-RL
               MOVE DATA-MOVIMENTO TO DATA-EXPEDICAO-RL
               MOVE COD-DEPOSITO-MOV TO COD-DEPOSITO-RL
               WRITE REG-RASTRO-LOTE

               IF WS-FS-RL NOT EQUAL ZEROS
                   DISPLAY "NAO FOI POSSIVEL REGISTRAR O RASTRO DO LOT"
                       "E " NUM-LOTE-LE " - FILE STATUS: " WS-FS-RL
                   MOVE NUM-LOTE-LE TO WS-LOG-CHAVE
                   MOVE WS-FS-RL TO WS-LOG-FS-VALOR
                   PERFORM 7000-GRAVAR-LOG-EXCECAO
               END-IF
           END-IF.

       7000-GRAVAR-LOG-EXCECAO.
           OPEN EXTEND LOG-EXCECOES

               'KITS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-KITS

           MOVE SPACES TO WS-ARQ-RASTROLOTES
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'RASTROLOTES.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-RASTROLOTES

           MOVE SPACES TO WS-ARQ-BACKORDERS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'BACKORDERS.TXT' DELIMITED BY SIZE
