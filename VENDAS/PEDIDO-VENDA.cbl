           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-LOG.

           SELECT SUBSTITUICOES ASSIGN TO WS-ARQ-SUBSTITUICOES
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-SBT.
       DATA DIVISION.
       FILE SECTION.
       FD PEDIDOS-VENDA.

       FD LOG-EXCECOES.
           COPY EXCELOG.

       FD SUBSTITUICOES.
           COPY SUBSTITUICAO.
       WORKING-STORAGE SECTION.
           COPY FSTATUS.
           COPY PARMSESSAO.
           COPY PARMNUMERO.
           COPY PARMPRECO.
           COPY PARMADIANTAMENTO.
           COPY PARMCONFIRMACAO.
           COPY PARMSUBSTITUTO.
           COPY AMBIENTE.
       77 WS-ARQ-PEDIDOSVENDA    PIC X(60) VALUE SPACES.
       77 WS-ARQ-CLIENTES        PIC X(60) VALUE SPACES.
       77 WS-ARQ-AUDITORIA       PIC X(60) VALUE SPACES.
       77 WS-ARQ-TOTAIS          PIC X(60) VALUE SPACES.
       77 WS-ARQ-EXCECOES        PIC X(60) VALUE SPACES.
       77 WS-ARQ-SUBSTITUICOES   PIC X(60) VALUE SPACES.
       77 WS-FS              PIC 99 VALUE 0.
       77 WS-FS-CLI           PIC 99 VALUE 0.
       77 WS-FS-PROD          PIC 99 VALUE 0.
       77 WS-FS-TOT           PIC 99 VALUE 0.
       77 WS-FS-LOG           PIC 99 VALUE 0.
       77 WS-FS-SBT           PIC 99 VALUE 0.
       77 WS-LOG-CHAVE        PIC X(20) VALUE SPACES.
       77 WS-LOG-FS-VALOR     PIC 99 VALUE 0.
       77 CONTROLE           PIC A VALUE SPACES.
       77 WS-ENCONTRADO       PIC A VALUE 'N'.
       77 WS-QTDE-CLI         PIC 9(05) VALUE 0.
       77 WS-ITEM             PIC 99 VALUE 0.
       77 WS-COD-PRODUTO-INF  PIC 9(05) VALUE 0.
       77 WS-QTDE-INF         PIC 9(09) VALUE 0.
       77 WS-CONTADOR         PIC 9(05) VALUE 0.
       77 WS-GRAVADOS         PIC 9(05) VALUE 0.
       77 WS-AUD-ARQUIVO      PIC X(10) VALUE SPACES.
       77 WS-AUD-OPERACAO     PIC X VALUE SPACES.
       77 WS-AUD-CHAVE        PIC X(20) VALUE SPACES.
       77 WS-AUD-ANTES        PIC X(250) VALUE SPACES.
       77 WS-AUD-DEPOIS       PIC X(250) VALUE SPACES.
       77 WS-CREDITO-OK       PIC A VALUE 'S'.
       77 WS-CONFIRMA-CRED    PIC A VALUE SPACES.
       77 WS-VALOR-PEDIDO     PIC 9(11)V99 VALUE 0.
       77 WS-ABERTO-CR        PIC 9(11)V99 VALUE 0.
       77 WS-ABERTO-PED       PIC 9(11)V99 VALUE 0.
       77 WS-EXPOSICAO        PIC 9(11)V99 VALUE 0.
       77 WS-COD-CLIENTE-CRED PIC 9(05) VALUE 0.
       77 WS-EOF-CR           PIC 99 VALUE 0.
       77 WS-ITEM-CRED        PIC 99 VALUE 0.
       77 WS-OPCAO-ALT        PIC 9 VALUE 0.
       77 WS-ITEM-COMPACT     PIC 99 VALUE 0.
       77 MASC-VALOR          PIC ZZ.ZZZ.ZZ9,99.
       77 MASC-LIMITE         PIC ZZ.ZZZ.ZZ9,99.
       77 WS-DISPONIVEL       PIC S9(09) VALUE 0.
       77 WS-SUBST-APLICADA   PIC A VALUE 'N'.
       77 WS-ACEITA-SUBST     PIC A VALUE SPACES.
       77 WS-APROVACAO-SUBST  PIC X VALUE SPACES.
       77 WS-PRODUTO-ORIGINAL PIC 9(05) VALUE 0.
       77 WS-PRECO-ORIGINAL   PIC 9(07)V99 VALUE 0.
       77 WS-QTDE-SUBST       PIC 9(05) VALUE 0.

       01 WS-PEDIDO-GUARDADO  PIC X(208) VALUE SPACES.

       01 WS-TABELA-SUBST.
           03 WS-SBT-OCORR OCCURS 10 TIMES.
               05 WS-SBT-ORIGINAL      PIC 9(05).
               05 WS-SBT-PRECO-ORIG    PIC 9(07)V99.
               05 WS-SBT-APROVACAO     PIC X.

       01 WS-TABELA-CLIENTES.
           03 WS-CLIENTE-OCORR OCCURS 500 TIMES
                   INDEXED BY WS-IDX.
               05 WS-COD-CLIENTE-TAB   PIC 9(05).
               05 WS-LIMITE-CRED-TAB   PIC 9(07)V99.

       PROCEDURE DIVISION.
                   ACCEPT CONTROLE
               END-PERFORM

               PERFORM 5560-ENVIAR-CONFIRMACOES

               CLOSE PRODUTOS
           ELSE
               MOVE WS-FS TO WS-FS-CODIGO-BUSCA
               MOVE 'A' TO STATUS-PEDIDO-VENDA
               MOVE 0 TO QTDE-ITENS-VENDA
               MOVE SPACES TO MOTIVO-CANCEL-VENDA
               MOVE SPACES TO SUBSTITUICOES-VENDA
               INITIALIZE WS-TABELA-SUBST

               DISPLAY "CONDICAO DE PAGAMENTO: V - A VISTA  F - FINA"
      -            "NCIADO"
                       DISPLAY "PEDIDO DE VENDA GRAVADO COM SUCESSO!"
                       ADD 1 TO WS-GRAVADOS
                       PERFORM 2600-RESERVAR-ITENS
                       PERFORM 2700-REGISTRAR-SUBSTITUICOES
                   END-IF
                   END-IF
               END-IF
                   IF WS-QTDE-INF EQUAL 0
                       DISPLAY "QUANTIDADE DEVE SER MAIOR QUE ZERO"
                   ELSE
                       PERFORM 2420-VERIFICAR-DISPONIVEL

                       ADD 1 TO QTDE-ITENS-VENDA
                       MOVE WS-COD-PRODUTO-INF TO
                           COD-PRODUTO-VENDA(QTDE-ITENS-VENDA)
                       MOVE WS-QTDE-INF TO
                           QTDE-VENDA(QTDE-ITENS-VENDA)
                       PERFORM 2450-ANOTAR-SUBSTITUICAO

                       MOVE COD-CLIENTE-VENDA TO PARM-PRC-CLIENTE
                       MOVE COD-PRODUTO TO PARM-PRC-PRODUTO
                       MOVE COD-CATEGORIA-PRODUTO TO PARM-PRC-CATEGORIA
                       MOVE WS-QTDE-INF TO PARM-PRC-QTDE
                       MOVE DATA-PEDIDO-VENDA TO PARM-PRC-DATA
                       MOVE PRECO-UNITARIO-PRODUTO TO
                           PARM-PRC-PRECO-TABELA
                       CALL "BUSCA-PRECO" USING PARM-PRECO

                       MOVE PARM-PRC-PRECO TO MASC-VALOR
                       IF PRECO-DE-TABELA
                           DISPLAY "PRECO UNITARIO: " MASC-VALOR
                       ELSE
                           DISPLAY "PRECO UNITARIO: " MASC-VALOR
                               " (ESPECIAL " PARM-PRC-ORIGEM " "
                               PARM-PRC-CAMPANHA ")"
                       END-IF

                       COMPUTE WS-VALOR-PEDIDO = WS-VALOR-PEDIDO +
                           WS-QTDE-INF * PARM-PRC-PRECO
                           ON SIZE ERROR
                               DISPLAY "VALOR DO PEDIDO EXCEDE O LIMI"
      -                            "TE DO CAMPO - PRODUTO " COD-PRODUTO
       2400-FIM.
           EXIT.

      * A line the stock on hand cannot promise (stock less what other
      * orders already reserved) is offered the ranked substitutes
      * from SUBSTITUTOS.TXT; one the customer must approve is only
      * taken when the clerk confirms it. With no substitute the line
      * stays as keyed and expedition backorders it.
       2420-VERIFICAR-DISPONIVEL.
           MOVE 'N' TO WS-SUBST-APLICADA
           COMPUTE WS-DISPONIVEL = ESTOQUE-PRODUTO
               - ESTOQUE-RESERVADO-PRODUTO

           IF WS-QTDE-INF GREATER WS-DISPONIVEL
               IF WS-DISPONIVEL LESS 0
                   MOVE 0 TO WS-DISPONIVEL
               END-IF
               DISPLAY "DISPONIVEL PARA PROMETER: " WS-DISPONIVEL
               MOVE COD-PRODUTO TO WS-PRODUTO-ORIGINAL
               MOVE PRECO-UNITARIO-PRODUTO TO WS-PRECO-ORIGINAL
               MOVE 0 TO PARM-SUB-ORDEM
               MOVE 0 TO PARM-SUB-RETORNO

               PERFORM UNTIL WS-SUBST-APLICADA EQUAL 'S'
                       OR PARM-SUB-RETORNO NOT EQUAL ZEROS
                   MOVE WS-PRODUTO-ORIGINAL TO PARM-SUB-PRODUTO
                   MOVE WS-QTDE-INF TO PARM-SUB-QTDE
                   CALL "BUSCA-SUBSTITUTO" USING PARM-SUBSTITUTO

                   IF PARM-SUB-RETORNO EQUAL ZEROS
                       PERFORM 2430-PROPOR-SUBSTITUTO
                   END-IF
               END-PERFORM

               IF WS-SUBST-APLICADA EQUAL 'S'
                   MOVE PARM-SUB-SUBSTITUTO TO WS-COD-PRODUTO-INF
                   MOVE PARM-SUB-SUBSTITUTO TO COD-PRODUTO

                   READ PRODUTOS
                       INVALID KEY
                           DISPLAY "PRODUTO NAO CADASTRADO: "
                               COD-PRODUTO
                   END-READ
               ELSE
                   DISPLAY "SEM SUBSTITUTO DISPONIVEL - O ITEM SEGUE "
                       "PARA BACKORDER NA EXPEDICAO"
               END-IF
           END-IF.

       2430-PROPOR-SUBSTITUTO.
           IF PARM-SUB-APROVACAO EQUAL 'S'
               DISPLAY "SUBSTITUTO " PARM-SUB-SUBSTITUTO " - "
                   PARM-SUB-NOME " DISPONIVEL: " PARM-SUB-DISPONIVEL
               DISPLAY "O CLIENTE ACEITA A SUBSTITUICAO? (S/N)"
               ACCEPT WS-ACEITA-SUBST

               IF WS-ACEITA-SUBST EQUAL 'S'
                   MOVE 'S' TO WS-SUBST-APLICADA
                   MOVE 'C' TO WS-APROVACAO-SUBST
               END-IF
           ELSE
               DISPLAY "SUBSTITUIDO AUTOMATICAMENTE POR "
                   PARM-SUB-SUBSTITUTO " - " PARM-SUB-NOME
               MOVE 'S' TO WS-SUBST-APLICADA
               MOVE 'A' TO WS-APROVACAO-SUBST
           END-IF.

       2450-ANOTAR-SUBSTITUICAO.
           IF WS-SUBST-APLICADA EQUAL 'S'
               MOVE 'S' TO IND-SUBSTITUTO-VENDA(QTDE-ITENS-VENDA)
               MOVE WS-PRODUTO-ORIGINAL TO
                   WS-SBT-ORIGINAL(QTDE-ITENS-VENDA)
               MOVE WS-PRECO-ORIGINAL TO
                   WS-SBT-PRECO-ORIG(QTDE-ITENS-VENDA)
               MOVE WS-APROVACAO-SUBST TO
                   WS-SBT-APROVACAO(QTDE-ITENS-VENDA)
           ELSE
               MOVE SPACE TO IND-SUBSTITUTO-VENDA(QTDE-ITENS-VENDA)
               INITIALIZE WS-SBT-OCORR(QTDE-ITENS-VENDA)
           END-IF.

       2500-VERIFICAR-CREDITO.
           MOVE 'S' TO WS-CREDITO-OK

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
                   MOVE WS-EXPOSICAO TO MASC-VALOR
                   MOVE WS-LIMITE-CLIENTE TO MASC-LIMITE
               END-READ
           END-PERFORM.

       2700-REGISTRAR-SUBSTITUICOES.
           MOVE 0 TO WS-QTDE-SUBST

           PERFORM VARYING WS-ITEM FROM 1 BY 1
                   UNTIL WS-ITEM GREATER QTDE-ITENS-VENDA
               IF ITEM-SUBSTITUTO(WS-ITEM)
               AND WS-SBT-ORIGINAL(WS-ITEM) GREATER 0
                   ADD 1 TO WS-QTDE-SUBST
               END-IF
           END-PERFORM

           IF WS-QTDE-SUBST GREATER 0
               OPEN EXTEND SUBSTITUICOES

               IF WS-FS-SBT EQUAL 35
                   OPEN OUTPUT SUBSTITUICOES
               END-IF

               IF WS-FS-SBT NOT EQUAL ZEROS
                   DISPLAY "NAO FOI POSSIVEL REGISTRAR AS SUBSTITUICOE"
      -                "S - FILE STATUS: " WS-FS-SBT
               ELSE
                   PERFORM VARYING WS-ITEM FROM 1 BY 1
                           UNTIL WS-ITEM GREATER QTDE-ITENS-VENDA
                       IF ITEM-SUBSTITUTO(WS-ITEM)
                       AND WS-SBT-ORIGINAL(WS-ITEM) GREATER 0
                           PERFORM 2710-GRAVAR-SUBSTITUICAO
                       END-IF
                   END-PERFORM

                   CLOSE SUBSTITUICOES
               END-IF
           END-IF.

       2710-GRAVAR-SUBSTITUICAO.
           MOVE DATA-PEDIDO-VENDA TO DATA-SP
           MOVE NUM-PEDIDO-VENDA TO NUM-PEDIDO-SP
           MOVE COD-CLIENTE-VENDA TO COD-CLIENTE-SP
           MOVE WS-SBT-ORIGINAL(WS-ITEM) TO COD-PRODUTO-ORIG-SP
           MOVE COD-PRODUTO-VENDA(WS-ITEM) TO COD-SUBSTITUTO-SP
           MOVE QTDE-VENDA(WS-ITEM) TO QTDE-SP
           COMPUTE VALOR-ORIGINAL-SP = QTDE-VENDA(WS-ITEM)
               * WS-SBT-PRECO-ORIG(WS-ITEM)
               ON SIZE ERROR
                   MOVE 0 TO VALOR-ORIGINAL-SP
           END-COMPUTE
           MOVE 'P' TO ORIGEM-SP
           MOVE WS-SBT-APROVACAO(WS-ITEM) TO APROVACAO-SP
           MOVE PARM-SES-OPERADOR TO OPERADOR-SP

           WRITE REG-SUBSTITUICAO.

       2650-LIBERAR-ITENS.
           PERFORM VARYING WS-ITEM-CRED FROM 1 BY 1
                   UNTIL WS-ITEM-CRED GREATER QTDE-ITENS-VENDA

           PERFORM VARYING WS-ITEM FROM 1 BY 1
                   UNTIL WS-ITEM GREATER QTDE-ITENS-VENDA
               IF ITEM-SUBSTITUTO(WS-ITEM)
                   DISPLAY "   PRODUTO " COD-PRODUTO-VENDA(WS-ITEM)
                       " QTDE " QTDE-VENDA(WS-ITEM) " (SUBSTITUTO)"
               ELSE
                   DISPLAY "   PRODUTO " COD-PRODUTO-VENDA(WS-ITEM)
                       " QTDE " QTDE-VENDA(WS-ITEM)
               END-IF
           END-PERFORM

           DISPLAY "------------------------------".
      -                    "ERADOS - STATUS: " STATUS-PEDIDO-VENDA
                   ELSE
                       MOVE REG-PEDIDO-VENDA TO WS-AUD-ANTES
                       INITIALIZE WS-TABELA-SUBST
                       PERFORM 3100-EXIBIR-PEDIDO
                       PERFORM 5100-MANUTENCAO-ITENS

                               PERFORM 8000-GRAVAR-AUDITORIA
                               MOVE REG-PEDIDO-VENDA TO
                                   WS-PEDIDO-GUARDADO
                               MOVE WS-AUD-ANTES TO REG-PEDIDO-VENDA
                               PERFORM 2650-LIBERAR-ITENS
                               MOVE WS-PEDIDO-GUARDADO TO
                                   REG-PEDIDO-VENDA
                               PERFORM 2600-RESERVAR-ITENS
                               PERFORM 2700-REGISTRAR-SUBSTITUICOES
                               DISPLAY "PEDIDO ALTERADO COM SUCESSO!"
                           END-IF
                       END-IF
                       QTDE-ITENS-VENDA
                   MOVE ITEM-PEDIDO-VENDA(WS-ITEM-COMPACT + 1) TO
                       ITEM-PEDIDO-VENDA(WS-ITEM-COMPACT)
                   MOVE IND-SUBSTITUTO-VENDA(WS-ITEM-COMPACT + 1) TO
                       IND-SUBSTITUTO-VENDA(WS-ITEM-COMPACT)
                   MOVE WS-SBT-OCORR(WS-ITEM-COMPACT + 1) TO
                       WS-SBT-OCORR(WS-ITEM-COMPACT)
               END-PERFORM

               MOVE SPACE TO IND-SUBSTITUTO-VENDA(QTDE-ITENS-VENDA)
               INITIALIZE WS-SBT-OCORR(QTDE-ITENS-VENDA)
               SUBTRACT 1 FROM QTDE-ITENS-VENDA
               DISPLAY "ITEM REMOVIDO"
           END-IF.
                           MOVE REG-PEDIDO-VENDA TO WS-AUD-DEPOIS
                           PERFORM 8000-GRAVAR-AUDITORIA
                           PERFORM 2650-LIBERAR-ITENS
                           PERFORM 5550-CONFIRMAR-CANCELAMENTO
                           DISPLAY "PEDIDO " NUM-PEDIDO-VENDA
                               " CANCELADO"
                       END-IF
                   END-IF
           END-READ.

      * Customers that send their orders as a file are told of the
      * cancellation line by line; GRAVA-CONFIRMACAO ignores orders
      * keyed here by hand.
       5550-CONFIRMAR-CANCELAMENTO.
           PERFORM VARYING WS-ITEM FROM 1 BY 1
                   UNTIL WS-ITEM GREATER QTDE-ITENS-VENDA
               MOVE 'S' TO PARM-CNF-ACAO
               MOVE NUM-PEDIDO-VENDA TO PARM-CNF-PEDIDO
               MOVE COD-PRODUTO-VENDA(WS-ITEM) TO PARM-CNF-PRODUTO
               MOVE 0 TO PARM-CNF-QTDE-SOLICITADA
               MOVE QTDE-VENDA(WS-ITEM) TO PARM-CNF-QTDE-CONFIRMADA
               MOVE 0 TO PARM-CNF-PRECO
               MOVE 0 TO PARM-CNF-DATA-PREVISTA
               MOVE 'X' TO PARM-CNF-SITUACAO
               MOVE MOTIVO-CANCEL-VENDA TO PARM-CNF-MOTIVO

               CALL "GRAVA-CONFIRMACAO" USING PARM-CONFIRMACAO

               IF PARM-CNF-RETORNO NOT EQUAL ZEROS
               AND PARM-CNF-RETORNO NOT EQUAL 23
                   DISPLAY "NAO FOI POSSIVEL GRAVAR A CONFIRMACAO AO "
                       "CLIENTE - FILE STATUS: " PARM-CNF-RETORNO
               END-IF
           END-PERFORM.

      * The follow-ups of the session go out as one file per customer.
       5560-ENVIAR-CONFIRMACOES.
           MOVE 'F' TO PARM-CNF-ACAO
           CALL "GRAVA-CONFIRMACAO" USING PARM-CONFIRMACAO

           IF PARM-CNF-RETORNO NOT EQUAL ZEROS
               DISPLAY "CONFIRMACOES AOS CLIENTES NAO ENVIADAS - FICAM "
                   "PENDENTES PARA O PROXIMO ENVIO - FILE STATUS: "
                   PARM-CNF-RETORNO
           END-IF.

       6000-GRAVAR-TOTAIS.
           OPEN EXTEND TOTAIS

           MOVE SPACES TO WS-ARQ-EXCECOES
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'EXCECOES.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-EXCECOES

           MOVE SPACES TO WS-ARQ-SUBSTITUICOES
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'SUBSTITUICOES.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-SUBSTITUICOES.

       END PROGRAM PEDIDO-VENDA.
