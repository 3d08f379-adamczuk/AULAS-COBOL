           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-LOTE.

           SELECT SUBSTITUICOES ASSIGN TO WS-ARQ-SUBSTITUICOES
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-SBT.

           SELECT RELATORIO ASSIGN TO REL-NOME-ARQ
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
       FD LOTE-PEDIDOS.
           COPY LOTEPEDIDO.

       FD SUBSTITUICOES.
           COPY SUBSTITUICAO.

       FD RELATORIO.
       01 LINHA-RELATORIO     PIC X(90).
       WORKING-STORAGE SECTION.
           COPY PARMRUNLOG.
           COPY RELATORIO.
           COPY PARMCATALOGO.
           COPY PARMADIANTAMENTO.
           COPY PARMCONFIRMACAO.
           COPY PARMPRECO.
           COPY PARMDIAUTIL.
           COPY PARMSUBSTITUTO.
           COPY AMBIENTE.
           COPY CTLINTERFACE.
           COPY CTLCONFERE.
           COPY PARMINTERFACE.
       77 WS-ARQ-PEDIDOSVENDA    PIC X(60) VALUE SPACES.
       77 WS-ARQ-CLIENTES        PIC X(60) VALUE SPACES.
       77 WS-ARQ-PRODUTOS        PIC X(60) VALUE SPACES.
       77 WS-ARQ-CONTASRECEBER   PIC X(60) VALUE SPACES.
       77 WS-ARQ-LOTE            PIC X(60) VALUE SPACES.
       77 WS-ARQ-SUBSTITUICOES   PIC X(60) VALUE SPACES.
       77 WS-FS              PIC 99 VALUE 0.
       77 WS-FS-CLI           PIC 99 VALUE 0.
       77 WS-FS-PROD          PIC 99 VALUE 0.
       77 WS-FS-LOTE          PIC 99 VALUE 0.
       77 WS-FS-REL           PIC 99 VALUE 0.
       77 WS-FS-SBT           PIC 99 VALUE 0.
       77 WS-EOF              PIC 99 VALUE 0.
       77 WS-EOF-CLI          PIC 99 VALUE 0.
       77 WS-QTDE-CLI         PIC 9(05) VALUE 0.
       77 WS-ENCONTRADO       PIC A VALUE 'N'.
       77 WS-SEQ-ATUAL        PIC 9(04) VALUE 0.
       77 WS-CLIENTE-ATUAL    PIC 9(05) VALUE 0.
       77 WS-VENDEDOR-ATUAL   PIC 999 VALUE 0.
       77 WS-PEDIDO-VALIDO    PIC A VALUE 'S'.
       77 WS-LINHAS-LIDAS     PIC 9(07) VALUE 0.
       77 WS-ABERTO-PED       PIC 9(11)V99 VALUE 0.
       77 WS-EXPOSICAO        PIC 9(11)V99 VALUE 0.
       77 WS-VALOR-PEDIDO     PIC 9(11)V99 VALUE 0.
       77 WS-PEDIDO-GRAVADO   PIC A VALUE 'N'.
       77 WS-QTDE-LINHAS-LOTE PIC 9(03) VALUE 0.
       77 WS-IDX-LL           PIC 9(03) VALUE 0.
       77 WS-DATA-HOJE        PIC 9(08) VALUE 0.
       77 WS-DATA-PREVISTA    PIC 9(08) VALUE 0.
       77 WS-CONFIRMACOES     PIC 9(07) VALUE 0.
       77 WS-FALHAS-CONF      PIC 9(05) VALUE 0.
       77 WS-DISPONIVEL       PIC S9(09) VALUE 0.
       77 WS-SUBST-APLICADA   PIC A VALUE 'N'.
       77 WS-SUBST-PROPOSTO   PIC 9(05) VALUE 0.
       77 WS-QTDE-SUBST       PIC 9(05) VALUE 0.
       77 WS-SUBSTITUICOES    PIC 9(05) VALUE 0.

       01 WS-PEDIDO-GUARDADO  PIC X(208) VALUE SPACES.

       01 WS-TABELA-LINHAS-LOTE.
           03 WS-LINHA-LOTE OCCURS 99 TIMES.
               05 WS-LL-PRODUTO        PIC 9(05).
               05 WS-LL-QTDE           PIC 9(09).

       01 WS-TABELA-SUBST.
           03 WS-SBT-OCORR OCCURS 10 TIMES.
               05 WS-SBT-ORIGINAL      PIC 9(05).
               05 WS-SBT-PRECO-ORIG    PIC 9(07)V99.

       01 WS-TABELA-CLIENTES.
           03 WS-CLIENTE-OCORR OCCURS 500 TIMES
                   INDEXED BY WS-IDX.
               05 WS-COD-CLIENTE-TAB   PIC 9(05).
               05 WS-LIMITE-CRED-TAB   PIC 9(07)V99.

       PROCEDURE DIVISION.
           DISPLAY "CARGA DE PEDIDOS DE VENDA EM LOTE"

           PERFORM 1000-CARREGAR-CLIENTES
           PERFORM 1100-DEFINIR-DATA-PREVISTA

           OPEN I-O PEDIDOS-VENDA
           OPEN I-O PRODUTOS
                   REL-CABECALHO-COLUNAS
               PERFORM 8100-ABRIR-RELATORIO

               PERFORM 1500-CONFERIR-LOTE

               IF WS-CTL-VALIDO NOT EQUAL 'S'
                   MOVE SPACES TO LINHA-RELATORIO
                   STRING "LOTE REJEITADO POR INTEIRO - "
                       WS-CTL-MOTIVO
                       DELIMITED BY SIZE INTO LINHA-RELATORIO
                   PERFORM 8200-IMPRIMIR-LINHA
                   DISPLAY "LOTE REJEITADO POR INTEIRO - "
                       WS-CTL-MOTIVO
               ELSE
                   PERFORM UNTIL WS-EOF EQUAL 1
                       READ LOTE-PEDIDOS
                           AT END
                               MOVE 1 TO WS-EOF

                               IF WS-SEQ-ATUAL GREATER 0
                                   PERFORM 3000-FECHAR-PEDIDO
                               END-IF
                           NOT AT END
                               MOVE REG-LOTE-PEDIDO TO
                                   REG-CONTROLE-INTERFACE
                               IF NOT CTL-CABECALHO
                               AND NOT CTL-RODAPE
                                   ADD 1 TO WS-LINHAS-LIDAS
                                   PERFORM 2000-PROCESSAR-LINHA
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF

               PERFORM 3800-ENVIAR-CONFIRMACOES
               PERFORM 9120-REGISTRAR-INTERFACE

               MOVE SPACES TO LINHA-RELATORIO
               STRING "LINHAS LIDAS: " WS-LINHAS-LIDAS
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               PERFORM 8200-IMPRIMIR-LINHA

               MOVE SPACES TO LINHA-RELATORIO
               STRING "CONFIRMACOES ENVIADAS AOS CLIENTES: "
                   WS-CONFIRMACOES "  NAO GRAVADAS: " WS-FALHAS-CONF
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               PERFORM 8200-IMPRIMIR-LINHA

               IF WS-FS-REL EQUAL ZEROS
                   CLOSE RELATORIO
                   MOVE "PEDIDO-VENDA-LOTE" TO PARM-CAT-PROGRAMA

           DISPLAY "PEDIDOS ACEITOS...: " WS-ACEITOS
           DISPLAY "PEDIDOS REJEITADOS: " WS-REJEITADOS
           DISPLAY "CONFIRMACOES......: " WS-CONFIRMACOES
           DISPLAY "SUBSTITUICOES.....: " WS-SUBSTITUICOES

           IF WS-CTL-VALIDO EQUAL 'N'
               MOVE 'F' TO PARM-RUN-EVENTO
           ELSE
               MOVE 'C' TO PARM-RUN-EVENTO
           END-IF
           MOVE WS-ACEITOS TO PARM-RUN-REGISTROS
           CALL "GRAVA-RUNLOG" USING PARM-RUNLOG

               DISPLAY "FILE STATUS: " WS-FS-CLI
           END-IF.

      * Accepted lines are acknowledged for the first business day
      * after the load; lines whose stock is already committed get no
      * date until the backorder is known.
       1100-DEFINIR-DATA-PREVISTA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           COMPUTE WS-DATA-PREVISTA = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE) + 1)

           MOVE 'P' TO PARM-DU-ACAO
           MOVE WS-DATA-PREVISTA TO PARM-DU-DATA-1
           CALL "DIA-UTIL" USING PARM-DIA-UTIL

           IF PARM-DU-RETORNO EQUAL 0
               MOVE PARM-DU-RESULTADO-DATA TO WS-DATA-PREVISTA
           END-IF.

      * The trailer total is the sum of LOTE-QTDE over the detail
      * lines. The file is read again from the top for the load.
       1500-CONFERIR-LOTE.
           PERFORM 9040-INICIAR-CONFERENCIA

           PERFORM UNTIL WS-EOF EQUAL 1
               READ LOTE-PEDIDOS
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       MOVE REG-LOTE-PEDIDO TO REG-CONTROLE-INTERFACE
                       PERFORM 9050-CONTAR-LINHA-CONTROLE

                       IF WS-CTL-E-DETALHE EQUAL 'S'
                       AND LOTE-QTDE NUMERIC
                           ADD LOTE-QTDE TO WS-CTL-TOTAL-CALC
                       END-IF
               END-READ
           END-PERFORM

           PERFORM 9100-CONFERIR-CONTROLE

           CLOSE LOTE-PEDIDOS
           OPEN INPUT LOTE-PEDIDOS
           MOVE 0 TO WS-EOF.

       2000-PROCESSAR-LINHA.
           IF LOTE-SEQ-PEDIDO NOT EQUAL WS-SEQ-ATUAL
               IF WS-SEQ-ATUAL GREATER 0
               PERFORM 2100-ABRIR-PEDIDO
           END-IF

           IF WS-QTDE-LINHAS-LOTE LESS 99
               ADD 1 TO WS-QTDE-LINHAS-LOTE
               MOVE LOTE-COD-PRODUTO TO
                   WS-LL-PRODUTO(WS-QTDE-LINHAS-LOTE)
               MOVE LOTE-QTDE TO WS-LL-QTDE(WS-QTDE-LINHAS-LOTE)
           END-IF

           IF WS-PEDIDO-VALIDO EQUAL 'S'
               PERFORM 2200-VALIDAR-LINHA
           END-IF.
           MOVE LOTE-COD-VENDEDOR TO WS-VENDEDOR-ATUAL
           MOVE 'S' TO WS-PEDIDO-VALIDO
           MOVE SPACES TO WS-MOTIVO-REJEICAO
           MOVE 0 TO WS-QTDE-LINHAS-LOTE

           MOVE 0 TO QTDE-ITENS-VENDA
           MOVE SPACES TO SUBSTITUICOES-VENDA
           INITIALIZE WS-TABELA-SUBST

           MOVE 'N' TO WS-ENCONTRADO
           PERFORM VARYING WS-IDX FROM 1 BY 1
                                       (QTDE-ITENS-VENDA)
                                   MOVE LOTE-QTDE TO
                                       QTDE-VENDA(QTDE-ITENS-VENDA)
                                   PERFORM 2300-VERIFICAR-DISPONIVEL
                               END-IF
                           END-IF
                   END-READ
               END-IF
           END-IF.

      * A line the stock cannot promise takes the first ranked
      * substitute that needs no customer approval; one that does is
      * only proposed on the load report and the line keeps the
      * product the customer asked for.
       2300-VERIFICAR-DISPONIVEL.
           MOVE 'N' TO WS-SUBST-APLICADA
           MOVE 0 TO WS-SUBST-PROPOSTO
           COMPUTE WS-DISPONIVEL = ESTOQUE-PRODUTO
               - ESTOQUE-RESERVADO-PRODUTO

           IF LOTE-QTDE GREATER WS-DISPONIVEL
               MOVE 0 TO PARM-SUB-ORDEM
               MOVE 0 TO PARM-SUB-RETORNO

               PERFORM UNTIL WS-SUBST-APLICADA EQUAL 'S'
                       OR PARM-SUB-RETORNO NOT EQUAL ZEROS
                   MOVE LOTE-COD-PRODUTO TO PARM-SUB-PRODUTO
                   MOVE LOTE-QTDE TO PARM-SUB-QTDE
                   CALL "BUSCA-SUBSTITUTO" USING PARM-SUBSTITUTO

                   IF PARM-SUB-RETORNO EQUAL ZEROS
                       IF PARM-SUB-APROVACAO EQUAL 'S'
                           IF WS-SUBST-PROPOSTO EQUAL 0
                               MOVE PARM-SUB-SUBSTITUTO TO
                                   WS-SUBST-PROPOSTO
                           END-IF
                       ELSE
                           MOVE 'S' TO WS-SUBST-APLICADA
                       END-IF
                   END-IF
               END-PERFORM

               IF WS-SUBST-APLICADA EQUAL 'S'
                   MOVE PARM-SUB-SUBSTITUTO TO
                       COD-PRODUTO-VENDA(QTDE-ITENS-VENDA)
                   MOVE 'S' TO IND-SUBSTITUTO-VENDA(QTDE-ITENS-VENDA)
                   MOVE LOTE-COD-PRODUTO TO
                       WS-SBT-ORIGINAL(QTDE-ITENS-VENDA)
                   MOVE PRECO-UNITARIO-PRODUTO TO
                       WS-SBT-PRECO-ORIG(QTDE-ITENS-VENDA)

                   MOVE SPACES TO LINHA-RELATORIO
                   STRING WS-SEQ-ATUAL "  " WS-CLIENTE-ATUAL
                       "      PRODUTO " LOTE-COD-PRODUTO
                       " SUBSTITUIDO POR " PARM-SUB-SUBSTITUTO
                       DELIMITED BY SIZE INTO LINHA-RELATORIO
                   PERFORM 8200-IMPRIMIR-LINHA
               ELSE
                   IF WS-SUBST-PROPOSTO GREATER 0
                       MOVE SPACES TO LINHA-RELATORIO
                       STRING WS-SEQ-ATUAL "  " WS-CLIENTE-ATUAL
                           "      PRODUTO " LOTE-COD-PRODUTO
                           " SEM SALDO - PROPOR SUBSTITUTO "
                           WS-SUBST-PROPOSTO " AO CLIENTE"
                           DELIMITED BY SIZE INTO LINHA-RELATORIO
                       PERFORM 8200-IMPRIMIR-LINHA
                   END-IF
               END-IF
           END-IF.

       3000-FECHAR-PEDIDO.
           MOVE 'N' TO WS-PEDIDO-GRAVADO

           IF WS-PEDIDO-VALIDO EQUAL 'S'
           AND QTDE-ITENS-VENDA EQUAL 0
               MOVE 'N' TO WS-PEDIDO-VALIDO

               IF PARM-RETORNO NOT EQUAL ZEROS
                   ADD 1 TO WS-REJEITADOS
                   MOVE "PEDIDO NAO NUMERADO - REENVIAR" TO
                       WS-MOTIVO-REJEICAO
                   MOVE SPACES TO LINHA-RELATORIO
                   STRING WS-SEQ-ATUAL "  " WS-CLIENTE-ATUAL
                       "      REJEITADO - SEM NUMERACAO (FS "

                   IF WS-FS NOT EQUAL ZEROS
                       ADD 1 TO WS-REJEITADOS
                       MOVE "PEDIDO NAO GRAVADO - REENVIAR" TO
                           WS-MOTIVO-REJEICAO
                       MOVE SPACES TO LINHA-RELATORIO
                       STRING WS-SEQ-ATUAL "  " WS-CLIENTE-ATUAL
                           "      REJEITADO - ERRO DE GRAVACAO (FS "
                       PERFORM 8200-IMPRIMIR-LINHA
                   ELSE
                       ADD 1 TO WS-ACEITOS
                       MOVE 'S' TO WS-PEDIDO-GRAVADO
                       PERFORM 3500-RESERVAR-ITENS
                       PERFORM 3600-REGISTRAR-SUBSTITUICOES
                       MOVE SPACES TO LINHA-RELATORIO
                       STRING WS-SEQ-ATUAL "  " WS-CLIENTE-ATUAL
                           "      ACEITO - PEDIDO " NUM-PEDIDO-VENDA
               END-IF
           END-IF

           PERFORM 3700-CONFIRMAR-LINHAS

           MOVE 0 TO WS-SEQ-ATUAL.

       3200-VERIFICAR-CREDITO.
               COMPUTE WS-EXPOSICAO = WS-ABERTO-CR + WS-ABERTO-PED
                   + WS-VALOR-PEDIDO

               MOVE WS-CLIENTE-ATUAL TO PARM-ADT-CLIENTE
               CALL "SALDO-ADIANTAMENTO" USING PARM-ADIANTAMENTO

               IF PARM-ADT-SALDO NOT LESS WS-EXPOSICAO
                   MOVE 0 TO WS-EXPOSICAO
               ELSE
                   SUBTRACT PARM-ADT-SALDO FROM WS-EXPOSICAO
               END-IF

               IF WS-EXPOSICAO GREATER WS-LIMITE-CLIENTE
                   MOVE 'N' TO WS-PEDIDO-VALIDO
                   MOVE "LIMITE DE CREDITO EXCEDIDO" TO
               END-READ
           END-PERFORM.

       3600-REGISTRAR-SUBSTITUICOES.
           MOVE 0 TO WS-QTDE-SUBST

           PERFORM VARYING WS-ITEM-RES FROM 1 BY 1
                   UNTIL WS-ITEM-RES GREATER QTDE-ITENS-VENDA
               IF ITEM-SUBSTITUTO(WS-ITEM-RES)
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
                   PERFORM VARYING WS-ITEM-RES FROM 1 BY 1
                           UNTIL WS-ITEM-RES GREATER QTDE-ITENS-VENDA
                       IF ITEM-SUBSTITUTO(WS-ITEM-RES)
                           PERFORM 3610-GRAVAR-SUBSTITUICAO
                       END-IF
                   END-PERFORM

                   CLOSE SUBSTITUICOES
               END-IF
           END-IF.

       3610-GRAVAR-SUBSTITUICAO.
           MOVE DATA-PEDIDO-VENDA TO DATA-SP
           MOVE NUM-PEDIDO-VENDA TO NUM-PEDIDO-SP
           MOVE COD-CLIENTE-VENDA TO COD-CLIENTE-SP
           MOVE WS-SBT-ORIGINAL(WS-ITEM-RES) TO COD-PRODUTO-ORIG-SP
           MOVE COD-PRODUTO-VENDA(WS-ITEM-RES) TO COD-SUBSTITUTO-SP
           MOVE QTDE-VENDA(WS-ITEM-RES) TO QTDE-SP
           COMPUTE VALOR-ORIGINAL-SP = QTDE-VENDA(WS-ITEM-RES)
               * WS-SBT-PRECO-ORIG(WS-ITEM-RES)
               ON SIZE ERROR
                   MOVE 0 TO VALOR-ORIGINAL-SP
           END-COMPUTE
           MOVE 'L' TO ORIGEM-SP
           MOVE 'A' TO APROVACAO-SP
           MOVE PARM-SES-OPERADOR TO OPERADOR-SP

           WRITE REG-SUBSTITUICAO

           IF WS-FS-SBT EQUAL ZEROS
               ADD 1 TO WS-SUBSTITUICOES
           END-IF.

      * Every inbound line of the pedido is echoed back to the
      * customer, accepted or not, in the order it was received.
       3700-CONFIRMAR-LINHAS.
           PERFORM VARYING WS-IDX-LL FROM 1 BY 1
                   UNTIL WS-IDX-LL GREATER WS-QTDE-LINHAS-LOTE
               PERFORM 3710-CONFIRMAR-LINHA
           END-PERFORM.

       3710-CONFIRMAR-LINHA.
           MOVE 'C' TO PARM-CNF-ACAO
           MOVE WS-SEQ-ATUAL TO PARM-CNF-SEQ
           MOVE WS-IDX-LL TO PARM-CNF-LINHA
           MOVE WS-CLIENTE-ATUAL TO PARM-CNF-CLIENTE
           MOVE WS-LL-PRODUTO(WS-IDX-LL) TO PARM-CNF-PRODUTO
           MOVE WS-LL-QTDE(WS-IDX-LL) TO PARM-CNF-QTDE-SOLICITADA
           MOVE 0 TO PARM-CNF-PRECO
           MOVE 0 TO PARM-CNF-DATA-PREVISTA
           MOVE SPACES TO PARM-CNF-MOTIVO

           IF WS-PEDIDO-GRAVADO EQUAL 'S'
               MOVE NUM-PEDIDO-VENDA TO PARM-CNF-PEDIDO
               MOVE QTDE-VENDA(WS-IDX-LL) TO PARM-CNF-QTDE-CONFIRMADA
               MOVE 'A' TO PARM-CNF-SITUACAO
               MOVE WS-DATA-PREVISTA TO PARM-CNF-DATA-PREVISTA
               MOVE WS-LL-PRODUTO(WS-IDX-LL) TO COD-PRODUTO

               IF ITEM-SUBSTITUTO(WS-IDX-LL)
                   MOVE COD-PRODUTO-VENDA(WS-IDX-LL) TO COD-PRODUTO
                   STRING "ATENDIDO PELO SUBSTITUTO " COD-PRODUTO
                       DELIMITED BY SIZE INTO PARM-CNF-MOTIVO
               END-IF

               READ PRODUTOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 3720-PRECIFICAR-LINHA
               END-READ
           ELSE
               MOVE 0 TO PARM-CNF-PEDIDO
               MOVE 0 TO PARM-CNF-QTDE-CONFIRMADA
               MOVE 'R' TO PARM-CNF-SITUACAO
               MOVE WS-MOTIVO-REJEICAO TO PARM-CNF-MOTIVO
           END-IF

           CALL "GRAVA-CONFIRMACAO" USING PARM-CONFIRMACAO

           IF PARM-CNF-RETORNO NOT EQUAL ZEROS
               ADD 1 TO WS-FALHAS-CONF
               DISPLAY "NAO FOI POSSIVEL GRAVAR A CONFIRMACAO DO PEDI"
                   "DO " WS-SEQ-ATUAL " - FILE STATUS: "
                   PARM-CNF-RETORNO
           ELSE
               ADD 1 TO WS-CONFIRMACOES
           END-IF.

       3720-PRECIFICAR-LINHA.
           MOVE WS-CLIENTE-ATUAL TO PARM-PRC-CLIENTE
           MOVE COD-PRODUTO TO PARM-PRC-PRODUTO
           MOVE COD-CATEGORIA-PRODUTO TO PARM-PRC-CATEGORIA
           MOVE QTDE-VENDA(WS-IDX-LL) TO PARM-PRC-QTDE
           MOVE DATA-PEDIDO-VENDA TO PARM-PRC-DATA
           MOVE PRECO-UNITARIO-PRODUTO TO PARM-PRC-PRECO-TABELA
           CALL "BUSCA-PRECO" USING PARM-PRECO
           MOVE PARM-PRC-PRECO TO PARM-CNF-PRECO

           IF ESTOQUE-PRODUTO LESS ESTOQUE-RESERVADO-PRODUTO
               MOVE 'F' TO PARM-CNF-SITUACAO
               MOVE 0 TO PARM-CNF-DATA-PREVISTA
               MOVE "ESTOQUE INSUFICIENTE - DATA A CONFIRMAR" TO
                   PARM-CNF-MOTIVO
           END-IF.

      * The acknowledgments of the load go out as one file per
      * customer.
       3800-ENVIAR-CONFIRMACOES.
           MOVE 'F' TO PARM-CNF-ACAO
           CALL "GRAVA-CONFIRMACAO" USING PARM-CONFIRMACAO

           IF PARM-CNF-RETORNO NOT EQUAL ZEROS
               DISPLAY "CONFIRMACOES AOS CLIENTES NAO ENVIADAS - FICAM "
                   "PENDENTES PARA O PROXIMO ENVIO - FILE STATUS: "
                   PARM-CNF-RETORNO
           END-IF.

       8100-ABRIR-RELATORIO.
           MOVE PARM-AMB-NOME TO REL-CAB-AMBIENTE

           WRITE LINHA-RELATORIO
           MOVE 3 TO REL-LINHAS-PAGINA.

      ******************************************************************
      * Interface file control: the first pass counts the lines and
      * picks up the HDR and TRL; the file is used only when it opens
      * with one HDR, closes with one TRL whose count and total match
      * the detail lines, and carries the next sequence expected from
      * that sender.
      ******************************************************************
       9040-INICIAR-CONFERENCIA.
           INITIALIZE WS-CONFERENCIA-CONTROLE
           MOVE 'S' TO WS-CTL-VALIDO
           MOVE 'S' TO WS-CTL-CAMPOS-OK.

       9050-CONTAR-LINHA-CONTROLE.
           ADD 1 TO WS-CTL-LINHAS
           MOVE 'N' TO WS-CTL-E-DETALHE

           IF CTL-CABECALHO
               ADD 1 TO WS-CTL-QTDE-HDR

               IF WS-CTL-QTDE-HDR EQUAL 1
                   MOVE WS-CTL-LINHAS TO WS-CTL-LINHA-HDR
                   MOVE CTL-REMETENTE TO WS-CTL-REMETENTE

                   IF CTL-DATA NUMERIC
                   AND CTL-SEQUENCIA NUMERIC
                       MOVE CTL-DATA TO WS-CTL-DATA
                       MOVE CTL-SEQUENCIA TO WS-CTL-SEQUENCIA
                   ELSE
                       MOVE 'N' TO WS-CTL-CAMPOS-OK
                   END-IF
               END-IF
           ELSE
               IF CTL-RODAPE
                   ADD 1 TO WS-CTL-QTDE-TRL
                   MOVE WS-CTL-LINHAS TO WS-CTL-LINHA-TRL

                   IF CTL-QTDE-REGISTROS NUMERIC
                   AND CTL-TOTAL NUMERIC
                       MOVE CTL-QTDE-REGISTROS TO WS-CTL-QTDE-INF
                       MOVE CTL-TOTAL TO WS-CTL-TOTAL-INF
                   ELSE
                       MOVE 'N' TO WS-CTL-CAMPOS-OK
                   END-IF
               ELSE
                   ADD 1 TO WS-CTL-DETALHES
                   MOVE 'S' TO WS-CTL-E-DETALHE
               END-IF
           END-IF.

       9100-CONFERIR-CONTROLE.
           MOVE SPACES TO WS-CTL-MOTIVO

           EVALUATE TRUE
               WHEN WS-CTL-QTDE-HDR EQUAL 0
               OR WS-CTL-LINHA-HDR NOT EQUAL 1
                   MOVE "CABECALHO AUSENTE NA 1A LINHA" TO
                       WS-CTL-MOTIVO
               WHEN WS-CTL-QTDE-HDR GREATER 1
                   MOVE "MAIS DE UM CABECALHO" TO WS-CTL-MOTIVO
               WHEN WS-CTL-QTDE-TRL EQUAL 0
                   MOVE "SEM RODAPE - ARQUIVO TRUNCADO" TO
                       WS-CTL-MOTIVO
               WHEN WS-CTL-QTDE-TRL GREATER 1
               OR WS-CTL-LINHA-TRL NOT EQUAL WS-CTL-LINHAS
                   MOVE "RODAPE FORA DA ULTIMA LINHA" TO WS-CTL-MOTIVO
               WHEN WS-CTL-CAMPOS-OK EQUAL 'N'
                   MOVE "CAMPO DE CONTROLE NAO NUMERICO" TO
                       WS-CTL-MOTIVO
               WHEN WS-CTL-QTDE-INF NOT EQUAL WS-CTL-DETALHES
                   MOVE "QTDE DO RODAPE NAO CONFERE" TO WS-CTL-MOTIVO
               WHEN WS-CTL-TOTAL-INF NOT EQUAL WS-CTL-TOTAL-CALC
                   MOVE "TOTAL DO RODAPE NAO CONFERE" TO WS-CTL-MOTIVO
               WHEN OTHER
                   PERFORM 9110-CONFERIR-SEQUENCIA
           END-EVALUATE

           IF WS-CTL-MOTIVO NOT EQUAL SPACES
               MOVE 'N' TO WS-CTL-VALIDO
           END-IF.

       9110-CONFERIR-SEQUENCIA.
           MOVE 'U' TO PARM-INT-ACAO
           MOVE "PEDIDOLOTE" TO PARM-INT-ARQUIVO
           MOVE WS-CTL-REMETENTE TO PARM-INT-PARCEIRO
           CALL "REGISTRA-INTERFACE" USING PARM-INTERFACE

           IF PARM-INT-RETORNO NOT EQUAL ZEROS
               MOVE "SEM ACESSO AO REG. INTERFACES" TO
                   WS-CTL-MOTIVO
           ELSE
               IF PARM-INT-ACHOU EQUAL 'S'
                   EVALUATE TRUE
                       WHEN WS-CTL-SEQUENCIA EQUAL PARM-INT-ULTIMA-SEQ
                           MOVE "SEQUENCIA DUPLICADA" TO WS-CTL-MOTIVO
                       WHEN WS-CTL-SEQUENCIA LESS PARM-INT-ULTIMA-SEQ
                           MOVE "SEQUENCIA FORA DE ORDEM" TO
                               WS-CTL-MOTIVO
                       WHEN WS-CTL-SEQUENCIA GREATER
                               PARM-INT-ULTIMA-SEQ + 1
                           MOVE "SEQUENCIA COM LACUNA" TO
                               WS-CTL-MOTIVO
                   END-EVALUATE
               END-IF
           END-IF.

       9120-REGISTRAR-INTERFACE.
           MOVE 'G' TO PARM-INT-ACAO
           MOVE "PEDIDOLOTE" TO PARM-INT-ARQUIVO
           MOVE 'E' TO PARM-INT-SENTIDO
           MOVE WS-CTL-REMETENTE TO PARM-INT-PARCEIRO
           MOVE WS-CTL-DATA TO PARM-INT-DATA-ARQ
           MOVE WS-CTL-SEQUENCIA TO PARM-INT-SEQUENCIA
           MOVE WS-CTL-DETALHES TO PARM-INT-QTDE
           MOVE WS-CTL-TOTAL-CALC TO PARM-INT-TOTAL

           IF WS-CTL-VALIDO EQUAL 'S'
               MOVE 'A' TO PARM-INT-SITUACAO
           ELSE
               MOVE 'R' TO PARM-INT-SITUACAO
           END-IF

           MOVE WS-CTL-MOTIVO TO PARM-INT-MOTIVO
           MOVE "PEDIDO-VENDA-LOTE" TO PARM-INT-PROGRAMA
           MOVE WS-ARQ-LOTE TO PARM-INT-NOME-ARQ
           CALL "REGISTRA-INTERFACE" USING PARM-INTERFACE

           IF PARM-INT-RETORNO NOT EQUAL ZEROS
               DISPLAY "REGISTRO DE INTERFACES NAO ATUALIZADO - FILE "
                   "STATUS: " PARM-INT-RETORNO
           END-IF.

       0900-LER-SESSAO.
           MOVE 'L' TO PARM-SES-ACAO
           CALL "OPERADOR-SESSAO" USING PARM-SESSAO.
           MOVE SPACES TO WS-ARQ-LOTE
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'PEDIDOS_LOTE.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-LOTE

           MOVE SPACES TO WS-ARQ-SUBSTITUICOES
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'SUBSTITUICOES.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-SUBSTITUICOES.

       END PROGRAM PEDIDO-VENDA-LOTE.
