           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-CLA.

           SELECT FATURAS-LINHAS ASSIGN TO WS-ARQ-FATURASLINHAS
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
       FD CLASSES.
           COPY CLASSEFISCAL.

       FD FATURAS-LINHAS.
           COPY FATURALINHA.

           COPY PARMDIAUTIL.
           COPY PARMLANCAMENTO.
           COPY PARMCATALOGO.
           COPY PARMPRECO.
           COPY PARMFRETE.
           COPY PARMJUROS.
           COPY AMBIENTE.
       77 WS-ARQ-PEDIDOSVENDA    PIC X(60) VALUE SPACES.
       77 WS-ARQ-PRODUTOS        PIC X(60) VALUE SPACES.
       77 WS-ARQ-FATURASLINHAS   PIC X(60) VALUE SPACES.
       77 WS-ARQ-EXCECOES        PIC X(60) VALUE SPACES.
       77 WS-FS-FL            PIC 99 VALUE 0.
       77 WS-PRECO-APLICADO   PIC 9(07)V99 VALUE 0.
       77 WS-DATA-FATURAMENTO PIC 9(08) VALUE 0.
       77 WS-ARQ-CLASSESFISCAIS  PIC X(60) VALUE SPACES.
       77 WS-FS-CLA           PIC 99 VALUE 0.
       77 WS-VALOR-TOTAL      PIC 9(11)V99 VALUE 0.
       77 WS-FATURADAS        PIC 9(05) VALUE 0.
       77 WS-CONFIRMA-CRIACAO PIC A VALUE SPACES.
       77 WS-PESO-PEDIDO      PIC 9(09)V999 VALUE 0.
       77 WS-VALOR-MERCADORIA PIC 9(11)V99 VALUE 0.
       77 WS-VALOR-FRETE      PIC 9(07)V99 VALUE 0.

       01 WS-LINHA-ITEM.
           03 WS-LIN-COD-PRODUTO   PIC 9(05).
           03 FILLER               PIC XX VALUE SPACES.
           03 WS-LIN-NOME-PRODUTO  PIC X(20).
           03 FILLER               PIC XX VALUE SPACES.
               "VALOR DO IMPOSTO (ICMS)..: ".
           03 WS-IMP-VALOR         PIC ZZ.ZZZ.ZZ9,99.

       01 WS-LINHA-FRETE.
           03 FILLER               PIC X(30) VALUE
               "VALOR DO FRETE...........: ".
           03 WS-FRT-VALOR         PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER               PIC XX VALUE SPACES.
           03 WS-FRT-OBSERVACAO    PIC X(30) VALUE SPACES.

       01 WS-LINHA-TOTAL.
           03 FILLER               PIC X(30) VALUE
               "VALOR TOTAL DA FATURA....: ".
               OPEN OUTPUT FATURAS-LINHAS
           END-IF

           OPEN INPUT CLASSES

           IF WS-FS-CLA NOT EQUAL ZEROS
           CLOSE FATURAS
           CLOSE FATURAS-LINHAS

           IF WS-FS-CLA EQUAL ZEROS
               CLOSE CLASSES
           END-IF
                   EVALUATE TRUE
                       WHEN PEDIDO-FATURADO
                           DISPLAY "PEDIDO JA FOI FATURADO"
                       WHEN PEDIDO-RETIDO
                           DISPLAY "PEDIDO RETIDO POR RECUSA NA ENTREG"
      -                        "A - LIBERAR EM RETORNO-ENTREGA"
                       WHEN NOT PEDIDO-EXPEDIDO
                           DISPLAY "PEDIDO AINDA NAO FOI EXPEDIDO - "
                               "STATUS: " STATUS-PEDIDO-VENDA
           ELSE
               MOVE 0 TO WS-VALOR-TOTAL
               MOVE 0 TO WS-IMPOSTO-TOTAL
               MOVE 0 TO WS-PESO-PEDIDO

               MOVE "==========================================" TO
                   LINHA-DOCUMENTO
                   LINHA-DOCUMENTO
               WRITE LINHA-DOCUMENTO
               MOVE SPACES TO LINHA-DOCUMENTO
               STRING "COD    PRODUTO               QTDE  PRECO  "
                   "VALOR  IMPOSTO"
                   DELIMITED BY SIZE INTO LINHA-DOCUMENTO
               WRITE LINHA-DOCUMENTO
               MOVE WS-IMPOSTO-TOTAL TO WS-IMP-VALOR
               MOVE WS-LINHA-IMPOSTO TO LINHA-DOCUMENTO
               WRITE LINHA-DOCUMENTO

               MOVE WS-VALOR-TOTAL TO WS-VALOR-MERCADORIA
               PERFORM 2250-CALCULAR-FRETE
               MOVE WS-VALOR-FRETE TO WS-FRT-VALOR
               MOVE WS-LINHA-FRETE TO LINHA-DOCUMENTO
               WRITE LINHA-DOCUMENTO

               COMPUTE WS-VALOR-TOTAL =
                   WS-VALOR-TOTAL + WS-IMPOSTO-TOTAL + WS-VALOR-FRETE
               MOVE WS-VALOR-TOTAL TO WS-TOT-VALOR
               MOVE WS-LINHA-TOTAL TO LINHA-DOCUMENTO
               WRITE LINHA-DOCUMENTO
               MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-FATURA
               MOVE WS-VALOR-TOTAL TO VALOR-TOTAL-FATURA
               MOVE WS-IMPOSTO-TOTAL TO VALOR-IMPOSTO-FATURA
               MOVE WS-VALOR-FRETE TO VALOR-FRETE-FATURA
               MOVE 'A' TO STATUS-FATURA

               IF VENDA-FINANCIADA
                   MOVE SPACE TO IND-FINANCIADA-FAT
               END-IF

               MOVE 'P' TO STATUS-NFE-FAT
               MOVE 0 TO NUM-LOTE-NFE-FAT
               MOVE SPACES TO PROTOCOLO-NFE-FAT
               MOVE SPACES TO MOTIVO-REJEICAO-NFE-FAT

               WRITE REG-FATURA

               IF WS-FS-FAT NOT EQUAL ZEROS

                       MOVE 12000 TO PARM-LAN-DEBITO
                       MOVE 31000 TO PARM-LAN-CREDITO
                       COMPUTE PARM-LAN-VALOR =
                           VALOR-TOTAL-FATURA - VALOR-FRETE-FATURA
                       MOVE "VENDA FATURADA" TO PARM-LAN-HISTORICO
                       MOVE "FATURAMENTO" TO PARM-LAN-ORIGEM
                       MOVE NUM-FATURA TO PARM-LAN-DOCUMENTO
      -                        " FILE STATUS: " PARM-LAN-RETORNO
                       END-IF

                       IF VALOR-FRETE-FATURA GREATER 0
                           MOVE 12000 TO PARM-LAN-DEBITO
                           MOVE 33000 TO PARM-LAN-CREDITO
                           MOVE VALOR-FRETE-FATURA TO PARM-LAN-VALOR
                           MOVE "FRETE FATURADO" TO PARM-LAN-HISTORICO
                           MOVE "FATURAMENTO" TO PARM-LAN-ORIGEM
                           MOVE NUM-FATURA TO PARM-LAN-DOCUMENTO
                           CALL "GRAVA-LANCAMENTO" USING
                               PARM-LANCAMENTO

                           IF PARM-LAN-RETORNO NOT EQUAL ZEROS
                               DISPLAY "LANCAMENTO DO FRETE NAO GRAVA"
      -                            "DO - FILE STATUS: "
                                   PARM-LAN-RETORNO
                           END-IF
                       END-IF

                       DISPLAY "FATURA " NUM-FATURA " EMITIDA - VALOR "
                           WS-TOT-VALOR
                       DISPLAY "DOCUMENTO GRAVADO EM " WS-NOME-ARQ-DOC
               END-IF
           END-IF.

       2250-CALCULAR-FRETE.
           MOVE COD-CLIENTE-VENDA TO PARM-FRT-CLIENTE
           MOVE WS-PESO-PEDIDO TO PARM-FRT-PESO
           MOVE WS-VALOR-MERCADORIA TO PARM-FRT-VALOR-PEDIDO
           CALL "CALCULA-FRETE" USING PARM-FRETE

           MOVE PARM-FRT-VALOR-FRETE TO WS-VALOR-FRETE
           MOVE SPACES TO WS-FRT-OBSERVACAO

           EVALUATE TRUE
               WHEN PARM-FRT-RETORNO EQUAL 23
                   MOVE "SEM TABELA PARA A ROTA" TO WS-FRT-OBSERVACAO
               WHEN PARM-FRT-RETORNO NOT EQUAL ZEROS
                   DISPLAY "FRETE NAO CALCULADO - FILE STATUS: "
                       PARM-FRT-RETORNO
                   MOVE "FRETESCLIENTE.TXT" TO WS-LOG-CHAVE
                   MOVE PARM-FRT-RETORNO TO WS-LOG-FS-VALOR
                   PERFORM 7000-GRAVAR-LOG-EXCECAO
               WHEN PARM-FRT-ISENTO EQUAL 'S'
                   MOVE "FRETE GRATIS" TO WS-FRT-OBSERVACAO
               WHEN OTHER
                   STRING "ROTA " PARM-FRT-ROTA " ATE "
                       PARM-FRT-FAIXA " KG"
                       DELIMITED BY SIZE INTO WS-FRT-OBSERVACAO
           END-EVALUATE.

       2300-FATURAR-ITEM.
           MOVE COD-PRODUTO-VENDA(WS-ITEM) TO COD-PRODUTO

                   MOVE SPACES TO NOME-PRODUTO
                   MOVE 0 TO PRECO-UNITARIO-PRODUTO
                   MOVE 0 TO WS-PRECO-APLICADO
                   MOVE 'T' TO PARM-PRC-ORIGEM
                   MOVE 0 TO PARM-PRC-CAMPANHA
               NOT INVALID KEY
                   MOVE PRECO-UNITARIO-PRODUTO TO WS-PRECO-APLICADO
                   PERFORM 2320-BUSCAR-PRECO-CLIENTE
                               "PRODUTO " COD-PRODUTO
                           MOVE 0 TO WS-VALOR-LINHA
                   END-COMPUTE

                   COMPUTE WS-PESO-PEDIDO = WS-PESO-PEDIDO
                       + QTDE-VENDA(WS-ITEM) * PESO-PRODUTO
                       ON SIZE ERROR
                           DISPLAY "PESO DO PEDIDO EXCEDE O LIMITE - "
                               "PRODUTO " COD-PRODUTO
                   END-COMPUTE
           END-READ

           ADD WS-VALOR-LINHA TO WS-VALOR-TOTAL
                   MOVE VALOR-TOTAL-FATURA TO VALOR-FINANCIADO-CTR
                   MOVE QTDE-PARCELAS-VENDA TO QTDE-PARCELAS-CTR
                   MOVE NUM-FATURA TO NUM-FATURA-CTR
                   MOVE VALOR-TOTAL-FATURA TO PRINCIPAL-CTR
                   MOVE 0 TO JUROS-CTR

                   WRITE REG-CONTRATO

               END-IF
           END-IF.

      * Invoices are financed at the invoice value, without interest;
      * the split is still recorded so every contract reads the same.
       2450-GRAVAR-PARCELAS.
           COMPUTE WS-VALOR-PARCELA ROUNDED =
               VALOR-FINANCIADO-CTR / QTDE-PARCELAS-CTR

           MOVE JUROS-CTR TO PARM-SJ-JUROS
           MOVE QTDE-PARCELAS-CTR TO PARM-SJ-QTDE
           MOVE WS-VALOR-PARCELA TO PARM-SJ-VALOR-PARCELA
           MOVE 'L' TO PARM-SJ-METODO
           CALL "SEPARA-JUROS" USING PARM-SEPARA-JUROS

           COMPUTE WS-INT-DATA-BASE =
               FUNCTION INTEGER-OF-DATE(DATA-CONTRATO)

               MOVE 0 TO VALOR-PAGO-PARCELA
               MOVE 'A' TO STATUS-PARCELA
               MOVE 'N' TO IND-REGISTRADO-PAR
               MOVE PARM-SJ-JUROS-PARCELA(WS-IDX-PARCELA) TO
                   VALOR-JUROS-PAR
               COMPUTE VALOR-PRINCIPAL-PAR =
                   VALOR-PARCELA - VALOR-JUROS-PAR
               MOVE 0 TO JUROS-APROPRIADO-PAR
               MOVE 0 TO JUROS-RECEBIDO-PAR

               WRITE REG-PARCELA

               END-READ
           END-IF.

      * Negotiated price, promotions and quantity breaks are resolved
      * by BUSCA-PRECO, the same rule PEDIDO-VENDA and COTACAO-VENDA
      * quote with.
       2320-BUSCAR-PRECO-CLIENTE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-FATURAMENTO

           MOVE COD-CLIENTE-VENDA TO PARM-PRC-CLIENTE
           MOVE COD-PRODUTO TO PARM-PRC-PRODUTO
           MOVE COD-CATEGORIA-PRODUTO TO PARM-PRC-CATEGORIA
           MOVE QTDE-VENDA(WS-ITEM) TO PARM-PRC-QTDE
           MOVE WS-DATA-FATURAMENTO TO PARM-PRC-DATA
           MOVE PRECO-UNITARIO-PRODUTO TO PARM-PRC-PRECO-TABELA
           CALL "BUSCA-PRECO" USING PARM-PRECO

           MOVE PARM-PRC-PRECO TO WS-PRECO-APLICADO

           EVALUATE TRUE
               WHEN PRECO-NEGOCIADO
                   DISPLAY "PRECO NEGOCIADO APLICADO - CLIENTE "
                       COD-CLIENTE-VENDA " PRODUTO " COD-PRODUTO
               WHEN PRECO-PROMOCAO
                   DISPLAY "PROMOCAO " PARM-PRC-CAMPANHA
                       " APLICADA - PRODUTO " COD-PRODUTO
               WHEN PRECO-QUANTIDADE
                   DISPLAY "DESCONTO POR QUANTIDADE " PARM-PRC-CAMPANHA
                       " APLICADO - PRODUTO " COD-PRODUTO
           END-EVALUATE.

       2350-GRAVAR-LINHA-FATURA.
           IF WS-FS-FL NOT EQUAL ZEROS
               MOVE QTDE-VENDA(WS-ITEM) TO QTDE-FL
               MOVE WS-PRECO-APLICADO TO PRECO-FL
               MOVE WS-VALOR-LINHA TO VALOR-FL
               MOVE PARM-PRC-ORIGEM TO ORIGEM-PRECO-FL
               MOVE PARM-PRC-CAMPANHA TO COD-CAMPANHA-FL
               MOVE WS-IMPOSTO-LINHA TO IMPOSTO-FL

               WRITE REG-FATURA-LINHA

               'CLASSESFISCAIS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-CLASSESFISCAIS

           MOVE SPACES TO WS-ARQ-FATURASLINHAS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'FATURASLINHAS.TXT' DELIMITED BY SIZE
