           COPY PARMDIAUTIL.
           COPY PARMLANCAMENTO.
           COPY PARMCAIXA.
           COPY PARMCOTACAO.
           COPY AMBIENTE.
           COPY CTLINTERFACE.
           COPY PARMINTERFACE.
       77 WS-ARQ-CONTASPAGAR     PIC X(60) VALUE SPACES.
       77 WS-ARQ-FORNECEDORES    PIC X(60) VALUE SPACES.
       77 WS-ARQ-PAGAMENTOS      PIC X(60) VALUE SPACES.
       77 WS-EOF              PIC 99 VALUE 0.
       77 WS-DATA-CORTE       PIC 9(08) VALUE 0.
       77 WS-DATA-PAGAMENTO   PIC 9(08) VALUE 0.
       77 WS-DATA-PROXIMO     PIC 9(08) VALUE 0.
       77 WS-DESCONTO         PIC 9(09)V99 VALUE 0.
       77 WS-TOTAL-DESCONTO   PIC 9(11)V99 VALUE 0.
       77 WS-ANTECIPADOS      PIC 9(03) VALUE 0.
       77 WS-NUM-LOTE         PIC 9(06) VALUE 0.
       77 WS-QTDE-SELECIONADOS PIC 9(03) VALUE 0.
       77 WS-IDX-SEL          PIC 9(03) VALUE 0.
       77 WS-TOTAL-CAIXA      PIC 9(11)V99 VALUE 0.
       77 WS-CONFIRMA         PIC A VALUE SPACES.
       77 WS-BAIXADOS          PIC 9(03) VALUE 0.
       77 WS-COTACAO-OK       PIC A VALUE 'S'.
       77 WS-VALOR-CONTABIL   PIC 9(09)V99 VALUE 0.
       77 WS-VALOR-MOEDA      PIC 9(09)V99 VALUE 0.
       77 WS-VALOR-REAIS      PIC 9(09)V99 VALUE 0.
       77 WS-VARIACAO         PIC S9(09)V99 VALUE 0.
       77 WS-TOTAL-VARIACAO   PIC S9(11)V99 VALUE 0.
       77 MASC-VALOR          PIC ZZ.ZZZ.ZZ9,99.
       77 MASC-VARIACAO       PIC -ZZ.ZZZ.ZZ9,99.
       77 MASC-TAXA           PIC ZZ.ZZ9,999999.

       01 WS-LINHA-CAB-REMESSA.
           03 FILLER               PIC X VALUE 'H'.
           03 WS-DET-ORDEM         PIC 9(06).
           03 WS-DET-VENCIMENTO    PIC 9(08).
           03 WS-DET-VALOR         PIC 9(11)V99.
           03 WS-DET-DESCONTO      PIC 9(09)V99.
           03 FILLER               PIC X(08) VALUE SPACES.

       01 WS-LINHA-ROD-REMESSA.
           03 FILLER               PIC X VALUE 'T'.
               05 WS-SEL-FORNECEDOR   PIC 999.
               05 WS-SEL-VENCIMENTO   PIC 9(08).
               05 WS-SEL-VALOR        PIC 9(09)V99.
               05 WS-SEL-DESCONTO     PIC 9(09)V99.
               05 WS-SEL-CENTRO-CUSTO PIC 9(03).
               05 WS-SEL-VARIACAO     PIC S9(09)V99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               MOVE PARM-DU-RESULTADO-DATA TO WS-DATA-PAGAMENTO
           END-IF

           DISPLAY "INFORME A DATA DO PROXIMO LOTE DE PAGAMENTO (AAAA"
      -        "MMDD)"
           ACCEPT WS-DATA-PROXIMO

           IF WS-DATA-PROXIMO NOT GREATER WS-DATA-PAGAMENTO
               MOVE WS-DATA-CORTE TO WS-DATA-PROXIMO
           END-IF

           OPEN I-O CONTAS

           IF WS-FS NOT EQUAL ZEROS
                   DISPLAY "TITULOS SELECIONADOS: "
                       WS-QTDE-SELECIONADOS
                   DISPLAY "CAIXA NECESSARIO....: " MASC-VALOR
                   MOVE WS-TOTAL-DESCONTO TO MASC-VALOR
                   DISPLAY "DESCONTOS OBTIDOS...: " MASC-VALOR
                       " (" WS-ANTECIPADOS " ANTECIPADO(S))"
                   IF WS-TOTAL-VARIACAO NOT EQUAL 0
                       MOVE WS-TOTAL-VARIACAO TO MASC-VARIACAO
                       DISPLAY "VARIACAO CAMBIAL....: " MASC-VARIACAO
                   END-IF
                   DISPLAY "CONFIRMA O LOTE DE PAGAMENTO? (S/N)"
                   ACCEPT WS-CONFIRMA

                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF CP-ABERTA
                           PERFORM 2050-AVALIAR-TITULO
                       END-IF
               END-READ
           END-PERFORM.

      * A titulo whose discount window is still open on the payment
      * date is paid net of the discount. When that window closes
      * before the next run it is pulled forward into this one even
      * if its due date is after the cut-off.
       2050-AVALIAR-TITULO.
           MOVE 0 TO WS-DESCONTO

           IF PERC-DESCONTO-CP GREATER 0
           AND DATA-LIMITE-DESCONTO-CP NOT LESS WS-DATA-PAGAMENTO
               COMPUTE WS-DESCONTO ROUNDED =
                   VALOR-ABERTO-CP * PERC-DESCONTO-CP / 100
           END-IF

           IF DATA-VENCIMENTO-CP NOT GREATER WS-DATA-CORTE
               PERFORM 2100-SELECIONAR-UM-TITULO
           ELSE
               IF WS-DESCONTO GREATER 0
               AND DATA-LIMITE-DESCONTO-CP LESS WS-DATA-PROXIMO
                   ADD 1 TO WS-ANTECIPADOS
                   DISPLAY "  ORDEM " NUM-ORDEM-CP " ANTECIPADA - DES"
      -                "CONTO ATE " DATA-LIMITE-DESCONTO-CP
                   PERFORM 2100-SELECIONAR-UM-TITULO
               END-IF
           END-IF.

       2100-SELECIONAR-UM-TITULO.
           MOVE 'S' TO WS-COTACAO-OK
           MOVE 0 TO WS-VARIACAO

           IF COD-MOEDA-CP NOT EQUAL SPACES
           AND COD-MOEDA-CP NOT EQUAL "BRL"
           AND TAXA-CAMBIO-CP GREATER 0
               PERFORM 2150-APURAR-VARIACAO
           END-IF

           IF WS-QTDE-SELECIONADOS GREATER OR EQUAL 500
               DISPLAY "TABELA DE SELECAO CHEIA - ORDEM "
                   NUM-ORDEM-CP " FICA PARA O PROXIMO LOTE"
           ELSE
               IF WS-COTACAO-OK EQUAL 'N'
                   DISPLAY "SEM COTACAO DE " COD-MOEDA-CP " - ORDEM "
                       NUM-ORDEM-CP " FICA PARA O PROXIMO LOTE"
               ELSE
                   ADD 1 TO WS-QTDE-SELECIONADOS
                   MOVE NUM-ORDEM-CP TO
                       WS-SEL-ORDEM(WS-QTDE-SELECIONADOS)
                   MOVE COD-FORNECEDOR-CP TO
                       WS-SEL-FORNECEDOR(WS-QTDE-SELECIONADOS)
                   MOVE DATA-VENCIMENTO-CP TO
                       WS-SEL-VENCIMENTO(WS-QTDE-SELECIONADOS)
                   COMPUTE WS-SEL-VALOR(WS-QTDE-SELECIONADOS) =
                       VALOR-ABERTO-CP - WS-DESCONTO + WS-VARIACAO
                   MOVE WS-VARIACAO TO
                       WS-SEL-VARIACAO(WS-QTDE-SELECIONADOS)
                   ADD WS-VARIACAO TO WS-TOTAL-VARIACAO
                   MOVE WS-DESCONTO TO
                       WS-SEL-DESCONTO(WS-QTDE-SELECIONADOS)
                   IF CENTRO-CUSTO-CP IS NUMERIC
                       MOVE CENTRO-CUSTO-CP TO
                           WS-SEL-CENTRO-CUSTO(WS-QTDE-SELECIONADOS)
                   ELSE
                       MOVE 0 TO
                           WS-SEL-CENTRO-CUSTO(WS-QTDE-SELECIONADOS)
                   END-IF
                   ADD WS-SEL-VALOR(WS-QTDE-SELECIONADOS) TO
                       WS-TOTAL-CAIXA
                   ADD WS-DESCONTO TO WS-TOTAL-DESCONTO

                   MOVE WS-SEL-VALOR(WS-QTDE-SELECIONADOS) TO MASC-VALOR
                   DISPLAY "  ORDEM " NUM-ORDEM-CP " FORNECEDOR "
                       COD-FORNECEDOR-CP " VENC " DATA-VENCIMENTO-CP
                       " VALOR " MASC-VALOR

                   IF WS-DESCONTO GREATER 0
                       MOVE WS-DESCONTO TO MASC-VALOR
                       DISPLAY "      DESCONTO " PERC-DESCONTO-CP
                           "% = " MASC-VALOR
                   END-IF

                   IF WS-VARIACAO NOT EQUAL 0
                       MOVE PARM-COT-TAXA TO MASC-TAXA
                       MOVE WS-VARIACAO TO MASC-VARIACAO
                       DISPLAY "      " COD-MOEDA-CP " A " MASC-TAXA
                           " - VARIACAO CAMBIAL " MASC-VARIACAO
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * A titulo in foreign currency is carried in reais at the rate
      * of its invoice. It is paid at the rate in force on the payment
      * date; the difference is the realized exchange variance
      * (positive = the payment costs more reais than was booked).
      ******************************************************************
       2150-APURAR-VARIACAO.
           MOVE COD-MOEDA-CP TO PARM-COT-MOEDA
           MOVE WS-DATA-PAGAMENTO TO PARM-COT-DATA
           CALL "BUSCA-COTACAO" USING PARM-COTACAO

           IF PARM-COT-RETORNO NOT EQUAL ZEROS
               MOVE 'N' TO WS-COTACAO-OK
           ELSE
               COMPUTE WS-VALOR-CONTABIL =
                   VALOR-ABERTO-CP - WS-DESCONTO
               COMPUTE WS-VALOR-MOEDA ROUNDED =
                   WS-VALOR-CONTABIL / TAXA-CAMBIO-CP
               COMPUTE WS-VALOR-REAIS ROUNDED =
                   WS-VALOR-MOEDA * PARM-COT-TAXA
                   ON SIZE ERROR
                       MOVE WS-VALOR-CONTABIL TO WS-VALOR-REAIS
               END-COMPUTE
               COMPUTE WS-VARIACAO =
                   WS-VALOR-REAIS - WS-VALOR-CONTABIL
           END-IF.

       3000-EXECUTAR-LOTE.
                   WS-NOME-ARQ-REMESSA
               DISPLAY "FILE STATUS: " WS-FS-REM " - LOTE ABANDONADO"
           ELSE
               MOVE SPACES TO REG-CONTROLE-INTERFACE
               MOVE 'HDR' TO CTL-TIPO
               MOVE "SEDE" TO CTL-REMETENTE
               MOVE WS-DATA-PAGAMENTO TO CTL-DATA
               MOVE WS-NUM-LOTE TO CTL-SEQUENCIA
               MOVE REG-CONTROLE-INTERFACE TO LINHA-REMESSA
               WRITE LINHA-REMESSA

               MOVE WS-NUM-LOTE TO WS-CAB-LOTE
               MOVE WS-DATA-PAGAMENTO TO WS-CAB-DATA
               MOVE WS-QTDE-SELECIONADOS TO WS-CAB-QTDE
               MOVE WS-LINHA-ROD-REMESSA TO LINHA-REMESSA
               WRITE LINHA-REMESSA

               MOVE SPACES TO REG-CONTROLE-INTERFACE
               MOVE 'TRL' TO CTL-TIPO
               MOVE WS-QTDE-SELECIONADOS TO CTL-QTDE-REGISTROS
               MOVE WS-TOTAL-CAIXA TO CTL-TOTAL
               MOVE REG-CONTROLE-INTERFACE TO LINHA-REMESSA
               WRITE LINHA-REMESSA

               CLOSE REMESSA

               DISPLAY "REMESSA GRAVADA EM " WS-NOME-ARQ-REMESSA
               PERFORM 3180-REGISTRAR-INTERFACE
           END-IF.

       3180-REGISTRAR-INTERFACE.
           MOVE 'G' TO PARM-INT-ACAO
           MOVE "REMESSAPAG" TO PARM-INT-ARQUIVO
           MOVE 'S' TO PARM-INT-SENTIDO
           MOVE "BANCO" TO PARM-INT-PARCEIRO
           MOVE WS-DATA-PAGAMENTO TO PARM-INT-DATA-ARQ
           MOVE WS-NUM-LOTE TO PARM-INT-SEQUENCIA
           MOVE WS-QTDE-SELECIONADOS TO PARM-INT-QTDE
           MOVE WS-TOTAL-CAIXA TO PARM-INT-TOTAL
           MOVE 'G' TO PARM-INT-SITUACAO
           MOVE SPACES TO PARM-INT-MOTIVO
           MOVE "PAGAMENTO-LOTE" TO PARM-INT-PROGRAMA
           MOVE WS-NOME-ARQ-REMESSA TO PARM-INT-NOME-ARQ
           CALL "REGISTRA-INTERFACE" USING PARM-INTERFACE

           IF PARM-INT-RETORNO NOT EQUAL ZEROS
               DISPLAY "REGISTRO DE INTERFACES NAO ATUALIZADO - FILE "
                   "STATUS: " PARM-INT-RETORNO
           END-IF.

       3150-GRAVAR-DETALHE-REMESSA.
           MOVE WS-SEL-ORDEM(WS-IDX-SEL) TO WS-DET-ORDEM
           MOVE WS-SEL-VENCIMENTO(WS-IDX-SEL) TO WS-DET-VENCIMENTO
           MOVE WS-SEL-VALOR(WS-IDX-SEL) TO WS-DET-VALOR
           MOVE WS-SEL-DESCONTO(WS-IDX-SEL) TO WS-DET-DESCONTO
           MOVE WS-LINHA-DET-REMESSA TO LINHA-REMESSA
           WRITE LINHA-REMESSA.

                   NOT INVALID KEY
                       MOVE 0 TO VALOR-ABERTO-CP
                       MOVE 'L' TO STATUS-CP
                       MOVE WS-SEL-DESCONTO(WS-IDX-SEL) TO
                           VALOR-DESCONTO-CP
                       MOVE WS-DATA-PAGAMENTO TO DATA-LIQUIDACAO-CP

                       REWRITE REG-CONTA-PAGAR

                   COD-FORNECEDOR-PAG
               MOVE WS-DATA-PAGAMENTO TO DATA-PAGAMENTO
               MOVE WS-SEL-VALOR(WS-IDX-SEL) TO VALOR-PAGO-PAG
               MOVE WS-SEL-DESCONTO(WS-IDX-SEL) TO VALOR-DESCONTO-PAG
               MOVE PARM-SES-OPERADOR TO OPERADOR-PAG
               WRITE REG-PAGAMENTO
               CLOSE PAGAMENTOS
       3400-GRAVAR-LANCAMENTO.
           MOVE 21000 TO PARM-LAN-DEBITO
           MOVE 11000 TO PARM-LAN-CREDITO
           IF WS-SEL-VARIACAO(WS-IDX-SEL) GREATER 0
               COMPUTE PARM-LAN-VALOR = WS-SEL-VALOR(WS-IDX-SEL)
                   - WS-SEL-VARIACAO(WS-IDX-SEL)
           ELSE
               MOVE WS-SEL-VALOR(WS-IDX-SEL) TO PARM-LAN-VALOR
           END-IF
           MOVE "PAGAMENTO EM LOTE" TO PARM-LAN-HISTORICO
           MOVE "PAGAMENTO-LOTE" TO PARM-LAN-ORIGEM
           MOVE WS-SEL-ORDEM(WS-IDX-SEL) TO PARM-LAN-DOCUMENTO
           MOVE WS-SEL-CENTRO-CUSTO(WS-IDX-SEL) TO PARM-LAN-CENTRO-CUSTO
           CALL "GRAVA-LANCAMENTO" USING PARM-LANCAMENTO

           IF PARM-LAN-RETORNO NOT EQUAL ZEROS
               DISPLAY "LANCAMENTO CONTABIL NAO GRAVADO - FILE STATUS"
                   ": " PARM-LAN-RETORNO
           END-IF

           IF WS-SEL-DESCONTO(WS-IDX-SEL) GREATER 0
               MOVE 21000 TO PARM-LAN-DEBITO
               MOVE 35000 TO PARM-LAN-CREDITO
               MOVE WS-SEL-DESCONTO(WS-IDX-SEL) TO PARM-LAN-VALOR
               MOVE "DESCONTO OBTIDO FORNECEDOR" TO PARM-LAN-HISTORICO
               MOVE "PAGAMENTO-LOTE" TO PARM-LAN-ORIGEM
               MOVE WS-SEL-ORDEM(WS-IDX-SEL) TO PARM-LAN-DOCUMENTO
               MOVE WS-SEL-CENTRO-CUSTO(WS-IDX-SEL) TO
                   PARM-LAN-CENTRO-CUSTO
               CALL "GRAVA-LANCAMENTO" USING PARM-LANCAMENTO

               IF PARM-LAN-RETORNO NOT EQUAL ZEROS
                   DISPLAY "LANCAMENTO DO DESCONTO NAO GRAVADO - FILE"
                       " STATUS: " PARM-LAN-RETORNO
               END-IF
           END-IF

           IF WS-SEL-VARIACAO(WS-IDX-SEL) NOT EQUAL 0
               PERFORM 3450-GRAVAR-VARIACAO
           END-IF.

      * A loss is paid out of cash on top of the booked value; a gain
      * settles part of the payable without cash.
       3450-GRAVAR-VARIACAO.
           IF WS-SEL-VARIACAO(WS-IDX-SEL) GREATER 0
               MOVE 40000 TO PARM-LAN-DEBITO
               MOVE 11000 TO PARM-LAN-CREDITO
               MOVE WS-SEL-VARIACAO(WS-IDX-SEL) TO PARM-LAN-VALOR
               MOVE "VAR CAMBIAL PASSIVA REALIZADA" TO
                   PARM-LAN-HISTORICO
           ELSE
               MOVE 21000 TO PARM-LAN-DEBITO
               MOVE 36000 TO PARM-LAN-CREDITO
               COMPUTE PARM-LAN-VALOR =
                   0 - WS-SEL-VARIACAO(WS-IDX-SEL)
               MOVE "VAR CAMBIAL ATIVA REALIZADA" TO
                   PARM-LAN-HISTORICO
           END-IF
           MOVE "PAGAMENTO-LOTE" TO PARM-LAN-ORIGEM
           MOVE WS-SEL-ORDEM(WS-IDX-SEL) TO PARM-LAN-DOCUMENTO
           MOVE WS-SEL-CENTRO-CUSTO(WS-IDX-SEL) TO PARM-LAN-CENTRO-CUSTO
           CALL "GRAVA-LANCAMENTO" USING PARM-LANCAMENTO

           IF PARM-LAN-RETORNO NOT EQUAL ZEROS
               DISPLAY "LANCAMENTO DA VARIACAO CAMBIAL NAO GRAVADO - "
                   "FILE STATUS: " PARM-LAN-RETORNO
           END-IF.

       9000-TRADUZIR-FS-STATUS.
