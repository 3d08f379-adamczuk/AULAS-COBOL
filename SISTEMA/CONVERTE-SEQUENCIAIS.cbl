           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-ANT.

           SELECT FATURASLINHAS-ANT ASSIGN TO WS-NOME-ARQ-ANTIGO
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-ANT.

           SELECT VIAGENS-DATADAS-ANT ASSIGN TO WS-NOME-ARQ-ANTIGO
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-ANT.

           SELECT LANCAMENTOS-ANT ASSIGN TO WS-NOME-ARQ-ANTIGO
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-ANT.

           SELECT PAGAMENTOS-ANT ASSIGN TO WS-NOME-ARQ-ANTIGO
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-ANT.

           SELECT MOVIMENTO ASSIGN TO WS-ARQ-MOVIMENTO
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-NOVO.

           SELECT FATURAS-LINHAS ASSIGN TO WS-ARQ-FATURASLINHAS
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-NOVO.

           SELECT LANCAMENTOS ASSIGN TO WS-ARQ-LANCAMENTOS
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-NOVO.

           SELECT PAGAMENTOS ASSIGN TO WS-ARQ-PAGAMENTOS
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-NOVO.
       DATA DIVISION.
       FILE SECTION.
       FD MOVIMENTO-ANT.
           03 ANT-TEMPO-VIAGEM     PIC S99.
           03 ANT-VELOCIDADE       PIC 99.

       FD FATURASLINHAS-ANT.
       01 REG-FATURA-LINHA-ANT.
           03 ANT-NUM-FATURA-FL    PIC 9(06).
           03 ANT-NUM-PEDIDO-FL    PIC 9(06).
           03 ANT-COD-CLIENTE-FL   PIC 9(03).
           03 ANT-DATA-FATURA-FL   PIC 9(08).
           03 ANT-COD-PRODUTO-FL   PIC 999.
           03 ANT-QTDE-FL          PIC 9(09).
           03 ANT-PRECO-FL         PIC 9(07)V99.
           03 ANT-VALOR-FL         PIC 9(09)V99.

       FD VIAGENS-DATADAS-ANT.
       01 REG-VIAGEM-DATADA-ANT.
           03 ANT-COD-VEICULO-DT   PIC 9(04).
           03 ANT-ESPACO-VIAGEM-DT PIC S99.
           03 ANT-TEMPO-VIAGEM-DT  PIC S99.
           03 ANT-VELOCIDADE-DT    PIC 99.
           03 ANT-DATA-VIAGEM-DT   PIC 9(08).

       FD LANCAMENTOS-ANT.
       01 REG-LANCAMENTO-ANT.
           03 ANT-DATA-LAN         PIC 9(08).
           03 ANT-CONTA-DEBITO-LAN PIC 9(05).
           03 ANT-CONTA-CREDITO-LAN PIC 9(05).
           03 ANT-VALOR-LAN        PIC 9(09)V99.
           03 ANT-HISTORICO-LAN    PIC X(30).
           03 ANT-ORIGEM-LAN       PIC X(20).
           03 ANT-DOCUMENTO-LAN    PIC 9(06).

       FD PAGAMENTOS-ANT.
       01 REG-PAGAMENTO-ANT.
           03 ANT-NUM-LOTE-PAG     PIC 9(06).
           03 ANT-NUM-ORDEM-PAG    PIC 9(06).
           03 ANT-COD-FORNEC-PAG   PIC 999.
           03 ANT-DATA-PAGAMENTO   PIC 9(08).
           03 ANT-VALOR-PAGO-PAG   PIC 9(09)V99.
           03 ANT-OPERADOR-PAG     PIC 999.

       FD MOVIMENTO.
           COPY MOVPRODUTO.


       FD VIAGENS.
           COPY VIAGEM.

       FD FATURAS-LINHAS.
           COPY FATURALINHA.

       FD LANCAMENTOS.
           COPY LANCAMENTO.

       FD PAGAMENTOS.
           COPY PAGAMENTO.
       WORKING-STORAGE SECTION.
           COPY AMBIENTE.
       77 WS-FS-ANT           PIC 99 VALUE 0.
       77 WS-ARQ-TOTAIS       PIC X(60) VALUE SPACES.
       77 WS-ARQ-PEDIDOS      PIC X(60) VALUE SPACES.
       77 WS-ARQ-VIAGENS      PIC X(60) VALUE SPACES.
       77 WS-ARQ-FATURASLINHAS PIC X(60) VALUE SPACES.
       77 WS-ARQ-LANCAMENTOS  PIC X(60) VALUE SPACES.
       77 WS-ARQ-PAGAMENTOS   PIC X(60) VALUE SPACES.
       77 WS-LAYOUT-VIAGENS   PIC 9 VALUE 0.
       77 WS-ARQUIVO-ATUAL    PIC X(20) VALUE SPACES.
       77 WS-CONVERTIDOS      PIC 9(07) VALUE 0.

       PROCEDURE DIVISION.
           DISPLAY "ANTES DE EXECUTAR, RENOMEIE CADA ARQUIVO ANTIGO P"
      -        "ARA A EXTENSAO .SEQ (EX: MOVIMENTO.SEQ)"
           DISPLAY "1-MOVIMENTO 2-CLIENTES 3-EXCECOES 4-TOTAIS"
           DISPLAY "5-PEDIDOS   6-VIAGENS  7-FATURASLINHAS"
           DISPLAY "8-LANCAMENTOS  9-PAGAMENTOS  0-TODOS"
           ACCEPT WS-OPCAO

           PERFORM 0950-RESOLVER-AMBIENTE

           IF WS-OPCAO EQUAL 0
               PERFORM VARYING WS-IDX-ARQ FROM 1 BY 1
                       UNTIL WS-IDX-ARQ GREATER 9
                   PERFORM 2000-CONVERTER-UM-ARQUIVO
               END-PERFORM
           ELSE
               MOVE WS-OPCAO TO WS-IDX-ARQ
               PERFORM 2000-CONVERTER-UM-ARQUIVO
           END-IF

           GOBACK.
           MOVE SPACES TO WS-ARQ-VIAGENS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'VIAGENS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-VIAGENS

           MOVE SPACES TO WS-ARQ-FATURASLINHAS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'FATURASLINHAS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-FATURASLINHAS

           MOVE SPACES TO WS-ARQ-LANCAMENTOS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'LANCAMENTOS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-LANCAMENTOS

           MOVE SPACES TO WS-ARQ-PAGAMENTOS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'PAGAMENTOS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-PAGAMENTOS.

       2000-CONVERTER-UM-ARQUIVO.
           EVALUATE WS-IDX-ARQ
                   MOVE "PEDIDOS" TO WS-ARQUIVO-ATUAL
               WHEN 6
                   MOVE "VIAGENS" TO WS-ARQUIVO-ATUAL
               WHEN 7
                   MOVE "FATURASLINHAS" TO WS-ARQUIVO-ATUAL
               WHEN 8
                   MOVE "LANCAMENTOS" TO WS-ARQUIVO-ATUAL
               WHEN 9
                   MOVE "PAGAMENTOS" TO WS-ARQUIVO-ATUAL
           END-EVALUATE

           MOVE SPACES TO WS-NOME-ARQ-ANTIGO
               WHEN 5
                   PERFORM 3500-CONVERTER-PEDIDOS
               WHEN 6
                   PERFORM 3590-ESCOLHER-LAYOUT-VIAGENS
               WHEN 7
                   PERFORM 3700-CONVERTER-FATURASLINHAS
               WHEN 8
                   PERFORM 3800-CONVERTER-LANCAMENTOS
               WHEN 9
                   PERFORM 3900-CONVERTER-PAGAMENTOS
           END-EVALUATE.

       3100-CONVERTER-MOVIMENTO.
                               MOVE ANT-COD-FORNEC-PED TO
                                   COD-FORNECEDOR-PED
                               MOVE ANT-DATA-PEDIDO TO DATA-PEDIDO
                               INITIALIZE APROVACAO-PED
                               MOVE 'A' TO STATUS-PEDIDO-PED
                               WRITE REG-PEDIDO-COMPRA
                               ADD 1 TO WS-CONVERTIDOS
                   " REGISTROS CONVERTIDOS"
           END-IF.

      * VIAGENS.SEQ may come from before the trip date was logged
      * (10 positions) or from before the driver was (18 positions);
      * both are single-layout files, so the operator says which.
       3590-ESCOLHER-LAYOUT-VIAGENS.
           DISPLAY "LAYOUT DE VIAGENS.SEQ:"
           DISPLAY "1-SEM DATA DA VIAGEM (10 POSICOES)"
           DISPLAY "2-COM DATA DA VIAGEM, SEM MOTORISTA (18 POSICOES)"
           ACCEPT WS-LAYOUT-VIAGENS

           EVALUATE WS-LAYOUT-VIAGENS
               WHEN 1
                   PERFORM 3600-CONVERTER-VIAGENS
               WHEN 2
                   PERFORM 3610-CONVERTER-VIAGENS-DATADAS
               WHEN OTHER
                   DISPLAY "VIAGENS: LAYOUT INVALIDO - NAO CONVERTIDO"
           END-EVALUATE.

       3600-CONVERTER-VIAGENS.
           OPEN INPUT VIAGENS-ANT

                               MOVE ANT-VELOCIDADE TO
                                   VELOCIDADE-VIAGEM
                               MOVE 0 TO DATA-VIAGEM
                               MOVE 0 TO COD-MOTORISTA-VIAGEM
                               WRITE REG-VIAGEM
                               ADD 1 TO WS-CONVERTIDOS
                       END-READ
                   " REGISTROS CONVERTIDOS"
           END-IF.

       3610-CONVERTER-VIAGENS-DATADAS.
           OPEN INPUT VIAGENS-DATADAS-ANT

           IF WS-FS-ANT NOT EQUAL ZEROS
               DISPLAY "VIAGENS: " WS-NOME-ARQ-ANTIGO
                   " NAO ABERTO - FILE STATUS: " WS-FS-ANT
           ELSE
               OPEN OUTPUT VIAGENS

               IF WS-FS-NOVO NOT EQUAL ZEROS
                   DISPLAY "VIAGENS.TXT NAO CRIADO - FILE STATUS: "
                       WS-FS-NOVO
               ELSE
                   PERFORM UNTIL WS-EOF EQUAL 1
                       READ VIAGENS-DATADAS-ANT
                           AT END
                               MOVE 1 TO WS-EOF
                           NOT AT END
                               MOVE ANT-COD-VEICULO-DT TO COD-VEICULO
                               MOVE ANT-ESPACO-VIAGEM-DT TO
                                   ESPACO-VIAGEM
                               MOVE ANT-TEMPO-VIAGEM-DT TO
                                   TEMPO-VIAGEM
                               MOVE ANT-VELOCIDADE-DT TO
                                   VELOCIDADE-VIAGEM
                               MOVE ANT-DATA-VIAGEM-DT TO DATA-VIAGEM
                               MOVE 0 TO COD-MOTORISTA-VIAGEM
                               WRITE REG-VIAGEM
                               ADD 1 TO WS-CONVERTIDOS
                       END-READ
                   END-PERFORM
                   CLOSE VIAGENS
               END-IF

               CLOSE VIAGENS-DATADAS-ANT

               DISPLAY "VIAGENS: " WS-CONVERTIDOS
                   " REGISTROS CONVERTIDOS"
           END-IF.

       3700-CONVERTER-FATURASLINHAS.
           OPEN INPUT FATURASLINHAS-ANT

           IF WS-FS-ANT NOT EQUAL ZEROS
               DISPLAY "FATURASLINHAS: " WS-NOME-ARQ-ANTIGO
                   " NAO ABERTO - FILE STATUS: " WS-FS-ANT
           ELSE
               OPEN OUTPUT FATURAS-LINHAS

               IF WS-FS-NOVO NOT EQUAL ZEROS
                   DISPLAY "FATURASLINHAS.TXT NAO CRIADO - FILE STATUS"
      -                ": " WS-FS-NOVO
               ELSE
                   PERFORM UNTIL WS-EOF EQUAL 1
                       READ FATURASLINHAS-ANT
                           AT END
                               MOVE 1 TO WS-EOF
                           NOT AT END
                               MOVE ANT-NUM-FATURA-FL TO NUM-FATURA-FL
                               MOVE ANT-NUM-PEDIDO-FL TO NUM-PEDIDO-FL
                               MOVE ANT-COD-CLIENTE-FL TO
                                   COD-CLIENTE-FL
                               MOVE ANT-DATA-FATURA-FL TO
                                   DATA-FATURA-FL
                               MOVE ANT-COD-PRODUTO-FL TO
                                   COD-PRODUTO-FL
                               MOVE ANT-QTDE-FL TO QTDE-FL
                               MOVE ANT-PRECO-FL TO PRECO-FL
                               MOVE ANT-VALOR-FL TO VALOR-FL
                               MOVE 'T' TO ORIGEM-PRECO-FL
                               MOVE 0 TO COD-CAMPANHA-FL
                               MOVE 0 TO IMPOSTO-FL
                               WRITE REG-FATURA-LINHA
                               ADD 1 TO WS-CONVERTIDOS
                       END-READ
                   END-PERFORM
                   CLOSE FATURAS-LINHAS
               END-IF

               CLOSE FATURASLINHAS-ANT

               DISPLAY "FATURASLINHAS: " WS-CONVERTIDOS
                   " REGISTROS CONVERTIDOS"
           END-IF.

       3800-CONVERTER-LANCAMENTOS.
           OPEN INPUT LANCAMENTOS-ANT

           IF WS-FS-ANT NOT EQUAL ZEROS
               DISPLAY "LANCAMENTOS: " WS-NOME-ARQ-ANTIGO
                   " NAO ABERTO - FILE STATUS: " WS-FS-ANT
           ELSE
               OPEN OUTPUT LANCAMENTOS

               IF WS-FS-NOVO NOT EQUAL ZEROS
                   DISPLAY "LANCAMENTOS.TXT NAO CRIADO - FILE STATUS: "
                       WS-FS-NOVO
               ELSE
                   PERFORM UNTIL WS-EOF EQUAL 1
                       READ LANCAMENTOS-ANT
                           AT END
                               MOVE 1 TO WS-EOF
                           NOT AT END
                               MOVE ANT-DATA-LAN TO DATA-LAN
                               MOVE ANT-CONTA-DEBITO-LAN TO
                                   COD-CONTA-DEBITO-LAN
                               MOVE ANT-CONTA-CREDITO-LAN TO
                                   COD-CONTA-CREDITO-LAN
                               MOVE ANT-VALOR-LAN TO VALOR-LAN
                               MOVE ANT-HISTORICO-LAN TO HISTORICO-LAN
                               MOVE ANT-ORIGEM-LAN TO ORIGEM-LAN
                               MOVE ANT-DOCUMENTO-LAN TO DOCUMENTO-LAN
                               MOVE 0 TO CENTRO-CUSTO-LAN
                               WRITE REG-LANCAMENTO
                               ADD 1 TO WS-CONVERTIDOS
                       END-READ
                   END-PERFORM
                   CLOSE LANCAMENTOS
               END-IF

               CLOSE LANCAMENTOS-ANT

               DISPLAY "LANCAMENTOS: " WS-CONVERTIDOS
                   " REGISTROS CONVERTIDOS"
           END-IF.

       3900-CONVERTER-PAGAMENTOS.
           OPEN INPUT PAGAMENTOS-ANT

           IF WS-FS-ANT NOT EQUAL ZEROS
               DISPLAY "PAGAMENTOS: " WS-NOME-ARQ-ANTIGO
                   " NAO ABERTO - FILE STATUS: " WS-FS-ANT
           ELSE
               OPEN OUTPUT PAGAMENTOS

               IF WS-FS-NOVO NOT EQUAL ZEROS
                   DISPLAY "PAGAMENTOS.TXT NAO CRIADO - FILE STATUS: "
                       WS-FS-NOVO
               ELSE
                   PERFORM UNTIL WS-EOF EQUAL 1
                       READ PAGAMENTOS-ANT
                           AT END
                               MOVE 1 TO WS-EOF
                           NOT AT END
                               MOVE ANT-NUM-LOTE-PAG TO NUM-LOTE-PAG
                               MOVE ANT-NUM-ORDEM-PAG TO NUM-ORDEM-PAG
                               MOVE ANT-COD-FORNEC-PAG TO
                                   COD-FORNECEDOR-PAG
                               MOVE ANT-DATA-PAGAMENTO TO
                                   DATA-PAGAMENTO
                               MOVE ANT-VALOR-PAGO-PAG TO
                                   VALOR-PAGO-PAG
                               MOVE ANT-OPERADOR-PAG TO OPERADOR-PAG
                               MOVE 0 TO VALOR-DESCONTO-PAG
                               WRITE REG-PAGAMENTO
                               ADD 1 TO WS-CONVERTIDOS
                       END-READ
                   END-PERFORM
                   CLOSE PAGAMENTOS
               END-IF

               CLOSE PAGAMENTOS-ANT

               DISPLAY "PAGAMENTOS: " WS-CONVERTIDOS
                   " REGISTROS CONVERTIDOS"
           END-IF.

       END PROGRAM CONVERTE-SEQUENCIAIS.
