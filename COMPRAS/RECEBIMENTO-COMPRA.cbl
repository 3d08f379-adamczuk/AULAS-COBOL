           COPY FSTATUS.
           COPY PARMSESSAO.
           COPY PARMSALDODEP.
           COPY PARMENDERECO.
           COPY PARMNUMERO.
           COPY PARMSERIE.
           COPY AMBIENTE.
       77 WS-ARQ-ORDENSCOMPRA    PIC X(60) VALUE SPACES.
       77 WS-ARQ-PRODUTOS        PIC X(60) VALUE SPACES.
       77 WS-FATOR            PIC 9(05) VALUE 1.
       77 WS-QTDE-ESTOQUE     PIC 9(09) VALUE 0.
       77 WS-PRECO-ESTOQUE    PIC 9(07)V99 VALUE 0.
       77 WS-NUM-SERIE        PIC X(20) VALUE SPACES.
       77 WS-SERIES-LIDAS     PIC 9(09) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                   PERFORM 5000-GRAVAR-MOVIMENTO
                   PERFORM 3500-ABRIR-INSPECAO

                   IF PRODUTO-SERIALIZADO
                       PERFORM 3600-CAPTURAR-SERIES
                   END-IF

                   DISPLAY "MERCADORIA RECEBIDA NO DEPOSITO 99 (QUARE"
      -                "NTENA) - AGUARDA INSPECAO"
                   PERFORM 3050-SUGERIR-GUARDA

                   IF ORDEM-ATENDIDA
                       DISPLAY "ORDEM " NUM-ORDEM " TOTALMENTE ATENDI"
                   ADD 1 TO WS-RECEBIDAS
           END-READ.

      * Tells the dock where the goods will go in deposito 01 once
      * inspection releases them; the bin is only booked at approval.
       3050-SUGERIR-GUARDA.
           MOVE 'S' TO PARM-END-ACAO
           MOVE 1 TO PARM-END-DEPOSITO
           MOVE COD-PRODUTO TO PARM-END-PRODUTO
           MOVE WS-QTDE-ESTOQUE TO PARM-END-QTDE
           CALL "ATUALIZA-ENDERECO" USING PARM-ENDERECO

           IF PARM-END-RETORNO EQUAL ZEROS
               DISPLAY "ENDERECO SUGERIDO PARA GUARDA APOS A INSPECAO"
                   ": " PARM-END-ENDERECO(1:2) "-"
                   PARM-END-ENDERECO(3:2) "-" PARM-END-ENDERECO(5:1)
           ELSE
               DISPLAY "NENHUM ENDERECO DO DEPOSITO 01 COMPORTA A QUA"
                   "NTIDADE RECEBIDA"
           END-IF.

       2700-RECALCULAR-CUSTO.
           DISPLAY "INFORME O PRECO UNITARIO REAL DO FORNECEDOR (0 ="
               " MANTER O CUSTO ATUAL)"
               MOVE WS-CUSTO-ANTERIOR TO CUSTO-ANTERIOR-CH
               MOVE WS-CUSTO-NOVO TO CUSTO-NOVO-CH
               MOVE PARM-SES-OPERADOR TO OPERADOR-CH
               MOVE 'R' TO ORIGEM-CH
               WRITE REG-CUSTO-HIST
               CLOSE CUSTO-HIST
           ELSE
                   READ LOTES-ESTOQUE
                       INVALID KEY
                           MOVE WS-QTDE-ESTOQUE TO QTDE-LOTE-LE
                           MOVE SPACE TO IND-RETIDO-LE
                           WRITE REG-LOTE-ESTOQUE
                       NOT INVALID KEY
                           ADD WS-QTDE-ESTOQUE TO QTDE-LOTE-LE
               MOVE 0 TO DATA-DECISAO-INS
               MOVE WS-LOTE-INF TO NUM-LOTE-INS
               MOVE WS-VALIDADE-INF TO DATA-VALIDADE-INS
               MOVE 0 TO NUM-DEVOLUCAO-INS

               WRITE REG-INSPECAO

               END-IF
           END-IF.

      * One serial per stock unit received; FIM leaves the rest to be
      * keyed later and is logged so the shortfall is not forgotten.
       3600-CAPTURAR-SERIES.
           MOVE 0 TO WS-SERIES-LIDAS
           DISPLAY "PRODUTO CONTROLADO POR NUMERO DE SERIE - INFORME "
               WS-QTDE-ESTOQUE " NUMEROS (FIM ENCERRA)"

           PERFORM UNTIL WS-SERIES-LIDAS NOT LESS WS-QTDE-ESTOQUE
               MOVE SPACES TO WS-NUM-SERIE
               DISPLAY "INFORME O NUMERO DE SERIE: "
               ACCEPT WS-NUM-SERIE

               EVALUATE TRUE
                   WHEN WS-NUM-SERIE EQUAL 'FIM'
                       COMPUTE WS-QTDE-PENDENTE =
                           WS-QTDE-ESTOQUE - WS-SERIES-LIDAS
                       DISPLAY "ATENCAO: " WS-QTDE-PENDENTE
                           " UNIDADES FICARAM SEM NUMERO DE SERIE"
                       MOVE NUM-INSPECAO TO WS-LOG-CHAVE
                       MOVE 23 TO WS-LOG-FS-VALOR
                       PERFORM 7000-GRAVAR-LOG-EXCECAO
                       MOVE WS-QTDE-ESTOQUE TO WS-SERIES-LIDAS
                   WHEN WS-NUM-SERIE EQUAL SPACES
                       DISPLAY "NUMERO DE SERIE OBRIGATORIO"
                   WHEN OTHER
                       MOVE 'R' TO PARM-NSE-ACAO
                       MOVE COD-PRODUTO TO PARM-NSE-PRODUTO
                       MOVE WS-NUM-SERIE TO PARM-NSE-SERIE
                       MOVE NUM-ORDEM TO PARM-NSE-DOCUMENTO
                       MOVE COD-FORNECEDOR-ORD TO PARM-NSE-PARCEIRO
                       MOVE NUM-INSPECAO TO PARM-NSE-INSPECAO
                       MOVE PARM-SES-OPERADOR TO PARM-NSE-OPERADOR
                       CALL "REGISTRA-SERIE" USING PARM-NUM-SERIE

                       EVALUATE PARM-NSE-RETORNO
                           WHEN ZEROS
                               ADD 1 TO WS-SERIES-LIDAS
                           WHEN 22
                               DISPLAY "NUMERO DE SERIE JA CONSTA EM "
                                   "ESTOQUE OU VENDIDO - SITUACAO "
                                   PARM-NSE-STATUS
                           WHEN OTHER
                               DISPLAY "NAO FOI POSSIVEL GRAVAR O NUME"
                                   "RO DE SERIE - FILE STATUS: "
                                   PARM-NSE-RETORNO
                               MOVE WS-NUM-SERIE TO WS-LOG-CHAVE
                               MOVE PARM-NSE-RETORNO TO
                                   WS-LOG-FS-VALOR
                               PERFORM 7000-GRAVAR-LOG-EXCECAO
                       END-EVALUATE
               END-EVALUATE
           END-PERFORM.

       5000-GRAVAR-MOVIMENTO.
           MOVE COD-PRODUTO TO COD-PRODUTO-MOV
           MOVE WS-DEPOSITO-DESTINO TO COD-DEPOSITO-MOV
           MOVE SPACES TO MOTIVO-AJUSTE-MOV
           MOVE WS-LOTE-INF TO NUM-LOTE-MOV

      * The receipt goes into the ledger at the supplier's price, the
      * same value the invoice later clears from 24000.
           IF WS-PRECO-RECEBIDO GREATER 0
               MOVE WS-PRECO-ESTOQUE TO CUSTO-UNIT-MOV
           ELSE
               MOVE CUSTO-UNITARIO-PRODUTO TO CUSTO-UNIT-MOV
           END-IF

           MOVE PRECO-UNITARIO-PRODUTO TO PRECO-UNIT-MOV
           MOVE PARM-SES-OPERADOR TO OPERADOR-MOVIMENTO
           MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-MOVIMENTO
