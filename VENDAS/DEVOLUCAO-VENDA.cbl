           COPY PARMSESSAO.
           COPY PARMSALDODEP.
           COPY PARMNUMERO.
           COPY PARMSERIE.
           COPY AMBIENTE.
           COPY PARMCATALOGO.
       77 WS-ARQ-FATURAS         PIC X(60) VALUE SPACES.
       77 CONTROLE           PIC A VALUE SPACES.
       77 WS-ITEM             PIC 99 VALUE 0.
       77 WS-ITEM-PED         PIC 99 VALUE 0.
       77 WS-COD-PRODUTO-INF  PIC 9(05) VALUE 0.
       77 WS-QTDE-INF         PIC 9(09) VALUE 0.
       77 WS-QTDE-VENDIDA     PIC 9(09) VALUE 0.
       77 WS-MOTIVO-INF       PIC XX VALUE SPACES.
       77 WS-DEVOLUCOES       PIC 9(05) VALUE 0.
       77 WS-CONFIRMA         PIC A VALUE SPACES.
       77 MASC-VALOR          PIC ZZ.ZZZ.ZZ9,99.
       77 WS-SERIES-OK        PIC A VALUE 'S'.
       77 WS-QTDE-SERIES      PIC 9(03) VALUE 0.
       77 WS-SERIES-ANTES     PIC 9(03) VALUE 0.
       77 WS-SERIES-LINHA     PIC 9(09) VALUE 0.
       77 WS-IDX-SERIE        PIC 9(03) VALUE 0.
       77 WS-NUM-SERIE        PIC X(20) VALUE SPACES.
       77 WS-SERIE-REPETIDA   PIC A VALUE 'N'.

       01 WS-TABELA-SERIES.
           03 WS-SERIE-OCORR OCCURS 200 TIMES.
               05 WS-SER-COD-PRODUTO  PIC 9(05).
               05 WS-SER-NUM-SERIE    PIC X(20).

       01 WS-LINHA-ITEM.
           03 WS-LIN-COD-PRODUTO   PIC 9(05).
           03 FILLER               PIC XX VALUE SPACES.
           03 WS-LIN-NOME-PRODUTO  PIC X(20).
           03 FILLER               PIC XX VALUE SPACES.

       2100-INFORMAR-ITENS.
           MOVE 0 TO QTDE-ITENS-DEV
           MOVE 0 TO WS-QTDE-SERIES

           DISPLAY "ITENS FATURADOS NO PEDIDO " NUM-PEDIDO-VENDA ":"
           PERFORM VARYING WS-ITEM-PED FROM 1 BY 1
                   DISPLAY "QUANTIDADE INVALIDA - DEVE SER MAIOR QUE "
                       "ZERO E NO MAXIMO A FATURADA"
               ELSE
                   MOVE 'S' TO WS-SERIES-OK
                   MOVE WS-COD-PRODUTO-INF TO COD-PRODUTO

                   READ PRODUTOS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF PRODUTO-SERIALIZADO
                               PERFORM 2160-CAPTURAR-SERIES
                           END-IF
                   END-READ

                   IF WS-SERIES-OK EQUAL 'S'
                       ADD 1 TO QTDE-ITENS-DEV
                       MOVE WS-COD-PRODUTO-INF TO
                           COD-PRODUTO-DEV(QTDE-ITENS-DEV)
                       MOVE WS-QTDE-INF TO QTDE-DEV(QTDE-ITENS-DEV)
                   ELSE
                       DISPLAY "ITEM NAO INCLUIDO - NUMEROS DE SERIE "
                           "INCOMPLETOS"
                   END-IF
               END-IF
           END-IF.

      * Only units shipped on this invoice's order to this customer
      * may come back; an abandoned capture drops the serials already
      * keyed for the item.
       2160-CAPTURAR-SERIES.
           MOVE 0 TO WS-SERIES-LINHA
           MOVE WS-QTDE-SERIES TO WS-SERIES-ANTES
           DISPLAY "PRODUTO CONTROLADO POR NUMERO DE SERIE - INFORME "
               WS-QTDE-INF " NUMEROS (FIM CANCELA O ITEM)"

           PERFORM UNTIL WS-SERIES-LINHA NOT LESS WS-QTDE-INF
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
                       DISPLAY "LIMITE DE 200 NUMEROS DE SERIE POR DE"
                           "VOLUCAO ATINGIDO"
                       MOVE 'N' TO WS-SERIES-OK
                   WHEN OTHER
                       PERFORM 2170-VALIDAR-SERIE
               END-EVALUATE
           END-PERFORM

           IF WS-SERIES-OK EQUAL 'N'
               MOVE WS-SERIES-ANTES TO WS-QTDE-SERIES
           END-IF.

       2170-VALIDAR-SERIE.
           MOVE 'N' TO WS-SERIE-REPETIDA

           PERFORM VARYING WS-IDX-SERIE FROM 1 BY 1
                   UNTIL WS-IDX-SERIE GREATER WS-QTDE-SERIES
               IF WS-SER-COD-PRODUTO(WS-IDX-SERIE) EQUAL COD-PRODUTO
               AND WS-SER-NUM-SERIE(WS-IDX-SERIE) EQUAL WS-NUM-SERIE
                   MOVE 'S' TO WS-SERIE-REPETIDA
               END-IF
           END-PERFORM

           IF WS-SERIE-REPETIDA EQUAL 'S'
               DISPLAY "NUMERO DE SERIE JA INFORMADO NESTA DEVOLUCAO"
           ELSE
               MOVE 'C' TO PARM-NSE-ACAO
               MOVE COD-PRODUTO TO PARM-NSE-PRODUTO
               MOVE WS-NUM-SERIE TO PARM-NSE-SERIE
               MOVE NUM-PEDIDO-FAT TO PARM-NSE-DOCUMENTO
               MOVE COD-CLIENTE-FAT TO PARM-NSE-PARCEIRO
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
                       DISPLAY "NUMERO DE SERIE DESCONHECIDO PARA ESTE"
                           " PRODUTO"
                   WHEN 95
                       DISPLAY "NUMERO DE SERIE NAO FOI VENDIDO NESTE "
                           "PEDIDO A ESTE CLIENTE"
                   WHEN OTHER
                       DISPLAY "NAO FOI POSSIVEL CONSULTAR O NUMERO D"
                           "E SERIE - FILE STATUS: " PARM-NSE-RETORNO
                       MOVE 'N' TO WS-SERIES-OK
               END-EVALUATE
           END-IF.

       2200-CONFIRMAR-DEVOLUCAO.
           MOVE "NOTACREDITO" TO PARM-SERIE
           CALL "PROXIMO-NUMERO" USING PARM-PROXIMO-NUMERO
                   PERFORM 7000-GRAVAR-LOG-EXCECAO
               ELSE
                   PERFORM 4000-ABATER-CONTAS-RECEBER
                   PERFORM 2300-RETORNAR-SERIES
                   MOVE WS-VALOR-CREDITO TO MASC-VALOR
                   DISPLAY "NOTA DE CREDITO " NUM-NOTA-CREDITO
                       " EMITIDA - VALOR " MASC-VALOR
               END-IF
           END-IF.

       2300-RETORNAR-SERIES.
           PERFORM VARYING WS-IDX-SERIE FROM 1 BY 1
                   UNTIL WS-IDX-SERIE GREATER WS-QTDE-SERIES
               MOVE 'D' TO PARM-NSE-ACAO
               MOVE WS-SER-COD-PRODUTO(WS-IDX-SERIE) TO
                   PARM-NSE-PRODUTO
               MOVE WS-SER-NUM-SERIE(WS-IDX-SERIE) TO PARM-NSE-SERIE
               MOVE NUM-NOTA-CREDITO TO PARM-NSE-DOCUMENTO
               MOVE COD-CLIENTE-DEV TO PARM-NSE-PARCEIRO
               MOVE PARM-SES-OPERADOR TO PARM-NSE-OPERADOR
               CALL "REGISTRA-SERIE" USING PARM-NUM-SERIE

               IF PARM-NSE-RETORNO NOT EQUAL ZEROS
                   DISPLAY "NUMERO DE SERIE " PARM-NSE-SERIE
                       " NAO RETORNADO - RETORNO: " PARM-NSE-RETORNO
                   MOVE PARM-NSE-SERIE TO WS-LOG-CHAVE
                   MOVE PARM-NSE-RETORNO TO WS-LOG-FS-VALOR
                   PERFORM 7000-GRAVAR-LOG-EXCECAO
               END-IF
           END-PERFORM.

       3000-ABRIR-DOCUMENTO.
           MOVE SPACES TO WS-NOME-ARQ-DOC
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               MOVE "==========================================" TO
                   LINHA-DOCUMENTO
               WRITE LINHA-DOCUMENTO
               MOVE "COD    PRODUTO               QTDE  VALOR" TO
                   LINHA-DOCUMENTO
               WRITE LINHA-DOCUMENTO
           END-IF.
                           PERFORM 4200-CRIAR-TITULO-ABATIDO
                       END-IF
                   NOT INVALID KEY
                       IF CR-LIQUIDADA OR CR-BAIXADA-PERDA
                           DISPLAY "TITULO JA ENCERRADO - NOTA DE CRE"
      -                        "DITO FICA A DISPOSICAO DO CLIENTE"
                       ELSE
                           IF WS-VALOR-CREDITO NOT LESS

           MOVE 'N' TO IND-REGISTRADO-CR
           MOVE 0 TO RGM-ALUNO-CR
           MOVE VALOR-FRETE-FATURA TO VALOR-FRETE-CR

           WRITE REG-CONTA-RECEBER

