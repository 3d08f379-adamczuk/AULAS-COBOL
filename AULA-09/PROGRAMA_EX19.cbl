       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA_EX19.
       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDENS ASSIGN TO
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-PROD.

           SELECT FONTES ASSIGN TO
               'C:\ARQUIVOS\FONTESPRODUTO.TXT'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CHAVE-FONTE-PRODUTO
           FILE STATUS IS WS-FS-FNT.

           SELECT ACORDOS ASSIGN TO
               'C:\ARQUIVOS\ACORDOSCOMPRA.TXT'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS NUM-ACORDO
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-ACD.

           SELECT LOG-EXCECOES ASSIGN TO 'C:\ARQUIVOS\EXCECOES.TXT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
       FD PRODUTOS.
           COPY PRODUTO.

       FD FONTES.
           COPY FONTEPRODUTO.

       FD ACORDOS.
           COPY ACORDOCOMPRA.

       FD LOG-EXCECOES.
           COPY EXCELOG.
       WORKING-STORAGE SECTION.
       77 WS-FS-FOR           PIC 99 VALUE 0.
       77 WS-FS-PROD          PIC 99 VALUE 0.
       77 WS-FS-LOG           PIC 99 VALUE 0.
       77 WS-FS-FNT           PIC 99 VALUE 0.
       77 WS-EOF-FNT          PIC 99 VALUE 0.
       77 WS-FS-ACD           PIC 99 VALUE 0.
       77 WS-ACORDOS-ABERTOS  PIC A VALUE 'N'.
       77 WS-IDX-ACD          PIC 99 VALUE 0.
       77 WS-IDX-AUX          PIC 99 VALUE 0.
       77 WS-SALDO-ACORDO     PIC 9(09) VALUE 0.
       77 WS-QTDE-ANTERIOR    PIC 9(09) VALUE 0.
       77 WS-QTDE-DEVOLVER    PIC 9(09) VALUE 0.
       77 WS-DATA-HOJE        PIC 9(08) VALUE 0.
       77 MASC-PRECO          PIC Z.ZZZ.ZZ9,99.
       77 WS-SITUACAO-FONTE   PIC X VALUE SPACES.
       77 WS-DADOS-VALIDOS    PIC A VALUE 'N'.
       77 WS-CONFIRMA         PIC A VALUE SPACES.
       77 WS-LOG-CHAVE        PIC X(20) VALUE SPACES.
       77 WS-CONFIRMA-CRIACAO PIC A VALUE SPACES.
       77 WS-ITEM             PIC 99 VALUE 0.
       77 WS-ITEM-ALT         PIC 99 VALUE 0.
       77 WS-COD-PRODUTO-INF  PIC 9(05) VALUE 0.
       77 WS-QTDE-INF         PIC 9(09) VALUE 0.

       PROCEDURE DIVISION.
           ELSE
               OPEN INPUT FORNECEDORES
               OPEN INPUT PRODUTOS
               OPEN INPUT FONTES
               OPEN I-O ACORDOS

               IF WS-FS-ACD EQUAL ZEROS
                   MOVE 'S' TO WS-ACORDOS-ABERTOS
               END-IF

               IF WS-FS-FOR NOT EQUAL ZEROS
               OR WS-FS-PROD NOT EQUAL ZEROS
                   DISPLAY "3 - CONSULTAR ORDEM POR NUMERO"
                   DISPLAY "4 - ALTERAR QUANTIDADE DE ORDEM PENDENTE"
                   DISPLAY "5 - CANCELAR ORDEM PENDENTE"
                   DISPLAY "6 - CRIAR ORDEM DE CHAMADA DE ACORDO DE COM"
                       "PRA"
                   ACCEPT WS-OPCAO

                   EVALUATE WS-OPCAO
                           PERFORM 4000-ALTERAR-QUANTIDADE
                       WHEN 5
                           PERFORM 5000-CANCELAR-ORDEM
                       WHEN 6
                           PERFORM 1500-CRIAR-CHAMADA THRU 1500-FIM
                       WHEN OTHER
                           DISPLAY "OPCAO INVALIDA"
                   END-EVALUATE

               CLOSE FORNECEDORES
               CLOSE PRODUTOS

               IF WS-FS-FNT EQUAL ZEROS
                   CLOSE FONTES
               END-IF

               IF WS-ACORDOS-ABERTOS EQUAL 'S'
                   CLOSE ACORDOS
               END-IF

               CLOSE ORDENS
           END-IF

               DISPLAY "ORDEM NAO GRAVADA"
           ELSE
               MOVE 0 TO QTDE-ITENS-ORD
               MOVE 0 TO NUM-ACORDO-ORD
               MOVE ZEROS TO PRECOS-ORD

               PERFORM 1250-INCLUIR-ITENS

                   END-IF
                   DISPLAY "PRODUTO: " NOME-PRODUTO

                   PERFORM 1350-VERIFICAR-FONTE

                   EVALUATE WS-SITUACAO-FONTE
                       WHEN 'N'
                           DISPLAY "ATENCAO: FORNECEDOR "
                               COD-FORNECEDOR-ORD " NAO APROVADO PARA"
                               " O PRODUTO"
                       WHEN 'S'
                           DISPLAY "ATENCAO: FORNECEDOR "
                               COD-FORNECEDOR-ORD " SUSPENSO PARA O P"
      -                        "RODUTO"
                       WHEN SPACES
                           IF COD-FORNECEDOR-PRODUTO NOT EQUAL
                                   COD-FORNECEDOR-ORD
                               DISPLAY "ATENCAO: O FORNECEDOR CADASTR"
      -                            "ADO DO PRODUTO E "
                                   COD-FORNECEDOR-PRODUTO
                               MOVE 'N' TO WS-SITUACAO-FONTE
                           END-IF
                   END-EVALUATE

                   IF WS-SITUACAO-FONTE EQUAL 'N' OR 'S'
                       DISPLAY "CONFIRMA O ITEM COM O FORNECEDOR "
                           COD-FORNECEDOR-ORD "? (S/N)"
                       ACCEPT WS-CONFIRMA
       1300-FIM.
           EXIT.

      * WS-SITUACAO-FONTE: 'A' approved source, 'S' suspended, 'N'
      * the product has approved sources but not this supplier, and
      * spaces when no source is on file for the product at all.
       1350-VERIFICAR-FONTE.
           MOVE SPACES TO WS-SITUACAO-FONTE

           IF WS-FS-FNT EQUAL ZEROS
               MOVE WS-COD-PRODUTO-INF TO COD-PRODUTO-FNT
               MOVE COD-FORNECEDOR-ORD TO COD-FORNECEDOR-FNT

               READ FONTES
                   INVALID KEY
                       PERFORM 1360-PROCURAR-FONTES
                   NOT INVALID KEY
                       MOVE SITUACAO-FNT TO WS-SITUACAO-FONTE
               END-READ

               MOVE 0 TO WS-FS-FNT
           END-IF.

       1360-PROCURAR-FONTES.
           MOVE 0 TO WS-EOF-FNT
           MOVE WS-COD-PRODUTO-INF TO COD-PRODUTO-FNT
           MOVE 0 TO COD-FORNECEDOR-FNT

           START FONTES KEY NOT LESS CHAVE-FONTE-PRODUTO
               INVALID KEY
                   MOVE 1 TO WS-EOF-FNT
           END-START

           IF WS-EOF-FNT EQUAL 0
               READ FONTES NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF-FNT
                   NOT AT END
                       IF COD-PRODUTO-FNT EQUAL WS-COD-PRODUTO-INF
                           MOVE 'N' TO WS-SITUACAO-FONTE
                       END-IF
               END-READ
           END-IF.

       1400-COMPLETAR-ORDEM.
           MOVE 'P' TO STATUS-ORDEM
           MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-ORDEM
           MOVE 0 TO DATA-ATENDIMENTO-ORD
           MOVE SPACES TO MOTIVO-CANCEL-ORD
           MOVE 'N' TO IND-EXTRAIDA-ORD
           MOVE 0 TO APROVADOR-ORD
           MOVE 0 TO DATA-HORA-APROVACAO-ORD

           WRITE REG-ORDEM-COMPRA

               DISPLAY "ORDEM DE COMPRA GRAVADA COM SUCESSO!"
           END-IF.

      * A call-off is an ordinary pending order tied to a blanket
      * agreement: same supplier, only the agreement's products, at
      * the agreed price, and never more than the quantity still
      * uncalled on each line. The quantity is added to the agreement
      * once the order is on file.
       1500-CRIAR-CHAMADA.
           IF WS-ACORDOS-ABERTOS NOT EQUAL 'S'
               DISPLAY "ARQUIVO DE ACORDOS DE COMPRA NAO DISPONIVEL"
               GO TO 1500-FIM
           END-IF

           DISPLAY "INFORME O NUMERO DO ACORDO DE COMPRA"
           ACCEPT NUM-ACORDO

           READ ACORDOS
               INVALID KEY
                   DISPLAY "ACORDO NAO ENCONTRADO: " NUM-ACORDO
                   GO TO 1500-FIM
           END-READ

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE

           IF NOT ACORDO-VIGENTE
               DISPLAY "ACORDO ENCERRADO - CHAMADA NAO PERMITIDA"
               GO TO 1500-FIM
           END-IF

           IF WS-DATA-HOJE LESS DATA-INICIO-ACD
           OR WS-DATA-HOJE GREATER DATA-FIM-ACD
               DISPLAY "ACORDO FORA DA VIGENCIA: " DATA-INICIO-ACD
                   " A " DATA-FIM-ACD
               GO TO 1500-FIM
           END-IF

           MOVE COD-FORNECEDOR-ACD TO COD-FORNECEDOR

           READ FORNECEDORES
               INVALID KEY
                   DISPLAY "FORNECEDOR DO ACORDO NAO CADASTRADO: "
                       COD-FORNECEDOR-ACD
                   GO TO 1500-FIM
               NOT INVALID KEY
                   DISPLAY "FORNECEDOR: " NOME-FORNECEDOR
           END-READ

           PERFORM VARYING WS-IDX-ACD FROM 1 BY 1
                   UNTIL WS-IDX-ACD GREATER QTDE-ITENS-ACD
               MOVE PRECO-ACORDO-ACD(WS-IDX-ACD) TO MASC-PRECO
               COMPUTE WS-SALDO-ACORDO =
                   QTDE-COMPROMETIDA-ACD(WS-IDX-ACD)
                   - QTDE-CHAMADA-ACD(WS-IDX-ACD)
                   ON SIZE ERROR
                       MOVE 0 TO WS-SALDO-ACORDO
               END-COMPUTE
               DISPLAY "   PRODUTO " COD-PRODUTO-ACD(WS-IDX-ACD)
                   " PRECO " MASC-PRECO " SALDO " WS-SALDO-ACORDO
           END-PERFORM

           MOVE COD-FORNECEDOR-ACD TO COD-FORNECEDOR-ORD
           MOVE NUM-ACORDO TO NUM-ACORDO-ORD
           MOVE ZEROS TO PRECOS-ORD
           MOVE 0 TO QTDE-ITENS-ORD
           MOVE 1 TO WS-COD-PRODUTO-INF

           PERFORM UNTIL WS-COD-PRODUTO-INF EQUAL 0
                   OR QTDE-ITENS-ORD EQUAL 10
               DISPLAY "INFORME O CODIGO DO PRODUTO (0 PARA ENCERRAR)"
               ACCEPT WS-COD-PRODUTO-INF

               IF WS-COD-PRODUTO-INF NOT EQUAL 0
                   PERFORM 1550-INCLUIR-ITEM-ACORDO THRU 1550-FIM
               END-IF
           END-PERFORM

           IF QTDE-ITENS-ORD EQUAL 0
               DISPLAY "ORDEM SEM ITENS - NAO GRAVADA"
               GO TO 1500-FIM
           END-IF

           MOVE "ORDEMCOMPRA" TO PARM-SERIE
           CALL "PROXIMO-NUMERO" USING PARM-PROXIMO-NUMERO

           IF PARM-RETORNO NOT EQUAL ZEROS
               DISPLAY "NAO FOI POSSIVEL OBTER O NUMERO DA ORDEM"
               DISPLAY "FILE STATUS DO CONTROLE: " PARM-RETORNO
               MOVE "NUMEROS.TXT" TO WS-LOG-CHAVE
               MOVE PARM-RETORNO TO WS-LOG-FS-VALOR
               PERFORM 7000-GRAVAR-LOG-EXCECAO
               GO TO 1500-FIM
           END-IF

           MOVE PARM-NUMERO TO NUM-ORDEM
           DISPLAY "NUMERO DA ORDEM ATRIBUIDO: " NUM-ORDEM

           PERFORM 1400-COMPLETAR-ORDEM

           IF WS-FS EQUAL ZEROS
               PERFORM 1600-REGRAVAR-ACORDO
           END-IF.
       1500-FIM.
           EXIT.

       1550-INCLUIR-ITEM-ACORDO.
           PERFORM 1700-LOCALIZAR-ITEM-ACORDO

           IF WS-IDX-ACD EQUAL 0
               DISPLAY "PRODUTO " WS-COD-PRODUTO-INF
                   " NAO FAZ PARTE DO ACORDO"
               GO TO 1550-FIM
           END-IF

           PERFORM VARYING WS-ITEM FROM 1 BY 1
                   UNTIL WS-ITEM GREATER QTDE-ITENS-ORD
               IF COD-PRODUTO-ORD(WS-ITEM) EQUAL WS-COD-PRODUTO-INF
                   DISPLAY "PRODUTO JA INCLUIDO NESTA ORDEM"
                   GO TO 1550-FIM
               END-IF
           END-PERFORM

           MOVE WS-COD-PRODUTO-INF TO COD-PRODUTO

           READ PRODUTOS
               INVALID KEY
                   DISPLAY "PRODUTO NAO CADASTRADO: "
                       WS-COD-PRODUTO-INF
                   GO TO 1550-FIM
           END-READ

           IF PRODUTO-INATIVO
               DISPLAY "PRODUTO INATIVO: " WS-COD-PRODUTO-INF
               GO TO 1550-FIM
           END-IF

           COMPUTE WS-SALDO-ACORDO = QTDE-COMPROMETIDA-ACD(WS-IDX-ACD)
               - QTDE-CHAMADA-ACD(WS-IDX-ACD)
               ON SIZE ERROR
                   MOVE 0 TO WS-SALDO-ACORDO
           END-COMPUTE

           IF WS-SALDO-ACORDO EQUAL 0
               DISPLAY "ACORDO SEM SALDO PARA O PRODUTO "
                   WS-COD-PRODUTO-INF
               GO TO 1550-FIM
           END-IF

           DISPLAY "PRODUTO: " NOME-PRODUTO
           DISPLAY "SALDO DO ACORDO EM " UNIDADE-COMPRA-PRODUTO ": "
               WS-SALDO-ACORDO
           DISPLAY "INFORME A QUANTIDADE DA CHAMADA"
           ACCEPT WS-QTDE-INF

           IF WS-QTDE-INF EQUAL 0
               DISPLAY "QUANTIDADE DEVE SER MAIOR QUE ZERO"
               GO TO 1550-FIM
           END-IF

           IF WS-QTDE-INF GREATER WS-SALDO-ACORDO
               DISPLAY "QUANTIDADE EXCEDE O SALDO DO ACORDO"
               GO TO 1550-FIM
           END-IF

           ADD 1 TO QTDE-ITENS-ORD
           MOVE WS-COD-PRODUTO-INF TO COD-PRODUTO-ORD(QTDE-ITENS-ORD)
           MOVE WS-QTDE-INF TO QTDE-ORDEM(QTDE-ITENS-ORD)
           MOVE 0 TO QTDE-RECEBIDA-ORD(QTDE-ITENS-ORD)
           MOVE PRECO-ACORDO-ACD(WS-IDX-ACD) TO
               PRECO-ITEM-ORD(QTDE-ITENS-ORD)
           ADD WS-QTDE-INF TO QTDE-CHAMADA-ACD(WS-IDX-ACD).
       1550-FIM.
           EXIT.

       1600-REGRAVAR-ACORDO.
           REWRITE REG-ACORDO-COMPRA

           IF WS-FS-ACD NOT EQUAL ZEROS
               MOVE WS-FS-ACD TO WS-FS-CODIGO-BUSCA
               PERFORM 9000-TRADUZIR-FS-STATUS
               DISPLAY "NAO FOI POSSIVEL ATUALIZAR O SALDO DO ACORDO "
                   NUM-ACORDO
               DISPLAY "FILE STATUS: " WS-FS-ACD " - " WS-FS-MENSAGEM
               MOVE NUM-ACORDO TO WS-LOG-CHAVE
               MOVE WS-FS-ACD TO WS-LOG-FS-VALOR
               PERFORM 7000-GRAVAR-LOG-EXCECAO
           END-IF.

       1700-LOCALIZAR-ITEM-ACORDO.
           MOVE 0 TO WS-IDX-ACD

           PERFORM VARYING WS-IDX-AUX FROM 1 BY 1
                   UNTIL WS-IDX-AUX GREATER QTDE-ITENS-ACD
                   OR WS-IDX-ACD NOT EQUAL 0
               IF COD-PRODUTO-ACD(WS-IDX-AUX) EQUAL
                   WS-COD-PRODUTO-INF
                   MOVE WS-IDX-AUX TO WS-IDX-ACD
               END-IF
           END-PERFORM.

       2000-LISTAR-ORDENS.
           MOVE 0 TO WS-EOF
           MOVE 0 TO WS-CONTADOR
           DISPLAY " DATA ORDEM..: " DATA-ORDEM
           DISPLAY " STATUS......: " STATUS-ORDEM

           IF NUM-ACORDO-ORD NOT EQUAL 0
               DISPLAY " ACORDO......: " NUM-ACORDO-ORD
           END-IF

           PERFORM VARYING WS-ITEM FROM 1 BY 1
                   UNTIL WS-ITEM GREATER QTDE-ITENS-ORD
               DISPLAY "   ITEM " WS-ITEM " PRODUTO "
                       ELSE
                           DISPLAY "QUANTIDADE ATUAL: "
                               QTDE-ORDEM(WS-ITEM-ALT)
                           MOVE QTDE-ORDEM(WS-ITEM-ALT) TO
                               WS-QTDE-ANTERIOR
                           DISPLAY "INFORME A NOVA QUANTIDADE"
                           ACCEPT QTDE-ORDEM(WS-ITEM-ALT)

                                   QTDE-RECEBIDA-ORD(WS-ITEM-ALT)
                                   ") - NAO ALTERADA"
                           ELSE
                               PERFORM 4100-CONFERIR-ACORDO
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      * On a call-off the change moves the agreement balance with it:
      * an increase must fit in what is still uncalled, a decrease
      * gives the difference back.
       4100-CONFERIR-ACORDO.
           IF NUM-ACORDO-ORD EQUAL 0
               PERFORM 6000-REGRAVAR-ORDEM
           ELSE
               IF WS-ACORDOS-ABERTOS NOT EQUAL 'S'
                   DISPLAY "ARQUIVO DE ACORDOS NAO DISPONIVEL - QUANT"
                       "IDADE NAO ALTERADA"
               ELSE
                   MOVE NUM-ACORDO-ORD TO NUM-ACORDO

                   READ ACORDOS
                       INVALID KEY
                           DISPLAY "ACORDO NAO ENCONTRADO: "
                               NUM-ACORDO " - QUANTIDADE NAO ALTERADA"
                       NOT INVALID KEY
                           PERFORM 4150-AJUSTAR-SALDO
                   END-READ
               END-IF
           END-IF.

       4150-AJUSTAR-SALDO.
           MOVE 'N' TO WS-DADOS-VALIDOS
           MOVE COD-PRODUTO-ORD(WS-ITEM-ALT) TO WS-COD-PRODUTO-INF
           PERFORM 1700-LOCALIZAR-ITEM-ACORDO

           IF WS-IDX-ACD EQUAL 0
               DISPLAY "PRODUTO FORA DO ACORDO - QUANTIDADE NAO ALTE"
                   "RADA"
           ELSE
               IF QTDE-ORDEM(WS-ITEM-ALT) GREATER WS-QTDE-ANTERIOR
                   COMPUTE WS-SALDO-ACORDO =
                       QTDE-COMPROMETIDA-ACD(WS-IDX-ACD)
                       - QTDE-CHAMADA-ACD(WS-IDX-ACD)
                       ON SIZE ERROR
                           MOVE 0 TO WS-SALDO-ACORDO
                   END-COMPUTE

                   IF QTDE-ORDEM(WS-ITEM-ALT) - WS-QTDE-ANTERIOR
                           GREATER WS-SALDO-ACORDO
                       DISPLAY "AUMENTO EXCEDE O SALDO DO ACORDO ("
                           WS-SALDO-ACORDO ") - NAO ALTERADA"
                   ELSE
                       COMPUTE QTDE-CHAMADA-ACD(WS-IDX-ACD) =
                           QTDE-CHAMADA-ACD(WS-IDX-ACD)
                           + QTDE-ORDEM(WS-ITEM-ALT) - WS-QTDE-ANTERIOR
                       MOVE 'S' TO WS-DADOS-VALIDOS
                   END-IF
               ELSE
                   COMPUTE WS-QTDE-DEVOLVER = WS-QTDE-ANTERIOR
                       - QTDE-ORDEM(WS-ITEM-ALT)

                   IF WS-QTDE-DEVOLVER GREATER
                           QTDE-CHAMADA-ACD(WS-IDX-ACD)
                       MOVE QTDE-CHAMADA-ACD(WS-IDX-ACD) TO
                           WS-QTDE-DEVOLVER
                   END-IF

                   SUBTRACT WS-QTDE-DEVOLVER FROM
                       QTDE-CHAMADA-ACD(WS-IDX-ACD)
                   MOVE 'S' TO WS-DADOS-VALIDOS
               END-IF
           END-IF

           IF WS-DADOS-VALIDOS EQUAL 'S'
               PERFORM 6000-REGRAVAR-ORDEM

               IF WS-FS EQUAL ZEROS
                   PERFORM 1600-REGRAVAR-ACORDO
               END-IF
           END-IF.

       5000-CANCELAR-ORDEM.
           DISPLAY "INFORME O NUMERO DA ORDEM"
           ACCEPT NUM-ORDEM

                       MOVE 'C' TO STATUS-ORDEM
                       PERFORM 6000-REGRAVAR-ORDEM

                       IF WS-FS EQUAL ZEROS
                       AND NUM-ACORDO-ORD NOT EQUAL 0
                           PERFORM 5100-DEVOLVER-ACORDO
                       END-IF
                   END-IF
           END-READ.

      * Cancelling a call-off gives what was never received back to
      * the agreement, so it can be called off again.
       5100-DEVOLVER-ACORDO.
           IF WS-ACORDOS-ABERTOS NOT EQUAL 'S'
               DISPLAY "ATENCAO: SALDO DO ACORDO " NUM-ACORDO-ORD
                   " NAO ATUALIZADO - ARQUIVO NAO DISPONIVEL"
           ELSE
               MOVE NUM-ACORDO-ORD TO NUM-ACORDO

               READ ACORDOS
                   INVALID KEY
                       DISPLAY "ACORDO NAO ENCONTRADO: " NUM-ACORDO
                   NOT INVALID KEY
                       PERFORM VARYING WS-ITEM FROM 1 BY 1
                               UNTIL WS-ITEM GREATER QTDE-ITENS-ORD
                           PERFORM 5150-DEVOLVER-ITEM
                       END-PERFORM

                       PERFORM 1600-REGRAVAR-ACORDO
               END-READ
           END-IF.

       5150-DEVOLVER-ITEM.
           MOVE COD-PRODUTO-ORD(WS-ITEM) TO WS-COD-PRODUTO-INF
           PERFORM 1700-LOCALIZAR-ITEM-ACORDO

           IF WS-IDX-ACD NOT EQUAL 0
               COMPUTE WS-QTDE-DEVOLVER = QTDE-ORDEM(WS-ITEM)
                   - QTDE-RECEBIDA-ORD(WS-ITEM)
                   ON SIZE ERROR
                       MOVE 0 TO WS-QTDE-DEVOLVER
               END-COMPUTE

               IF WS-QTDE-DEVOLVER GREATER QTDE-CHAMADA-ACD(WS-IDX-ACD)
                   MOVE QTDE-CHAMADA-ACD(WS-IDX-ACD) TO
                       WS-QTDE-DEVOLVER
               END-IF

               SUBTRACT WS-QTDE-DEVOLVER FROM
                   QTDE-CHAMADA-ACD(WS-IDX-ACD)
           END-IF.

       6000-REGRAVAR-ORDEM.
           REWRITE REG-ORDEM-COMPRA

