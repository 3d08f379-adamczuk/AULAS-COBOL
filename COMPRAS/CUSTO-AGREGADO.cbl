       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTO-AGREGADO.
       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOS-AGREGADOS ASSIGN TO WS-ARQ-CUSTOSAGREGADOS
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS NUM-CUSTO-AGR
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-AGR.

           SELECT ORDENS ASSIGN TO WS-ARQ-ORDENSCOMPRA
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS NUM-ORDEM
           FILE STATUS IS WS-FS.

           SELECT PRODUTOS ASSIGN TO WS-ARQ-PRODUTOS
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS COD-PRODUTO
           ALTERNATE RECORD KEY IS EAN-PRODUTO
           ALTERNATE RECORD KEY IS NOME-PRODUTO
               WITH DUPLICATES
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-PROD.

           SELECT CUSTO-HIST ASSIGN TO WS-ARQ-CUSTOHIST
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-CH.

           SELECT LOG-EXCECOES ASSIGN TO WS-ARQ-EXCECOES
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-LOG.
       DATA DIVISION.
       FILE SECTION.
       FD CUSTOS-AGREGADOS.
           COPY CUSTOAGREGADO.

       FD ORDENS.
           COPY ORDEMCOMPRA.

       FD PRODUTOS.
           COPY PRODUTO.

       FD CUSTO-HIST.
           COPY CUSTOHIST.

       FD LOG-EXCECOES.
           COPY EXCELOG.
       WORKING-STORAGE SECTION.
           COPY FSTATUS.
           COPY PARMSESSAO.
           COPY PARMNUMERO.
           COPY PARMLANCAMENTO.
           COPY AMBIENTE.
       77 WS-ARQ-CUSTOSAGREGADOS PIC X(60) VALUE SPACES.
       77 WS-ARQ-ORDENSCOMPRA    PIC X(60) VALUE SPACES.
       77 WS-ARQ-PRODUTOS        PIC X(60) VALUE SPACES.
       77 WS-ARQ-CUSTOHIST       PIC X(60) VALUE SPACES.
       77 WS-ARQ-EXCECOES        PIC X(60) VALUE SPACES.
       77 WS-FS-AGR           PIC 99 VALUE 0.
       77 WS-FS               PIC 99 VALUE 0.
       77 WS-FS-PROD          PIC 99 VALUE 0.
       77 WS-FS-CH            PIC 99 VALUE 0.
       77 WS-FS-LOG           PIC 99 VALUE 0.
       77 WS-LOG-CHAVE        PIC X(20) VALUE SPACES.
       77 WS-LOG-FS-VALOR     PIC 99 VALUE 0.
       77 CONTROLE           PIC A VALUE SPACES.
       77 WS-OPCAO            PIC 9 VALUE 0.
       77 WS-EOF              PIC 99 VALUE 0.
       77 WS-CONFIRMA         PIC A VALUE SPACES.
       77 WS-ORDEM-INF        PIC 9(06) VALUE 0.
       77 WS-IDX-ORDEM        PIC 99 VALUE 0.
       77 WS-ITEM             PIC 99 VALUE 0.
       77 WS-IDX              PIC 9(03) VALUE 0.
       77 WS-FATOR            PIC 9(05) VALUE 1.
       77 WS-ORDEM-VALIDA     PIC A VALUE 'N'.
       77 WS-PRECO-BASE       PIC 9(07)V99 VALUE 0.
       77 WS-TOTAL-BASE       PIC 9(13)V999 VALUE 0.
       77 WS-VALOR-RATEADO    PIC 9(09)V99 VALUE 0.
       77 WS-QTDE-EM-ESTOQUE  PIC 9(09) VALUE 0.
       77 WS-VALOR-ESTOQUE    PIC 9(09)V99 VALUE 0.
       77 WS-CUSTO-ANTERIOR   PIC 9(07)V99 VALUE 0.
       77 WS-CUSTO-NOVO       PIC 9(07)V99 VALUE 0.
       77 WS-CUSTO-UNIT-AGR   PIC 9(07)V99 VALUE 0.
       77 WS-LANCADOS         PIC 9(05) VALUE 0.
       77 MASC-VALOR          PIC ZZ.ZZZ.ZZ9,99.
       77 MASC-VALOR-2        PIC ZZ.ZZZ.ZZ9,99.
       77 MASC-CUSTO          PIC Z.ZZZ.ZZ9,99.
       77 MASC-CUSTO-2        PIC Z.ZZZ.ZZ9,99.

       01 WS-TAB-RATEIO.
           03 WS-QTDE-LINHAS       PIC 9(03) VALUE 0.
           03 WS-LINHA-RATEIO OCCURS 100 TIMES.
               05 WS-RAT-ORDEM     PIC 9(06).
               05 WS-RAT-PRODUTO   PIC 9(05).
               05 WS-RAT-QTDE      PIC 9(09).
               05 WS-RAT-BASE      PIC 9(11)V999.
               05 WS-RAT-VALOR     PIC 9(09)V99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0950-RESOLVER-AMBIENTE
           PERFORM 0900-LER-SESSAO
           DISPLAY "CUSTO AGREGADO DE COMPRAS (FRETE, SEGURO, IMPORTA"
               "CAO)"

           OPEN I-O CUSTOS-AGREGADOS

           IF WS-FS-AGR EQUAL 35
               OPEN OUTPUT CUSTOS-AGREGADOS
               IF WS-FS-AGR EQUAL ZEROS
                   CLOSE CUSTOS-AGREGADOS
                   OPEN I-O CUSTOS-AGREGADOS
               END-IF
           END-IF

           OPEN INPUT ORDENS
           OPEN I-O PRODUTOS

           IF WS-FS-AGR NOT EQUAL ZEROS
           OR WS-FS NOT EQUAL ZEROS
           OR WS-FS-PROD NOT EQUAL ZEROS
               DISPLAY "NAO FOI POSSIVEL ABRIR OS ARQUIVOS"
               DISPLAY "CUSTOS: " WS-FS-AGR "  ORDENS: " WS-FS
                   "  PRODUTOS: " WS-FS-PROD
               MOVE "CUSTOSAGREGADOS.TXT" TO WS-LOG-CHAVE
               MOVE WS-FS-AGR TO WS-LOG-FS-VALOR
               PERFORM 7000-GRAVAR-LOG-EXCECAO
           ELSE
               PERFORM UNTIL CONTROLE EQUAL 'N'
                   DISPLAY "1 - LANCAR DESPESA E RATEAR NO CUSTO"
                   DISPLAY "2 - LISTAR DESPESAS LANCADAS"
                   ACCEPT WS-OPCAO

                   EVALUATE WS-OPCAO
                       WHEN 1
                           PERFORM 2000-LANCAR-DESPESA THRU 2000-FIM
                       WHEN 2
                           PERFORM 4000-LISTAR-DESPESAS
                       WHEN OTHER
                           DISPLAY "OPCAO INVALIDA"
                   END-EVALUATE

                   DISPLAY "DESEJA REALIZAR OUTRA OPERACAO?"
                   DISPLAY "DIGITE N PARA NAO"
                   ACCEPT CONTROLE
               END-PERFORM
           END-IF

           DISPLAY "DESPESAS LANCADAS NESTA SESSAO: " WS-LANCADOS

           IF WS-FS-AGR EQUAL ZEROS
               CLOSE CUSTOS-AGREGADOS
           END-IF

           IF WS-FS EQUAL ZEROS
               CLOSE ORDENS
           END-IF

           IF WS-FS-PROD EQUAL ZEROS
               CLOSE PRODUTOS
           END-IF

           GOBACK.

       2000-LANCAR-DESPESA.
           INITIALIZE REG-CUSTO-AGREGADO
           MOVE 0 TO WS-QTDE-LINHAS

           DISPLAY "TIPO DA DESPESA (F=FRETE S=SEGURO I=IMPORTACAO O="
               "OUTRAS)"
           ACCEPT TIPO-DESPESA-AGR

           IF NOT DESPESA-FRETE AND NOT DESPESA-SEGURO
           AND NOT DESPESA-IMPORTACAO AND NOT DESPESA-OUTRAS
               DISPLAY "TIPO DE DESPESA INVALIDO"
               GO TO 2000-FIM
           END-IF

           DISPLAY "INFORME O CODIGO DO FORNECEDOR DA DESPESA (TRANSP"
               "ORTADORA, SEGURADORA OU DESPACHANTE)"
           ACCEPT COD-FORNECEDOR-AGR
           DISPLAY "INFORME O NUMERO DO DOCUMENTO DA DESPESA"
           ACCEPT DOCUMENTO-AGR
           DISPLAY "INFORME O VALOR DA DESPESA"
           ACCEPT VALOR-AGR

           IF VALOR-AGR EQUAL 0
               DISPLAY "VALOR DEVE SER MAIOR QUE ZERO"
               GO TO 2000-FIM
           END-IF

           DISPLAY "CRITERIO DE RATEIO (V=VALOR P=PESO Q=QUANTIDADE)"
           ACCEPT CRITERIO-RATEIO-AGR

           IF NOT RATEIO-VALOR AND NOT RATEIO-PESO
           AND NOT RATEIO-QUANTIDADE
               DISPLAY "CRITERIO DE RATEIO INVALIDO"
               GO TO 2000-FIM
           END-IF

           PERFORM 2100-INFORMAR-ORDENS

           IF QTDE-ORDENS-AGR EQUAL 0
               DISPLAY "NENHUMA ORDEM INFORMADA - DESPESA NAO LANCADA"
               GO TO 2000-FIM
           END-IF

           PERFORM 2200-LEVANTAR-LINHAS

           IF WS-QTDE-LINHAS EQUAL 0 OR WS-TOTAL-BASE EQUAL 0
               DISPLAY "NENHUMA QUANTIDADE RECEBIDA COM BASE DE RATEI"
      -            "O NAS ORDENS INFORMADAS"
               GO TO 2000-FIM
           END-IF

           PERFORM 2400-RATEAR-DESPESA

           DISPLAY "RATEIO PREVISTO:"
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX GREATER WS-QTDE-LINHAS
               MOVE WS-RAT-VALOR(WS-IDX) TO MASC-VALOR
               DISPLAY "  ORDEM " WS-RAT-ORDEM(WS-IDX) " PRODUTO "
                   WS-RAT-PRODUTO(WS-IDX) " QTDE "
                   WS-RAT-QTDE(WS-IDX) " VALOR " MASC-VALOR
           END-PERFORM

           DISPLAY "CONFIRMA O LANCAMENTO? (S/N)"
           ACCEPT WS-CONFIRMA

           IF WS-CONFIRMA NOT EQUAL 'S'
               DISPLAY "DESPESA NAO LANCADA"
               GO TO 2000-FIM
           END-IF

           MOVE "CUSTOAGREG" TO PARM-SERIE
           CALL "PROXIMO-NUMERO" USING PARM-PROXIMO-NUMERO

           IF PARM-RETORNO NOT EQUAL ZEROS
               DISPLAY "NAO FOI POSSIVEL NUMERAR A DESPESA - FILE STA"
      -            "TUS: " PARM-RETORNO
               MOVE "NUMEROS.TXT" TO WS-LOG-CHAVE
               MOVE PARM-RETORNO TO WS-LOG-FS-VALOR
               PERFORM 7000-GRAVAR-LOG-EXCECAO
               GO TO 2000-FIM
           END-IF

           MOVE PARM-NUMERO TO NUM-CUSTO-AGR
           MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-AGR
           MOVE PARM-SES-OPERADOR TO OPERADOR-AGR
           MOVE 0 TO VALOR-ESTOQUE-AGR
           MOVE 0 TO VALOR-RESULTADO-AGR

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX GREATER WS-QTDE-LINHAS
               PERFORM 2500-APROPRIAR-LINHA
           END-PERFORM

           WRITE REG-CUSTO-AGREGADO

           IF WS-FS-AGR NOT EQUAL ZEROS
               MOVE WS-FS-AGR TO WS-FS-CODIGO-BUSCA
               PERFORM 9000-TRADUZIR-FS-STATUS
               DISPLAY "NAO FOI POSSIVEL GRAVAR A DESPESA "
                   NUM-CUSTO-AGR
               DISPLAY "FILE STATUS: " WS-FS-AGR " - " WS-FS-MENSAGEM
               MOVE NUM-CUSTO-AGR TO WS-LOG-CHAVE
               MOVE WS-FS-AGR TO WS-LOG-FS-VALOR
               PERFORM 7000-GRAVAR-LOG-EXCECAO
               MOVE 0 TO WS-FS-AGR
           END-IF

           PERFORM 2700-CONTABILIZAR

           ADD 1 TO WS-LANCADOS
           MOVE VALOR-ESTOQUE-AGR TO MASC-VALOR
           MOVE VALOR-RESULTADO-AGR TO MASC-VALOR-2
           DISPLAY "DESPESA " NUM-CUSTO-AGR " LANCADA"
           DISPLAY "  AGREGADA AO ESTOQUE....: " MASC-VALOR
           DISPLAY "  MERCADORIA JA VENDIDA..: " MASC-VALOR-2.
       2000-FIM.
           EXIT.

       2100-INFORMAR-ORDENS.
           MOVE 0 TO QTDE-ORDENS-AGR
           MOVE 1 TO WS-ORDEM-INF

           PERFORM UNTIL WS-ORDEM-INF EQUAL 0
                   OR QTDE-ORDENS-AGR EQUAL 10
               DISPLAY "INFORME O NUMERO DA ORDEM RECEBIDA (0 = FIM)"
               ACCEPT WS-ORDEM-INF

               IF WS-ORDEM-INF NOT EQUAL 0
                   PERFORM 2150-VALIDAR-ORDEM
               END-IF
           END-PERFORM.

       2150-VALIDAR-ORDEM.
           MOVE 'S' TO WS-ORDEM-VALIDA

           PERFORM VARYING WS-IDX-ORDEM FROM 1 BY 1
                   UNTIL WS-IDX-ORDEM GREATER QTDE-ORDENS-AGR
               IF NUM-ORDEM-AGR(WS-IDX-ORDEM) EQUAL WS-ORDEM-INF
                   MOVE 'N' TO WS-ORDEM-VALIDA
               END-IF
           END-PERFORM

           IF WS-ORDEM-VALIDA EQUAL 'N'
               DISPLAY "ORDEM JA INFORMADA: " WS-ORDEM-INF
           ELSE
               MOVE WS-ORDEM-INF TO NUM-ORDEM

               READ ORDENS
                   INVALID KEY
                       DISPLAY "ORDEM NAO ENCONTRADA: " WS-ORDEM-INF
                       MOVE 0 TO WS-FS
                   NOT INVALID KEY
                       IF ORDEM-CANCELADA
                           DISPLAY "ORDEM CANCELADA: " WS-ORDEM-INF
                       ELSE
                           ADD 1 TO QTDE-ORDENS-AGR
                           MOVE WS-ORDEM-INF TO
                               NUM-ORDEM-AGR(QTDE-ORDENS-AGR)
                           DISPLAY "ORDEM " WS-ORDEM-INF
                               " FORNECEDOR " COD-FORNECEDOR-ORD
                               " INCLUIDA NO RATEIO"
                       END-IF
               END-READ
           END-IF.

       2200-LEVANTAR-LINHAS.
           MOVE 0 TO WS-QTDE-LINHAS
           MOVE 0 TO WS-TOTAL-BASE

           PERFORM VARYING WS-IDX-ORDEM FROM 1 BY 1
                   UNTIL WS-IDX-ORDEM GREATER QTDE-ORDENS-AGR
               MOVE NUM-ORDEM-AGR(WS-IDX-ORDEM) TO NUM-ORDEM

               READ ORDENS
                   INVALID KEY
                       MOVE 0 TO WS-FS
                   NOT INVALID KEY
                       PERFORM VARYING WS-ITEM FROM 1 BY 1
                               UNTIL WS-ITEM GREATER QTDE-ITENS-ORD
                           IF QTDE-RECEBIDA-ORD(WS-ITEM) GREATER 0
                               PERFORM 2250-INCLUIR-LINHA
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.

       2250-INCLUIR-LINHA.
           MOVE COD-PRODUTO-ORD(WS-ITEM) TO COD-PRODUTO

           READ PRODUTOS
               INVALID KEY
                   DISPLAY "PRODUTO NAO CADASTRADO: " COD-PRODUTO
                       " - LINHA FORA DO RATEIO"
                   MOVE 0 TO WS-FS-PROD
               NOT INVALID KEY
                   IF WS-QTDE-LINHAS EQUAL 100
                       DISPLAY "LIMITE DE 100 LINHAS NO RATEIO - PRO"
      -                    "DUTO " COD-PRODUTO " FORA DO RATEIO"
                   ELSE
                       MOVE FATOR-CONVERSAO-PRODUTO TO WS-FATOR

                       IF WS-FATOR EQUAL 0
                           MOVE 1 TO WS-FATOR
                       END-IF

                       ADD 1 TO WS-QTDE-LINHAS
                       MOVE NUM-ORDEM TO WS-RAT-ORDEM(WS-QTDE-LINHAS)
                       MOVE COD-PRODUTO TO
                           WS-RAT-PRODUTO(WS-QTDE-LINHAS)
                       COMPUTE WS-RAT-QTDE(WS-QTDE-LINHAS) =
                           QTDE-RECEBIDA-ORD(WS-ITEM) * WS-FATOR
                       MOVE 0 TO WS-RAT-VALOR(WS-QTDE-LINHAS)

                       EVALUATE TRUE
                           WHEN RATEIO-VALOR
                               PERFORM 2300-BUSCAR-PRECO-RECEBIDO
                               COMPUTE WS-RAT-BASE(WS-QTDE-LINHAS) =
                                   WS-RAT-QTDE(WS-QTDE-LINHAS)
                                   * WS-PRECO-BASE
                           WHEN RATEIO-PESO
                               COMPUTE WS-RAT-BASE(WS-QTDE-LINHAS) =
                                   WS-RAT-QTDE(WS-QTDE-LINHAS)
                                   * PESO-PRODUTO
                           WHEN OTHER
                               MOVE WS-RAT-QTDE(WS-QTDE-LINHAS) TO
                                   WS-RAT-BASE(WS-QTDE-LINHAS)
                       END-EVALUATE

                       ADD WS-RAT-BASE(WS-QTDE-LINHAS) TO
                           WS-TOTAL-BASE
                   END-IF
           END-READ.

      * Value basis: the last price the receipt of this ordem put on
      * CUSTOHIST.TXT for the product; when the receipt kept the cost
      * (price not informed) the current average cost is used.
       2300-BUSCAR-PRECO-RECEBIDO.
           MOVE CUSTO-UNITARIO-PRODUTO TO WS-PRECO-BASE
           MOVE 0 TO WS-EOF

           OPEN INPUT CUSTO-HIST

           IF WS-FS-CH EQUAL ZEROS
               PERFORM UNTIL WS-EOF EQUAL 1
                   READ CUSTO-HIST
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF COD-PRODUTO-CH EQUAL COD-PRODUTO
                           AND NUM-ORDEM-CH EQUAL NUM-ORDEM
                           AND CH-RECEBIMENTO
                               MOVE PRECO-RECEBIMENTO-CH TO
                                   WS-PRECO-BASE
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE CUSTO-HIST
           END-IF.

       2400-RATEAR-DESPESA.
           MOVE 0 TO WS-VALOR-RATEADO

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX GREATER WS-QTDE-LINHAS
               IF WS-IDX EQUAL WS-QTDE-LINHAS
                   COMPUTE WS-RAT-VALOR(WS-IDX) =
                       VALOR-AGR - WS-VALOR-RATEADO
               ELSE
                   COMPUTE WS-RAT-VALOR(WS-IDX) ROUNDED =
                       VALOR-AGR * WS-RAT-BASE(WS-IDX)
                       / WS-TOTAL-BASE
                   ADD WS-RAT-VALOR(WS-IDX) TO WS-VALOR-RATEADO
               END-IF
           END-PERFORM.

      * Only the part of the line still on hand goes into the average
      * cost; what was received and has already left the stock is
      * expensed, so the average is not inflated on fewer units.
       2500-APROPRIAR-LINHA.
           MOVE WS-RAT-PRODUTO(WS-IDX) TO COD-PRODUTO

           READ PRODUTOS
               INVALID KEY
                   MOVE 0 TO WS-FS-PROD
                   ADD WS-RAT-VALOR(WS-IDX) TO VALOR-RESULTADO-AGR
               NOT INVALID KEY
                   IF ESTOQUE-PRODUTO LESS WS-RAT-QTDE(WS-IDX)
                       MOVE ESTOQUE-PRODUTO TO WS-QTDE-EM-ESTOQUE
                   ELSE
                       MOVE WS-RAT-QTDE(WS-IDX) TO WS-QTDE-EM-ESTOQUE
                   END-IF

                   IF WS-QTDE-EM-ESTOQUE EQUAL 0
                       MOVE 0 TO WS-VALOR-ESTOQUE
                   ELSE
                       COMPUTE WS-VALOR-ESTOQUE ROUNDED =
                           WS-RAT-VALOR(WS-IDX) * WS-QTDE-EM-ESTOQUE
                           / WS-RAT-QTDE(WS-IDX)
                   END-IF

                   COMPUTE VALOR-RESULTADO-AGR =
                       VALOR-RESULTADO-AGR + WS-RAT-VALOR(WS-IDX)
                       - WS-VALOR-ESTOQUE

                   IF WS-VALOR-ESTOQUE GREATER 0
                       PERFORM 2600-ATUALIZAR-CUSTO
                   END-IF
           END-READ.

       2600-ATUALIZAR-CUSTO.
           MOVE CUSTO-UNITARIO-PRODUTO TO WS-CUSTO-ANTERIOR

           COMPUTE WS-CUSTO-NOVO ROUNDED =
               (ESTOQUE-PRODUTO * WS-CUSTO-ANTERIOR
               + WS-VALOR-ESTOQUE) / ESTOQUE-PRODUTO
               ON SIZE ERROR
                   MOVE WS-CUSTO-ANTERIOR TO WS-CUSTO-NOVO
           END-COMPUTE

           MOVE WS-CUSTO-NOVO TO CUSTO-UNITARIO-PRODUTO

           REWRITE REG-PRODUTO

           IF WS-FS-PROD NOT EQUAL ZEROS
               MOVE WS-FS-PROD TO WS-FS-CODIGO-BUSCA
               PERFORM 9000-TRADUZIR-FS-STATUS
               DISPLAY "NAO FOI POSSIVEL ATUALIZAR O CUSTO DO PRODUTO "
                   COD-PRODUTO
               DISPLAY "FILE STATUS: " WS-FS-PROD " - "
                   WS-FS-MENSAGEM
               MOVE COD-PRODUTO TO WS-LOG-CHAVE
               MOVE WS-FS-PROD TO WS-LOG-FS-VALOR
               PERFORM 7000-GRAVAR-LOG-EXCECAO
               MOVE 0 TO WS-FS-PROD
               ADD WS-VALOR-ESTOQUE TO VALOR-RESULTADO-AGR
           ELSE
               ADD WS-VALOR-ESTOQUE TO VALOR-ESTOQUE-AGR
               MOVE WS-CUSTO-ANTERIOR TO MASC-CUSTO
               MOVE WS-CUSTO-NOVO TO MASC-CUSTO-2
               DISPLAY "PRODUTO " COD-PRODUTO " CUSTO MEDIO "
                   MASC-CUSTO " -> " MASC-CUSTO-2
               PERFORM 2650-GRAVAR-CUSTO-HIST
           END-IF.

       2650-GRAVAR-CUSTO-HIST.
           OPEN EXTEND CUSTO-HIST

           IF WS-FS-CH EQUAL 35
               OPEN OUTPUT CUSTO-HIST
           END-IF

           IF WS-FS-CH EQUAL 0
               COMPUTE WS-CUSTO-UNIT-AGR ROUNDED =
                   WS-VALOR-ESTOQUE / WS-QTDE-EM-ESTOQUE

               MOVE COD-PRODUTO TO COD-PRODUTO-CH
               MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-CH
               MOVE WS-RAT-ORDEM(WS-IDX) TO NUM-ORDEM-CH
               MOVE WS-QTDE-EM-ESTOQUE TO QTDE-RECEBIDA-CH
               MOVE WS-CUSTO-UNIT-AGR TO PRECO-RECEBIMENTO-CH
               MOVE WS-CUSTO-ANTERIOR TO CUSTO-ANTERIOR-CH
               MOVE WS-CUSTO-NOVO TO CUSTO-NOVO-CH
               MOVE PARM-SES-OPERADOR TO OPERADOR-CH
               MOVE 'A' TO ORIGEM-CH
               WRITE REG-CUSTO-HIST
               CLOSE CUSTO-HIST
           ELSE
               DISPLAY "NAO FOI POSSIVEL GRAVAR O HISTORICO DE CUSTO "
                   "- FILE STATUS: " WS-FS-CH
           END-IF.

       2700-CONTABILIZAR.
           IF VALOR-ESTOQUE-AGR GREATER 0
               MOVE 13000 TO PARM-LAN-DEBITO
               MOVE 21000 TO PARM-LAN-CREDITO
               MOVE VALOR-ESTOQUE-AGR TO PARM-LAN-VALOR
               MOVE "CUSTO AGREGADO AO ESTOQUE" TO PARM-LAN-HISTORICO
               PERFORM 2750-GRAVAR-LANCAMENTO
           END-IF

           IF VALOR-RESULTADO-AGR GREATER 0
               MOVE 43000 TO PARM-LAN-DEBITO
               MOVE 21000 TO PARM-LAN-CREDITO
               MOVE VALOR-RESULTADO-AGR TO PARM-LAN-VALOR
               MOVE "CUSTO AGREGADO DE VENDIDOS" TO PARM-LAN-HISTORICO
               PERFORM 2750-GRAVAR-LANCAMENTO
           END-IF.

       2750-GRAVAR-LANCAMENTO.
           MOVE "CUSTO-AGREGADO" TO PARM-LAN-ORIGEM
           MOVE NUM-CUSTO-AGR TO PARM-LAN-DOCUMENTO
           CALL "GRAVA-LANCAMENTO" USING PARM-LANCAMENTO

           IF PARM-LAN-RETORNO NOT EQUAL ZEROS
               DISPLAY "LANCAMENTO CONTABIL NAO GRAVADO - FILE STATUS"
                   ": " PARM-LAN-RETORNO
           END-IF.

       4000-LISTAR-DESPESAS.
           MOVE 0 TO WS-EOF
           MOVE 0 TO NUM-CUSTO-AGR

           START CUSTOS-AGREGADOS KEY IS NOT LESS NUM-CUSTO-AGR
               INVALID KEY
                   DISPLAY "NENHUMA DESPESA LANCADA"
                   MOVE 1 TO WS-EOF
                   MOVE 0 TO WS-FS-AGR
           END-START

           PERFORM UNTIL WS-EOF EQUAL 1
               READ CUSTOS-AGREGADOS NEXT
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM 4100-EXIBIR-DESPESA
               END-READ
           END-PERFORM

           MOVE 0 TO WS-FS-AGR.

       4100-EXIBIR-DESPESA.
           MOVE VALOR-AGR TO MASC-VALOR
           DISPLAY NUM-CUSTO-AGR " " DATA-AGR " TIPO "
               TIPO-DESPESA-AGR " FORN " COD-FORNECEDOR-AGR " DOC "
               DOCUMENTO-AGR " RATEIO " CRITERIO-RATEIO-AGR
               " VALOR " MASC-VALOR
           MOVE VALOR-ESTOQUE-AGR TO MASC-VALOR
           MOVE VALOR-RESULTADO-AGR TO MASC-VALOR-2
           DISPLAY "       ESTOQUE " MASC-VALOR " VENDIDOS "
               MASC-VALOR-2 " ORDENS:"

           PERFORM VARYING WS-IDX-ORDEM FROM 1 BY 1
                   UNTIL WS-IDX-ORDEM GREATER QTDE-ORDENS-AGR
               DISPLAY "         " NUM-ORDEM-AGR(WS-IDX-ORDEM)
           END-PERFORM.

       7000-GRAVAR-LOG-EXCECAO.
           OPEN EXTEND LOG-EXCECOES

           IF WS-FS-LOG EQUAL 35
               OPEN OUTPUT LOG-EXCECOES
           END-IF

           IF WS-FS-LOG EQUAL 0
               MOVE "CUSTO-AGREGADO" TO LOG-PROGRAMA
               MOVE FUNCTION CURRENT-DATE(1:14) TO LOG-DATA-HORA
               MOVE WS-LOG-CHAVE TO LOG-CHAVE
               MOVE WS-LOG-FS-VALOR TO LOG-FS-VALOR
               MOVE 'N' TO LOG-IND-RECONHECIDO
               WRITE REG-LOG-EXCECAO
               CLOSE LOG-EXCECOES
           END-IF.

       9000-TRADUZIR-FS-STATUS.
           MOVE "STATUS DESCONHECIDO" TO WS-FS-MENSAGEM
           PERFORM VARYING WS-IDX-FS FROM 1 BY 1
                   UNTIL WS-IDX-FS GREATER 12
               IF FS-CODIGO(WS-IDX-FS) EQUAL WS-FS-CODIGO-BUSCA
                   MOVE FS-MENSAGEM(WS-IDX-FS) TO WS-FS-MENSAGEM
               END-IF
           END-PERFORM.

       0900-LER-SESSAO.
           MOVE 'L' TO PARM-SES-ACAO
           CALL "OPERADOR-SESSAO" USING PARM-SESSAO.

       0950-RESOLVER-AMBIENTE.
           CALL "CONFIG-AMBIENTE" USING PARM-AMBIENTE
           DISPLAY "AMBIENTE ATIVO: " PARM-AMB-NOME

           MOVE SPACES TO WS-ARQ-CUSTOSAGREGADOS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'CUSTOSAGREGADOS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-CUSTOSAGREGADOS

           MOVE SPACES TO WS-ARQ-ORDENSCOMPRA
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'ORDENSCOMPRA.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-ORDENSCOMPRA

           MOVE SPACES TO WS-ARQ-PRODUTOS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'PRODUTOS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-PRODUTOS

           MOVE SPACES TO WS-ARQ-CUSTOHIST
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'CUSTOHIST.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-CUSTOHIST

           MOVE SPACES TO WS-ARQ-EXCECOES
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'EXCECOES.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-EXCECOES.

       END PROGRAM CUSTO-AGREGADO.
