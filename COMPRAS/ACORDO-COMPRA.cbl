       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACORDO-COMPRA.
       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACORDOS ASSIGN TO WS-ARQ-ACORDOSCOMPRA
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS NUM-ACORDO
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-ACD.

           SELECT ORDENS ASSIGN TO WS-ARQ-ORDENSCOMPRA
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS NUM-ORDEM
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-ORD.

           SELECT FORNECEDORES ASSIGN TO WS-ARQ-FORNECEDORES
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS COD-FORNECEDOR
           FILE STATUS IS WS-FS-FOR.

           SELECT PRODUTOS ASSIGN TO WS-ARQ-PRODUTOS
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS COD-PRODUTO
           ALTERNATE RECORD KEY IS EAN-PRODUTO
           ALTERNATE RECORD KEY IS NOME-PRODUTO
               WITH DUPLICATES
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-PROD.

           SELECT RELATORIO ASSIGN TO REL-NOME-ARQ
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-REL.

           SELECT LOG-EXCECOES ASSIGN TO WS-ARQ-EXCECOES
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-LOG.
       DATA DIVISION.
       FILE SECTION.
       FD ACORDOS.
           COPY ACORDOCOMPRA.

       FD ORDENS.
           COPY ORDEMCOMPRA.

       FD FORNECEDORES.
           COPY FORNECEDOR.

       FD PRODUTOS.
           COPY PRODUTO.

       FD RELATORIO.
       01 LINHA-RELATORIO     PIC X(90).

       FD LOG-EXCECOES.
           COPY EXCELOG.
       WORKING-STORAGE SECTION.
           COPY FSTATUS.
           COPY PARMSESSAO.
           COPY PARMNUMERO.
           COPY RELATORIO.
           COPY PARMCATALOGO.
           COPY AMBIENTE.
       77 WS-ARQ-ACORDOSCOMPRA   PIC X(60) VALUE SPACES.
       77 WS-ARQ-ORDENSCOMPRA    PIC X(60) VALUE SPACES.
       77 WS-ARQ-FORNECEDORES    PIC X(60) VALUE SPACES.
       77 WS-ARQ-PRODUTOS        PIC X(60) VALUE SPACES.
       77 WS-ARQ-EXCECOES        PIC X(60) VALUE SPACES.
       77 WS-FS-ACD           PIC 99 VALUE 0.
       77 WS-FS-ORD           PIC 99 VALUE 0.
       77 WS-FS-FOR           PIC 99 VALUE 0.
       77 WS-FS-PROD          PIC 99 VALUE 0.
       77 WS-FS-REL           PIC 99 VALUE 0.
       77 WS-FS-LOG           PIC 99 VALUE 0.
       77 WS-LOG-CHAVE        PIC X(20) VALUE SPACES.
       77 WS-LOG-FS-VALOR     PIC 99 VALUE 0.
       77 CONTROLE           PIC A VALUE SPACES.
       77 WS-OPCAO            PIC 9 VALUE 0.
       77 WS-EOF              PIC 99 VALUE 0.
       77 WS-EOF-ORD          PIC 99 VALUE 0.
       77 WS-CONFIRMA         PIC A VALUE SPACES.
       77 WS-ITEM             PIC 99 VALUE 0.
       77 WS-ITEM-AUX         PIC 99 VALUE 0.
       77 WS-COD-PRODUTO-INF  PIC 9(05) VALUE 0.
       77 WS-NOVA-QTDE        PIC 9(09) VALUE 0.
       77 WS-NOVO-FIM         PIC 9(08) VALUE 0.
       77 WS-QTDE-LISTADOS    PIC 9(05) VALUE 0.
       77 WS-QTDE-CHAMADAS    PIC 9(05) VALUE 0.
       77 WS-QTDE-ALERTAS     PIC 9(05) VALUE 0.
       77 WS-DATA-HOJE        PIC 9(08) VALUE 0.
       77 WS-DATA-RELATORIO   PIC 9(08) VALUE 0.
       77 WS-DIAS-AVISO       PIC 9(03) VALUE 0.
       77 WS-DIAS-RESTANTES   PIC S9(05) VALUE 0.
       77 WS-SALDO            PIC 9(09) VALUE 0.
       77 WS-PERCENTUAL       PIC 9(03)V9 VALUE 0.
       77 WS-VALOR-COMPROMETIDO PIC 9(13)V99 VALUE 0.
       77 WS-VALOR-CHAMADO    PIC 9(13)V99 VALUE 0.
       77 WS-TOTAL-COMPROMETIDO PIC 9(13)V99 VALUE 0.
       77 WS-TOTAL-CHAMADO    PIC 9(13)V99 VALUE 0.
       77 MASC-PRECO          PIC Z.ZZZ.ZZ9,99.
       77 MASC-VALOR          PIC ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
       77 MASC-DIAS           PIC ZZ9.

       01 WS-LINHA-ACORDO.
           03 WS-DET-ACORDO        PIC 9(06).
           03 FILLER               PIC X VALUE SPACES.
           03 WS-DET-FORNECEDOR    PIC 999.
           03 FILLER               PIC X VALUE SPACES.
           03 WS-DET-PRODUTO       PIC 9(05).
           03 WS-DET-PRECO         PIC Z.ZZZ.ZZ9,99.
           03 FILLER               PIC X VALUE SPACES.
           03 WS-DET-COMPROMETIDA  PIC ZZZ.ZZZ.ZZ9.
           03 FILLER               PIC X VALUE SPACES.
           03 WS-DET-CHAMADA       PIC ZZZ.ZZZ.ZZ9.
           03 FILLER               PIC X VALUE SPACES.
           03 WS-DET-SALDO         PIC ZZZ.ZZZ.ZZ9.
           03 FILLER               PIC X VALUE SPACES.
           03 WS-DET-PERCENTUAL    PIC ZZ9,9.
           03 FILLER               PIC X VALUE SPACES.
           03 WS-DET-FIM           PIC 99/99/9999.
           03 FILLER               PIC X VALUE SPACES.
           03 WS-DET-OBS           PIC X(10).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0950-RESOLVER-AMBIENTE
           PERFORM 0900-LER-SESSAO
           DISPLAY "ACORDOS DE COMPRA (CONTRATOS DE FORNECIMENTO)"

           OPEN I-O ACORDOS

           IF WS-FS-ACD EQUAL 35
               OPEN OUTPUT ACORDOS
               IF WS-FS-ACD EQUAL ZEROS
                   CLOSE ACORDOS
                   OPEN I-O ACORDOS
               END-IF
           END-IF

           IF WS-FS-ACD NOT EQUAL ZEROS
               MOVE WS-FS-ACD TO WS-FS-CODIGO-BUSCA
               PERFORM 9000-TRADUZIR-FS-STATUS
               DISPLAY "NAO FOI POSSIVEL ABRIR OS ACORDOS DE COMPRA"
               DISPLAY "FILE STATUS: " WS-FS-ACD " - " WS-FS-MENSAGEM
               MOVE "ACORDOSCOMPRA.TXT" TO WS-LOG-CHAVE
               MOVE WS-FS-ACD TO WS-LOG-FS-VALOR
               PERFORM 7000-GRAVAR-LOG-EXCECAO
           ELSE
               OPEN INPUT FORNECEDORES
               OPEN INPUT PRODUTOS

               IF WS-FS-FOR NOT EQUAL ZEROS
               OR WS-FS-PROD NOT EQUAL ZEROS
                   DISPLAY "NAO FOI POSSIVEL ABRIR OS CADASTROS"
                   DISPLAY "FORNECEDORES: " WS-FS-FOR "  PRODUTOS: "
                       WS-FS-PROD
                   MOVE 'N' TO CONTROLE
               END-IF

               PERFORM UNTIL CONTROLE EQUAL 'N'
                   DISPLAY "1 - INCLUIR ACORDO DE COMPRA"
                   DISPLAY "2 - LISTAR ACORDOS DE COMPRA"
                   DISPLAY "3 - CONSULTAR ACORDO E SUAS CHAMADAS"
                   DISPLAY "4 - ALTERAR VIGENCIA OU QUANTIDADE COMPRO"
                       "METIDA"
                   DISPLAY "5 - ENCERRAR ACORDO"
                   DISPLAY "6 - RELATORIO DE CONSUMO DOS ACORDOS"
                   ACCEPT WS-OPCAO

                   EVALUATE WS-OPCAO
                       WHEN 1
                           PERFORM 1000-INCLUIR-ACORDO
                               THRU 1000-FIM
                       WHEN 2
                           PERFORM 2000-LISTAR-ACORDOS
                       WHEN 3
                           PERFORM 3000-CONSULTAR-ACORDO
                       WHEN 4
                           PERFORM 4000-ALTERAR-ACORDO
                               THRU 4000-FIM
                       WHEN 5
                           PERFORM 5000-ENCERRAR-ACORDO
                       WHEN 6
                           PERFORM 6000-RELATORIO-CONSUMO
                               THRU 6000-FIM
                       WHEN OTHER
                           DISPLAY "OPCAO INVALIDA"
                   END-EVALUATE

                   DISPLAY "DESEJA REALIZAR OUTRA OPERACAO?"
                   DISPLAY "DIGITE N PARA NAO"
                   ACCEPT CONTROLE
               END-PERFORM

               CLOSE FORNECEDORES
               CLOSE PRODUTOS
               CLOSE ACORDOS
           END-IF

           GOBACK.

       1000-INCLUIR-ACORDO.
           INITIALIZE REG-ACORDO-COMPRA

           DISPLAY "INFORME O CODIGO DO FORNECEDOR"
           ACCEPT COD-FORNECEDOR-ACD

           MOVE COD-FORNECEDOR-ACD TO COD-FORNECEDOR

           READ FORNECEDORES
               INVALID KEY
                   DISPLAY "FORNECEDOR NAO CADASTRADO: "
                       COD-FORNECEDOR-ACD
                   GO TO 1000-FIM
               NOT INVALID KEY
                   DISPLAY "FORNECEDOR: " NOME-FORNECEDOR
           END-READ

           DISPLAY "INICIO DA VIGENCIA (AAAAMMDD)"
           ACCEPT DATA-INICIO-ACD
           DISPLAY "FIM DA VIGENCIA (AAAAMMDD)"
           ACCEPT DATA-FIM-ACD

           IF DATA-INICIO-ACD EQUAL 0
           OR DATA-FIM-ACD LESS DATA-INICIO-ACD
               DISPLAY "VIGENCIA INVALIDA - ACORDO NAO GRAVADO"
               GO TO 1000-FIM
           END-IF

           MOVE 1 TO WS-COD-PRODUTO-INF

           PERFORM UNTIL WS-COD-PRODUTO-INF EQUAL 0
                   OR QTDE-ITENS-ACD EQUAL 10
               DISPLAY "INFORME O CODIGO DO PRODUTO (0 PARA ENCERRAR)"
               ACCEPT WS-COD-PRODUTO-INF

               IF WS-COD-PRODUTO-INF NOT EQUAL 0
                   PERFORM 1100-INCLUIR-ITEM THRU 1100-FIM
               END-IF
           END-PERFORM

           IF QTDE-ITENS-ACD EQUAL 10
               DISPLAY "LIMITE DE 10 PRODUTOS POR ACORDO ATINGIDO"
           END-IF

           IF QTDE-ITENS-ACD EQUAL 0
               DISPLAY "ACORDO SEM PRODUTOS - NAO GRAVADO"
               GO TO 1000-FIM
           END-IF

           MOVE "ACORDOCOMPRA" TO PARM-SERIE
           CALL "PROXIMO-NUMERO" USING PARM-PROXIMO-NUMERO

           IF PARM-RETORNO NOT EQUAL ZEROS
               DISPLAY "NAO FOI POSSIVEL OBTER O NUMERO DO ACORDO"
               DISPLAY "FILE STATUS DO CONTROLE: " PARM-RETORNO
               MOVE "NUMEROS.TXT" TO WS-LOG-CHAVE
               MOVE PARM-RETORNO TO WS-LOG-FS-VALOR
               PERFORM 7000-GRAVAR-LOG-EXCECAO
               GO TO 1000-FIM
           END-IF

           MOVE PARM-NUMERO TO NUM-ACORDO
           MOVE 'V' TO STATUS-ACD
           MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-CADASTRO-ACD
           MOVE PARM-SES-OPERADOR TO OPERADOR-ACD

           WRITE REG-ACORDO-COMPRA

           IF WS-FS-ACD NOT EQUAL ZEROS
               MOVE WS-FS-ACD TO WS-FS-CODIGO-BUSCA
               PERFORM 9000-TRADUZIR-FS-STATUS
               DISPLAY "NAO FOI POSSIVEL GRAVAR O ACORDO"
               DISPLAY "FILE STATUS: " WS-FS-ACD " - " WS-FS-MENSAGEM
               MOVE NUM-ACORDO TO WS-LOG-CHAVE
               MOVE WS-FS-ACD TO WS-LOG-FS-VALOR
               PERFORM 7000-GRAVAR-LOG-EXCECAO
           ELSE
               DISPLAY "ACORDO DE COMPRA " NUM-ACORDO
                   " GRAVADO COM SUCESSO!"
           END-IF.
       1000-FIM.
           EXIT.

       1100-INCLUIR-ITEM.
           PERFORM VARYING WS-ITEM-AUX FROM 1 BY 1
                   UNTIL WS-ITEM-AUX GREATER QTDE-ITENS-ACD
               IF COD-PRODUTO-ACD(WS-ITEM-AUX) EQUAL
                   WS-COD-PRODUTO-INF
                   DISPLAY "PRODUTO JA INCLUIDO NESTE ACORDO"
                   GO TO 1100-FIM
               END-IF
           END-PERFORM

           MOVE WS-COD-PRODUTO-INF TO COD-PRODUTO

           READ PRODUTOS
               INVALID KEY
                   DISPLAY "PRODUTO NAO CADASTRADO: "
                       WS-COD-PRODUTO-INF
                   GO TO 1100-FIM
               NOT INVALID KEY
                   IF PRODUTO-INATIVO
                       DISPLAY "PRODUTO INATIVO: " WS-COD-PRODUTO-INF
                       GO TO 1100-FIM
                   END-IF
                   DISPLAY "PRODUTO: " NOME-PRODUTO
           END-READ

           ADD 1 TO QTDE-ITENS-ACD
           MOVE WS-COD-PRODUTO-INF TO COD-PRODUTO-ACD(QTDE-ITENS-ACD)
           MOVE 0 TO QTDE-CHAMADA-ACD(QTDE-ITENS-ACD)

           DISPLAY "INFORME O PRECO ACORDADO POR "
               UNIDADE-COMPRA-PRODUTO
           ACCEPT PRECO-ACORDO-ACD(QTDE-ITENS-ACD)

           IF FATOR-CONVERSAO-PRODUTO GREATER 1
               DISPLAY "INFORME A QUANTIDADE COMPROMETIDA EM "
                   UNIDADE-COMPRA-PRODUTO " ("
                   FATOR-CONVERSAO-PRODUTO " UNIDADES DE ESTOQUE CADA)"
           ELSE
               DISPLAY "INFORME A QUANTIDADE COMPROMETIDA"
           END-IF
           ACCEPT QTDE-COMPROMETIDA-ACD(QTDE-ITENS-ACD)

           IF PRECO-ACORDO-ACD(QTDE-ITENS-ACD) EQUAL 0
           OR QTDE-COMPROMETIDA-ACD(QTDE-ITENS-ACD) EQUAL 0
               DISPLAY "PRECO E QUANTIDADE DEVEM SER MAIORES QUE ZER"
                   "O - PRODUTO NAO INCLUIDO"
               INITIALIZE ITEM-ACORDO-COMPRA(QTDE-ITENS-ACD)
               SUBTRACT 1 FROM QTDE-ITENS-ACD
           END-IF.
       1100-FIM.
           EXIT.

       2000-LISTAR-ACORDOS.
           MOVE 0 TO WS-EOF
           MOVE 0 TO WS-QTDE-LISTADOS
           MOVE 0 TO NUM-ACORDO

           START ACORDOS KEY NOT LESS NUM-ACORDO
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START

           PERFORM UNTIL WS-EOF EQUAL 1
               READ ACORDOS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM 2100-EXIBIR-ACORDO
                       ADD 1 TO WS-QTDE-LISTADOS
               END-READ
           END-PERFORM

           MOVE 0 TO WS-FS-ACD

           IF WS-QTDE-LISTADOS EQUAL 0
               DISPLAY "NENHUM ACORDO DE COMPRA CADASTRADO"
           ELSE
               DISPLAY "TOTAL DE ACORDOS: " WS-QTDE-LISTADOS
           END-IF.

       2100-EXIBIR-ACORDO.
           DISPLAY " ACORDO......: " NUM-ACORDO "  STATUS " STATUS-ACD
           DISPLAY " FORNECEDOR..: " COD-FORNECEDOR-ACD
           DISPLAY " VIGENCIA....: " DATA-INICIO-ACD " A "
               DATA-FIM-ACD

           PERFORM VARYING WS-ITEM FROM 1 BY 1
                   UNTIL WS-ITEM GREATER QTDE-ITENS-ACD
               MOVE PRECO-ACORDO-ACD(WS-ITEM) TO MASC-PRECO
               COMPUTE WS-SALDO = QTDE-COMPROMETIDA-ACD(WS-ITEM)
                   - QTDE-CHAMADA-ACD(WS-ITEM)
                   ON SIZE ERROR
                       MOVE 0 TO WS-SALDO
               END-COMPUTE
               DISPLAY "   ITEM " WS-ITEM " PRODUTO "
                   COD-PRODUTO-ACD(WS-ITEM) " PRECO " MASC-PRECO
               DISPLAY "      COMPROMETIDA "
                   QTDE-COMPROMETIDA-ACD(WS-ITEM) " CHAMADA "
                   QTDE-CHAMADA-ACD(WS-ITEM) " SALDO " WS-SALDO
           END-PERFORM

           DISPLAY "------------------------------".

       3000-CONSULTAR-ACORDO.
           DISPLAY "INFORME O NUMERO DO ACORDO"
           ACCEPT NUM-ACORDO

           READ ACORDOS
               INVALID KEY
                   DISPLAY "ACORDO NAO ENCONTRADO"
                   MOVE 0 TO WS-FS-ACD
               NOT INVALID KEY
                   PERFORM 2100-EXIBIR-ACORDO
                   PERFORM 3100-LISTAR-CHAMADAS
           END-READ.

       3100-LISTAR-CHAMADAS.
           MOVE 0 TO WS-QTDE-CHAMADAS
           MOVE 0 TO WS-EOF-ORD

           OPEN INPUT ORDENS

           IF WS-FS-ORD NOT EQUAL ZEROS
               DISPLAY "ORDENS DE COMPRA INDISPONIVEIS - FILE STATUS "
                   WS-FS-ORD
           ELSE
               PERFORM UNTIL WS-EOF-ORD EQUAL 1
                   READ ORDENS NEXT RECORD
                       AT END
                           MOVE 1 TO WS-EOF-ORD
                       NOT AT END
                           IF NUM-ACORDO-ORD EQUAL NUM-ACORDO
                               DISPLAY "   CHAMADA ORDEM " NUM-ORDEM
                                   " DE " DATA-ORDEM " STATUS "
                                   STATUS-ORDEM
                               ADD 1 TO WS-QTDE-CHAMADAS
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE ORDENS
               DISPLAY "ORDENS DE CHAMADA DO ACORDO: " WS-QTDE-CHAMADAS
           END-IF.

      * Only the end of the validity and the committed quantities can
      * change once an agreement exists; a commitment is never cut
      * below what has already been called off.
       4000-ALTERAR-ACORDO.
           DISPLAY "INFORME O NUMERO DO ACORDO"
           ACCEPT NUM-ACORDO

           READ ACORDOS
               INVALID KEY
                   DISPLAY "ACORDO NAO ENCONTRADO"
                   MOVE 0 TO WS-FS-ACD
                   GO TO 4000-FIM
           END-READ

           IF NOT ACORDO-VIGENTE
               DISPLAY "ACORDO ENCERRADO NAO PODE SER ALTERADO"
               GO TO 4000-FIM
           END-IF

           PERFORM 2100-EXIBIR-ACORDO

           DISPLAY "NOVO FIM DA VIGENCIA (AAAAMMDD, 0 = MANTER)"
           ACCEPT WS-NOVO-FIM

           IF WS-NOVO-FIM NOT EQUAL 0
               IF WS-NOVO-FIM LESS DATA-INICIO-ACD
                   DISPLAY "FIM ANTERIOR AO INICIO - VIGENCIA MANTIDA"
               ELSE
                   MOVE WS-NOVO-FIM TO DATA-FIM-ACD
               END-IF
           END-IF

           MOVE 1 TO WS-ITEM

           PERFORM UNTIL WS-ITEM EQUAL 0
               DISPLAY "INFORME O ITEM A ALTERAR (1 A " QTDE-ITENS-ACD
                   ", 0 PARA ENCERRAR)"
               ACCEPT WS-ITEM

               IF WS-ITEM GREATER QTDE-ITENS-ACD
                   DISPLAY "ITEM INVALIDO"
               ELSE
                   IF WS-ITEM NOT EQUAL 0
                       PERFORM 4100-ALTERAR-ITEM
                   END-IF
               END-IF
           END-PERFORM

           REWRITE REG-ACORDO-COMPRA

           IF WS-FS-ACD NOT EQUAL ZEROS
               MOVE WS-FS-ACD TO WS-FS-CODIGO-BUSCA
               PERFORM 9000-TRADUZIR-FS-STATUS
               DISPLAY "NAO FOI POSSIVEL ATUALIZAR O ACORDO"
               DISPLAY "FILE STATUS: " WS-FS-ACD " - " WS-FS-MENSAGEM
               MOVE NUM-ACORDO TO WS-LOG-CHAVE
               MOVE WS-FS-ACD TO WS-LOG-FS-VALOR
               PERFORM 7000-GRAVAR-LOG-EXCECAO
           ELSE
               DISPLAY "ACORDO ATUALIZADO COM SUCESSO!"
           END-IF.
       4000-FIM.
           EXIT.

       4100-ALTERAR-ITEM.
           DISPLAY "PRODUTO " COD-PRODUTO-ACD(WS-ITEM)
               " COMPROMETIDA " QTDE-COMPROMETIDA-ACD(WS-ITEM)
               " CHAMADA " QTDE-CHAMADA-ACD(WS-ITEM)
           DISPLAY "INFORME A NOVA QUANTIDADE COMPROMETIDA"
           ACCEPT WS-NOVA-QTDE

           IF WS-NOVA-QTDE LESS QTDE-CHAMADA-ACD(WS-ITEM)
           OR WS-NOVA-QTDE EQUAL 0
               DISPLAY "QUANTIDADE MENOR QUE O JA CHAMADO - NAO ALTER"
                   "ADA"
           ELSE
               MOVE WS-NOVA-QTDE TO QTDE-COMPROMETIDA-ACD(WS-ITEM)
           END-IF.

       5000-ENCERRAR-ACORDO.
           DISPLAY "INFORME O NUMERO DO ACORDO"
           ACCEPT NUM-ACORDO

           READ ACORDOS
               INVALID KEY
                   DISPLAY "ACORDO NAO ENCONTRADO"
                   MOVE 0 TO WS-FS-ACD
               NOT INVALID KEY
                   IF NOT ACORDO-VIGENTE
                       DISPLAY "ACORDO JA ENCERRADO"
                   ELSE
                       PERFORM 2100-EXIBIR-ACORDO
                       DISPLAY "CONFIRMA O ENCERRAMENTO? (S/N)"
                       ACCEPT WS-CONFIRMA

                       IF WS-CONFIRMA EQUAL 'S'
                           MOVE 'E' TO STATUS-ACD
                           REWRITE REG-ACORDO-COMPRA

                           IF WS-FS-ACD NOT EQUAL ZEROS
                               DISPLAY "NAO FOI POSSIVEL ENCERRAR O A"
      -                            "CORDO - FILE STATUS: " WS-FS-ACD
                           ELSE
                               DISPLAY "ACORDO ENCERRADO"
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      * Consumption of every vigente agreement, product by product:
      * called-off quantity against the commitment, at the agreed
      * price. A product still holding quantity is flagged when the
      * agreement ends within the warning window, or has already
      * ended without being closed.
       6000-RELATORIO-CONSUMO.
           DISPLAY "AVISAR VENCIMENTO COM QUANTOS DIAS DE ANTECEDENC"
               "IA? (0 = 30)"
           ACCEPT WS-DIAS-AVISO

           IF WS-DIAS-AVISO EQUAL 0
               MOVE 30 TO WS-DIAS-AVISO
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE

           MOVE SPACES TO REL-CABECALHO-COLUNAS
           STRING "ACORDO FOR PROD.  PRECO UNIT  COMPROMET.     CHAMADA"
               "       SALDO %CONS FIM VIGENC SITUACAO"
               DELIMITED BY SIZE INTO REL-CABECALHO-COLUNAS
           MOVE "CONSUMO DOS ACORDOS DE COMPRA" TO REL-CAB-TITULO
           MOVE SPACES TO REL-NOME-ARQ
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'RELATORIOS\ACORDOSCOMPRA' WS-DATA-HOJE '.TXT'
               DELIMITED BY SIZE INTO REL-NOME-ARQ
           PERFORM 8100-ABRIR-RELATORIO

           MOVE 0 TO WS-QTDE-LISTADOS
           MOVE 0 TO WS-QTDE-ALERTAS
           MOVE 0 TO WS-TOTAL-COMPROMETIDO
           MOVE 0 TO WS-TOTAL-CHAMADO
           MOVE 0 TO WS-EOF
           MOVE 0 TO NUM-ACORDO

           START ACORDOS KEY NOT LESS NUM-ACORDO
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START

           PERFORM UNTIL WS-EOF EQUAL 1
               READ ACORDOS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF ACORDO-VIGENTE
                           PERFORM 6100-IMPRIMIR-ACORDO
                           ADD 1 TO WS-QTDE-LISTADOS
                       END-IF
               END-READ
           END-PERFORM

           MOVE 0 TO WS-FS-ACD

           MOVE ALL "-" TO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           MOVE SPACES TO LINHA-RELATORIO
           STRING "ACORDOS VIGENTES: " WS-QTDE-LISTADOS
               "   PRODUTOS COM SALDO A VENCER: " WS-QTDE-ALERTAS
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           MOVE WS-TOTAL-COMPROMETIDO TO MASC-VALOR
           MOVE SPACES TO LINHA-RELATORIO
           STRING "VALOR COMPROMETIDO......: " MASC-VALOR
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           MOVE WS-TOTAL-CHAMADO TO MASC-VALOR
           MOVE SPACES TO LINHA-RELATORIO
           STRING "VALOR CHAMADO...........: " MASC-VALOR
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           IF WS-FS-REL EQUAL ZEROS
               CLOSE RELATORIO
               MOVE "ACORDO-COMPRA" TO PARM-CAT-PROGRAMA
               MOVE REL-CAB-TITULO TO PARM-CAT-TITULO
               MOVE REL-NOME-ARQ TO PARM-CAT-ARQUIVO
               CALL "GRAVA-CATALOGO" USING PARM-CATALOGO
               DISPLAY "RELATORIO GRAVADO EM " REL-NOME-ARQ
           END-IF

           DISPLAY "ACORDOS VIGENTES: " WS-QTDE-LISTADOS
           DISPLAY "PRODUTOS COM SALDO A VENCER: " WS-QTDE-ALERTAS.
       6000-FIM.
           EXIT.

       6100-IMPRIMIR-ACORDO.
           COMPUTE WS-DIAS-RESTANTES =
               FUNCTION INTEGER-OF-DATE(DATA-FIM-ACD)
               - FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)

           PERFORM VARYING WS-ITEM FROM 1 BY 1
                   UNTIL WS-ITEM GREATER QTDE-ITENS-ACD
               PERFORM 6200-IMPRIMIR-ITEM
           END-PERFORM.

       6200-IMPRIMIR-ITEM.
           MOVE SPACES TO WS-LINHA-ACORDO
           MOVE NUM-ACORDO TO WS-DET-ACORDO
           MOVE COD-FORNECEDOR-ACD TO WS-DET-FORNECEDOR
           MOVE COD-PRODUTO-ACD(WS-ITEM) TO WS-DET-PRODUTO
           MOVE PRECO-ACORDO-ACD(WS-ITEM) TO WS-DET-PRECO
           MOVE QTDE-COMPROMETIDA-ACD(WS-ITEM) TO WS-DET-COMPROMETIDA
           MOVE QTDE-CHAMADA-ACD(WS-ITEM) TO WS-DET-CHAMADA
           MOVE DATA-FIM-ACD(5:2) TO WS-DET-FIM(1:2)
           MOVE DATA-FIM-ACD(7:2) TO WS-DET-FIM(4:2)
           MOVE DATA-FIM-ACD(1:4) TO WS-DET-FIM(7:4)

           COMPUTE WS-SALDO = QTDE-COMPROMETIDA-ACD(WS-ITEM)
               - QTDE-CHAMADA-ACD(WS-ITEM)
               ON SIZE ERROR
                   MOVE 0 TO WS-SALDO
           END-COMPUTE
           MOVE WS-SALDO TO WS-DET-SALDO

           COMPUTE WS-PERCENTUAL ROUNDED =
               QTDE-CHAMADA-ACD(WS-ITEM) * 100
               / QTDE-COMPROMETIDA-ACD(WS-ITEM)
               ON SIZE ERROR
                   MOVE 999,9 TO WS-PERCENTUAL
           END-COMPUTE
           MOVE WS-PERCENTUAL TO WS-DET-PERCENTUAL

           COMPUTE WS-VALOR-COMPROMETIDO =
               QTDE-COMPROMETIDA-ACD(WS-ITEM)
               * PRECO-ACORDO-ACD(WS-ITEM)
           COMPUTE WS-VALOR-CHAMADO =
               QTDE-CHAMADA-ACD(WS-ITEM) * PRECO-ACORDO-ACD(WS-ITEM)
           ADD WS-VALOR-COMPROMETIDO TO WS-TOTAL-COMPROMETIDO
           ADD WS-VALOR-CHAMADO TO WS-TOTAL-CHAMADO

           IF WS-SALDO GREATER 0
               IF WS-DIAS-RESTANTES LESS 0
                   MOVE "VENCIDO" TO WS-DET-OBS
                   ADD 1 TO WS-QTDE-ALERTAS
               ELSE
                   IF WS-DIAS-RESTANTES NOT GREATER WS-DIAS-AVISO
                       MOVE WS-DIAS-RESTANTES TO MASC-DIAS
                       STRING "VENCE " MASC-DIAS "D"
                           DELIMITED BY SIZE INTO WS-DET-OBS
                       ADD 1 TO WS-QTDE-ALERTAS
                   END-IF
               END-IF
           END-IF

           MOVE WS-LINHA-ACORDO TO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA.

       8100-ABRIR-RELATORIO.
           MOVE PARM-AMB-NOME TO REL-CAB-AMBIENTE

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-RELATORIO
           MOVE WS-DATA-RELATORIO(5:2) TO REL-CAB-DATA(1:2)
           MOVE WS-DATA-RELATORIO(7:2) TO REL-CAB-DATA(4:2)
           MOVE WS-DATA-RELATORIO(1:4) TO REL-CAB-DATA(7:4)

           MOVE 0 TO REL-PAGINA
           MOVE 99 TO REL-LINHAS-PAGINA
           MOVE 0 TO REL-TOTAL-LINHAS

           OPEN OUTPUT RELATORIO

           IF WS-FS-REL NOT EQUAL ZEROS
               DISPLAY "NAO FOI POSSIVEL CRIAR O RELATORIO "
                   REL-NOME-ARQ
               DISPLAY "FILE STATUS: " WS-FS-REL
               DISPLAY "LISTAGEM SAI NO CONSOLE"
           END-IF.

       8200-IMPRIMIR-LINHA.
           IF WS-FS-REL NOT EQUAL ZEROS
               DISPLAY LINHA-RELATORIO
           ELSE
               MOVE LINHA-RELATORIO TO REL-LINHA-GUARDADA

               IF REL-LINHAS-PAGINA GREATER 55
                   PERFORM 8300-NOVA-PAGINA
               END-IF

               MOVE REL-LINHA-GUARDADA TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               ADD 1 TO REL-LINHAS-PAGINA
               ADD 1 TO REL-TOTAL-LINHAS
           END-IF.

       8300-NOVA-PAGINA.
           ADD 1 TO REL-PAGINA
           MOVE REL-PAGINA TO REL-CAB-PAGINA
           MOVE REL-LINHA-CABECALHO TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE REL-CABECALHO-COLUNAS TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE ALL "-" TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE 3 TO REL-LINHAS-PAGINA.

       0900-LER-SESSAO.
           MOVE 'L' TO PARM-SES-ACAO
           CALL "OPERADOR-SESSAO" USING PARM-SESSAO.

       7000-GRAVAR-LOG-EXCECAO.
           OPEN EXTEND LOG-EXCECOES

           IF WS-FS-LOG EQUAL 35
               OPEN OUTPUT LOG-EXCECOES
           END-IF

           IF WS-FS-LOG EQUAL 0
               MOVE "ACORDO-COMPRA" TO LOG-PROGRAMA
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

       0950-RESOLVER-AMBIENTE.
           CALL "CONFIG-AMBIENTE" USING PARM-AMBIENTE
           DISPLAY "AMBIENTE ATIVO: " PARM-AMB-NOME

           MOVE SPACES TO WS-ARQ-ACORDOSCOMPRA
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'ACORDOSCOMPRA.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-ACORDOSCOMPRA

           MOVE SPACES TO WS-ARQ-ORDENSCOMPRA
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'ORDENSCOMPRA.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-ORDENSCOMPRA

           MOVE SPACES TO WS-ARQ-FORNECEDORES
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'FORNECEDORES.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-FORNECEDORES

           MOVE SPACES TO WS-ARQ-PRODUTOS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'PRODUTOS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-PRODUTOS

           MOVE SPACES TO WS-ARQ-EXCECOES
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'EXCECOES.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-EXCECOES.

       END PROGRAM ACORDO-COMPRA.
