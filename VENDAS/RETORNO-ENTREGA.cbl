       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETORNO-ENTREGA.
       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTREGAS ASSIGN TO WS-ARQ-ENTREGAS
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS NUM-PEDIDO-ENT
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-ENT.

           SELECT PEDIDOS-VENDA ASSIGN TO WS-ARQ-PEDIDOSVENDA
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS NUM-PEDIDO-VENDA
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-PED.

           SELECT CLIENTES ASSIGN TO WS-ARQ-CLIENTES
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-CLI.

           SELECT PRODUTOS ASSIGN TO WS-ARQ-PRODUTOS
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS COD-PRODUTO
           ALTERNATE RECORD KEY IS EAN-PRODUTO
           ALTERNATE RECORD KEY IS NOME-PRODUTO
               WITH DUPLICATES
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-PROD.

           SELECT VEICULOS ASSIGN TO WS-ARQ-VEICULOS
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS COD-VEICULO-V
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-VEI.

           SELECT FATURAS ASSIGN TO WS-ARQ-FATURAS
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS NUM-FATURA
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-FAT.

           SELECT CONTAS ASSIGN TO WS-ARQ-CONTASRECEBER
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS NUM-FATURA-CR
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-CR.

           SELECT DEVOLUCOES ASSIGN TO WS-ARQ-DEVOLUCOES
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS NUM-NOTA-CREDITO
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-DEV.

           SELECT FATURAS-LINHAS ASSIGN TO WS-ARQ-FATURASLINHAS
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-FL.

           SELECT MOVIMENTO ASSIGN TO WS-ARQ-MOVIMENTO
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-MOV.

           SELECT DOCUMENTO ASSIGN TO WS-NOME-ARQ-DOC
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-DOC.

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
       FD ENTREGAS.
           COPY ENTREGA.

       FD PEDIDOS-VENDA.
           COPY PEDIDOVENDA.

       FD CLIENTES.
           COPY CLIENTE.

       FD PRODUTOS.
           COPY PRODUTO.

       FD VEICULOS.
           COPY VEICULO.

       FD FATURAS.
           COPY FATURA.

       FD CONTAS.
           COPY CONTARECEBER.

       FD DEVOLUCOES.
           COPY DEVOLUCAO.

       FD FATURAS-LINHAS.
           COPY FATURALINHA.

       FD MOVIMENTO.
           COPY MOVPRODUTO.

       FD DOCUMENTO.
       01 LINHA-DOCUMENTO     PIC X(80).

       FD RELATORIO.
       01 LINHA-RELATORIO     PIC X(90).

       FD LOG-EXCECOES.
           COPY EXCELOG.
       WORKING-STORAGE SECTION.
           COPY FSTATUS.
           COPY PARMSESSAO.
           COPY PARMSALDODEP.
           COPY PARMNUMERO.
           COPY PARMCONFIRMACAO.
           COPY RELATORIO.
           COPY PARMCATALOGO.
           COPY PARMMOTORISTA.
           COPY AMBIENTE.
       77 WS-ARQ-ENTREGAS        PIC X(60) VALUE SPACES.
       77 WS-ARQ-PEDIDOSVENDA    PIC X(60) VALUE SPACES.
       77 WS-ARQ-CLIENTES        PIC X(60) VALUE SPACES.
       77 WS-ARQ-PRODUTOS        PIC X(60) VALUE SPACES.
       77 WS-ARQ-VEICULOS        PIC X(60) VALUE SPACES.
       77 WS-ARQ-FATURAS         PIC X(60) VALUE SPACES.
       77 WS-ARQ-CONTASRECEBER   PIC X(60) VALUE SPACES.
       77 WS-ARQ-DEVOLUCOES      PIC X(60) VALUE SPACES.
       77 WS-ARQ-FATURASLINHAS   PIC X(60) VALUE SPACES.
       77 WS-ARQ-MOVIMENTO       PIC X(60) VALUE SPACES.
       77 WS-ARQ-EXCECOES        PIC X(60) VALUE SPACES.
       77 WS-NOME-ARQ-DOC        PIC X(60) VALUE SPACES.
       77 WS-FS-ENT           PIC 99 VALUE 0.
       77 WS-FS-PED           PIC 99 VALUE 0.
       77 WS-FS-CLI           PIC 99 VALUE 0.
       77 WS-FS-PROD          PIC 99 VALUE 0.
       77 WS-FS-VEI           PIC 99 VALUE 0.
       77 WS-FS-FAT           PIC 99 VALUE 0.
       77 WS-FS-CR            PIC 99 VALUE 0.
       77 WS-FS-DEV           PIC 99 VALUE 0.
       77 WS-FS-FL            PIC 99 VALUE 0.
       77 WS-FS-MOV           PIC 99 VALUE 0.
       77 WS-FS-DOC           PIC 99 VALUE 0.
       77 WS-FS-REL           PIC 99 VALUE 0.
       77 WS-FS-LOG           PIC 99 VALUE 0.
       77 WS-LOG-CHAVE        PIC X(20) VALUE SPACES.
       77 WS-LOG-FS-VALOR     PIC 99 VALUE 0.
       77 WS-EOF              PIC 99 VALUE 0.
       77 WS-EOF-CLI          PIC 99 VALUE 0.
       77 WS-EOF-FL           PIC 99 VALUE 0.
       77 CONTROLE            PIC A VALUE SPACES.
       77 WS-OPCAO            PIC 9 VALUE 0.
       77 WS-CONFIRMA         PIC A VALUE SPACES.
       77 WS-QTDE-CLI         PIC 9(05) VALUE 0.
       77 WS-DATA-HOJE        PIC 9(08) VALUE 0.
       77 WS-DATA-RELATORIO   PIC 9(08) VALUE 0.
       77 WS-DATA-ENTREGA-INF PIC 9(08) VALUE 0.
       77 WS-VEICULO-INF      PIC 9(04) VALUE 0.
       77 WS-MOTORISTA-INF    PIC 9(04) VALUE 0.
       77 WS-PEDIDO-INF       PIC 9(06) VALUE 0.
       77 WS-SITUACAO-INF     PIC X VALUE SPACE.
       77 WS-MOTIVO-INF       PIC XX VALUE SPACES.
       77 WS-QTDE-INF         PIC 9(09) VALUE 0.
       77 WS-ITEM             PIC 99 VALUE 0.
       77 WS-ITEM-NOVO        PIC 99 VALUE 0.
       77 WS-TOTAL-RECUSADO   PIC 9(11) VALUE 0.
       77 WS-TOTAL-ENTREGUE   PIC 9(11) VALUE 0.
       77 WS-FATURA-ACHADA    PIC A VALUE 'N'.
       77 WS-PRECO-ACHADO     PIC A VALUE 'N'.
       77 WS-PRECO-CREDITO    PIC 9(07)V99 VALUE 0.
       77 WS-VALOR-CREDITO    PIC 9(11)V99 VALUE 0.
       77 WS-VALOR-LINHA      PIC 9(11)V99 VALUE 0.
       77 WS-RETORNOS         PIC 9(05) VALUE 0.
       77 WS-PERIODO          PIC 9(06) VALUE 0.
       77 WS-QTDE-ROTAS       PIC 99 VALUE 0.
       77 WS-QTDE-VEICULOS    PIC 9(03) VALUE 0.
       77 WS-IDX-ROTA         PIC 99 VALUE 0.
       77 WS-IDX-VEI          PIC 9(03) VALUE 0.
       77 WS-ENCONTRADO       PIC A VALUE 'N'.
       77 WS-PCT-SUCESSO      PIC 9(03)V9 VALUE 0.
       77 MASC-VALOR          PIC ZZ.ZZZ.ZZ9,99.

       01 WS-LINHA-ITEM.
           03 WS-LIN-COD-PRODUTO   PIC 9(05).
           03 FILLER               PIC XX VALUE SPACES.
           03 WS-LIN-NOME-PRODUTO  PIC X(20).
           03 FILLER               PIC XX VALUE SPACES.
           03 WS-LIN-QTDE          PIC ZZZ.ZZZ.ZZ9.
           03 FILLER               PIC XX VALUE SPACES.
           03 WS-LIN-VALOR         PIC ZZ.ZZZ.ZZ9,99.

       01 WS-LINHA-TOTAL.
           03 FILLER               PIC X(30) VALUE
               "VALOR DA NOTA DE CREDITO.: ".
           03 WS-TOT-VALOR         PIC ZZ.ZZZ.ZZ9,99.

       01 WS-LINHA-DESEMPENHO.
           03 WS-DES-CODIGO        PIC 9(04).
           03 FILLER               PIC XX VALUE SPACES.
           03 WS-DES-PLACA         PIC X(07).
           03 FILLER               PIC XX VALUE SPACES.
           03 WS-DES-PEDIDOS       PIC ZZ.ZZ9.
           03 FILLER               PIC XXX VALUE SPACES.
           03 WS-DES-INTEGRAL      PIC ZZ.ZZ9.
           03 FILLER               PIC XXX VALUE SPACES.
           03 WS-DES-PARCIAL       PIC ZZ.ZZ9.
           03 FILLER               PIC XXX VALUE SPACES.
           03 WS-DES-RECUSADO      PIC ZZ.ZZ9.
           03 FILLER               PIC X(04) VALUE SPACES.
           03 WS-DES-SUCESSO       PIC ZZ9,9.

       01 WS-TABELA-CLIENTES.
           03 WS-CLIENTE-OCORR OCCURS 500 TIMES
                   INDEXED BY WS-IDX.
               05 WS-COD-CLIENTE-TAB   PIC 9(05).
               05 WS-ROTA-TAB          PIC 99.

       01 WS-TABELA-ROTAS.
           03 WS-ROTA-OCORR OCCURS 99 TIMES.
               05 WS-ROT-CODIGO       PIC 99.
               05 WS-ROT-PEDIDOS      PIC 9(05).
               05 WS-ROT-INTEGRAL     PIC 9(05).
               05 WS-ROT-PARCIAL      PIC 9(05).
               05 WS-ROT-RECUSADO     PIC 9(05).

       01 WS-TABELA-VEICULOS.
           03 WS-VEICULO-OCORR OCCURS 200 TIMES.
               05 WS-VEI-CODIGO       PIC 9(04).
               05 WS-VEI-PEDIDOS      PIC 9(05).
               05 WS-VEI-INTEGRAL     PIC 9(05).
               05 WS-VEI-PARCIAL      PIC 9(05).
               05 WS-VEI-RECUSADO     PIC 9(05).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0950-RESOLVER-AMBIENTE
           PERFORM 0900-LER-SESSAO
           DISPLAY "RETORNO DE ENTREGAS (COMPROVANTE DO ROMANEIO)"

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE

           PERFORM 1000-CARREGAR-CLIENTES

           OPEN I-O ENTREGAS

           IF WS-FS-ENT EQUAL 35
               OPEN OUTPUT ENTREGAS
               IF WS-FS-ENT EQUAL ZEROS
                   CLOSE ENTREGAS
                   OPEN I-O ENTREGAS
               END-IF
           END-IF

           OPEN I-O PEDIDOS-VENDA
           OPEN I-O PRODUTOS
           OPEN INPUT VEICULOS
           OPEN I-O FATURAS
           OPEN I-O CONTAS
           OPEN I-O DEVOLUCOES

           IF WS-FS-DEV EQUAL 35
               OPEN OUTPUT DEVOLUCOES
               IF WS-FS-DEV EQUAL ZEROS
                   CLOSE DEVOLUCOES
                   OPEN I-O DEVOLUCOES
               END-IF
           END-IF

           OPEN EXTEND MOVIMENTO

           IF WS-FS-MOV EQUAL 35
               OPEN OUTPUT MOVIMENTO
           END-IF

           IF WS-FS-ENT NOT EQUAL ZEROS
           OR WS-FS-PED NOT EQUAL ZEROS
           OR WS-FS-PROD NOT EQUAL ZEROS
               MOVE WS-FS-ENT TO WS-FS-CODIGO-BUSCA
               PERFORM 9000-TRADUZIR-FS-STATUS
               DISPLAY "NAO FOI POSSIVEL ABRIR OS ARQUIVOS"
               DISPLAY "ENTREGAS: " WS-FS-ENT " - " WS-FS-MENSAGEM
               DISPLAY "PEDIDOS: " WS-FS-PED "  PRODUTOS: "
                   WS-FS-PROD
               MOVE "ENTREGAS.TXT" TO WS-LOG-CHAVE
               MOVE WS-FS-ENT TO WS-LOG-FS-VALOR
               PERFORM 7000-GRAVAR-LOG-EXCECAO
           ELSE
               PERFORM UNTIL CONTROLE EQUAL 'N'
                   DISPLAY "1 - REGISTRAR RETORNO DE ROMANEIO"
                   DISPLAY "2 - LIBERAR PEDIDO RETIDO"
                   DISPLAY "3 - CONSULTAR RETORNO DE UM PEDIDO"
                   DISPLAY "4 - DESEMPENHO DE ENTREGA POR ROTA E VEIC"
      -                "ULO"
                   ACCEPT WS-OPCAO

                   EVALUATE WS-OPCAO
                       WHEN 1
                           PERFORM 2000-REGISTRAR-ROMANEIO
                       WHEN 2
                           PERFORM 3000-LIBERAR-PEDIDO
                       WHEN 3
                           PERFORM 4000-CONSULTAR-RETORNO
                       WHEN 4
                           PERFORM 6000-DESEMPENHO-ROTAS
                       WHEN OTHER
                           DISPLAY "OPCAO INVALIDA"
                   END-EVALUATE

                   DISPLAY "DESEJA REALIZAR OUTRA OPERACAO?"
                   DISPLAY "DIGITE N PARA NAO"
                   ACCEPT CONTROLE
               END-PERFORM

               PERFORM 3160-ENVIAR-CONFIRMACOES
           END-IF

           DISPLAY "RETORNOS REGISTRADOS NESTA SESSAO: " WS-RETORNOS

           CLOSE ENTREGAS
           CLOSE PEDIDOS-VENDA
           CLOSE PRODUTOS
           CLOSE FATURAS
           CLOSE CONTAS
           CLOSE DEVOLUCOES
           CLOSE MOVIMENTO

           IF WS-FS-VEI EQUAL ZEROS
               CLOSE VEICULOS
           END-IF

           GOBACK.

       1000-CARREGAR-CLIENTES.
           OPEN INPUT CLIENTES

           IF WS-FS-CLI EQUAL 0
               PERFORM UNTIL WS-EOF-CLI EQUAL 1
                   READ CLIENTES
                       AT END
                           MOVE 1 TO WS-EOF-CLI
                       NOT AT END
                           IF WS-QTDE-CLI LESS 500
                               ADD 1 TO WS-QTDE-CLI
                               MOVE COD-CLIENTE TO
                                   WS-COD-CLIENTE-TAB(WS-QTDE-CLI)
                               MOVE COD-ROTA-CLIENTE TO
                                   WS-ROTA-TAB(WS-QTDE-CLI)
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE CLIENTES
           ELSE
               DISPLAY "NAO FOI POSSIVEL ABRIR O ARQUIVO DE CLIENTES"
               DISPLAY "FILE STATUS: " WS-FS-CLI
           END-IF.

      * One driver's sheet: the vehicle, the delivery date and the
      * driver are keyed once, then each order on the manifest in turn.
       2000-REGISTRAR-ROMANEIO.
           DISPLAY "INFORME O CODIGO DO VEICULO DO ROMANEIO"
           ACCEPT WS-VEICULO-INF

           MOVE 'S' TO WS-CONFIRMA

           IF WS-FS-VEI NOT EQUAL ZEROS
               DISPLAY "(SEM ARQUIVO DE VEICULOS - VEICULO NAO CONFER"
      -            "IDO)"
           ELSE
               MOVE WS-VEICULO-INF TO COD-VEICULO-V

               READ VEICULOS
                   INVALID KEY
                       DISPLAY "VEICULO NAO CADASTRADO: "
                           WS-VEICULO-INF
                       MOVE 'N' TO WS-CONFIRMA
                       MOVE 0 TO WS-FS-VEI
                   NOT INVALID KEY
                       DISPLAY "VEICULO " PLACA-VEICULO " - "
                           DESCRICAO-VEICULO
               END-READ
           END-IF

           IF WS-CONFIRMA EQUAL 'S'
               DISPLAY "INFORME A DATA DA ENTREGA (AAAAMMDD, 0 = HOJE)"
               ACCEPT WS-DATA-ENTREGA-INF

               IF WS-DATA-ENTREGA-INF EQUAL 0
                   MOVE WS-DATA-HOJE TO WS-DATA-ENTREGA-INF
               END-IF

               IF WS-DATA-ENTREGA-INF GREATER WS-DATA-HOJE
                   DISPLAY "DATA DA ENTREGA NAO PODE SER FUTURA"
                   MOVE 'N' TO WS-CONFIRMA
               ELSE
                   PERFORM 2050-INFORMAR-MOTORISTA
               END-IF
           END-IF

           IF WS-CONFIRMA EQUAL 'S'
               MOVE 1 TO WS-PEDIDO-INF
               PERFORM UNTIL WS-PEDIDO-INF EQUAL 0
                   DISPLAY "INFORME O NUMERO DO PEDIDO (0 PARA ENCERR"
      -                "AR O ROMANEIO)"
                   ACCEPT WS-PEDIDO-INF

                   IF WS-PEDIDO-INF NOT EQUAL 0
                       PERFORM 2100-REGISTRAR-PEDIDO
                   END-IF
               END-PERFORM
           END-IF.

      * The driver printed on the manifest. Documents are checked as
      * of the delivery date only to warn: the deliveries were made
      * and are recorded, but a driver unknown to MOTORISTAS.TXT is
      * refused so the sheet is rekeyed with the right code.
       2050-INFORMAR-MOTORISTA.
           DISPLAY "INFORME O CODIGO DO MOTORISTA DO ROMANEIO"
           ACCEPT WS-MOTORISTA-INF

           MOVE WS-MOTORISTA-INF TO PARM-MOT-MOTORISTA
           MOVE SPACE TO PARM-MOT-CATEGORIA
           IF WS-FS-VEI EQUAL ZEROS
               MOVE CATEGORIA-CNH-VEICULO TO PARM-MOT-CATEGORIA
           END-IF
           MOVE WS-DATA-ENTREGA-INF TO PARM-MOT-DATA

           CALL "VALIDA-MOTORISTA" USING PARM-MOTORISTA

           EVALUATE TRUE
               WHEN PARM-MOT-LIBERADO
                   DISPLAY "MOTORISTA " PARM-MOT-NOME
               WHEN PARM-MOT-RETORNO EQUAL 23
                   DISPLAY "MOTORISTA NAO CADASTRADO: "
                       WS-MOTORISTA-INF
                   MOVE 'N' TO WS-CONFIRMA
               WHEN PARM-MOT-RETORNO GREATER 80
                   DISPLAY "MOTORISTA " PARM-MOT-NOME
                   DISPLAY "ATENCAO: " PARM-MOT-MENSAGEM
               WHEN OTHER
                   DISPLAY "(" PARM-MOT-MENSAGEM " - MOTORISTA NAO C"
      -                "ONFERIDO)"
           END-EVALUATE.

       2100-REGISTRAR-PEDIDO.
           MOVE WS-PEDIDO-INF TO NUM-PEDIDO-VENDA

           READ PEDIDOS-VENDA
               INVALID KEY
                   DISPLAY "PEDIDO NAO ENCONTRADO"
                   MOVE 0 TO WS-FS-PED
               NOT INVALID KEY
                   IF NOT PEDIDO-EXPEDIDO AND NOT PEDIDO-FATURADO
                       DISPLAY "PEDIDO NAO SAIU PARA ENTREGA - STATUS"
                           ": " STATUS-PEDIDO-VENDA
                   ELSE
                       MOVE WS-PEDIDO-INF TO NUM-PEDIDO-ENT

                       READ ENTREGAS
                           INVALID KEY
                               MOVE 0 TO WS-FS-ENT
                               PERFORM 2200-INFORMAR-ENTREGA
                           NOT INVALID KEY
                               DISPLAY "RETORNO JA REGISTRADO EM "
                                   DATA-ENTREGA " - SITUACAO "
                                   SITUACAO-ENT
                       END-READ
                   END-IF
           END-READ.

       2200-INFORMAR-ENTREGA.
           MOVE 'S' TO WS-FATURA-ACHADA

           IF PEDIDO-FATURADO
               PERFORM 2250-LOCALIZAR-FATURA
           END-IF

           IF WS-FATURA-ACHADA EQUAL 'N'
               DISPLAY "FATURA DO PEDIDO NAO ENCONTRADA - RETORNO NAO"
                   " REGISTRADO"
           ELSE
               INITIALIZE REG-ENTREGA
               MOVE NUM-PEDIDO-VENDA TO NUM-PEDIDO-ENT
               MOVE COD-CLIENTE-VENDA TO COD-CLIENTE-ENT
               MOVE WS-VEICULO-INF TO COD-VEICULO-ENT
               MOVE WS-DATA-ENTREGA-INF TO DATA-ENTREGA
               MOVE WS-MOTORISTA-INF TO COD-MOTORISTA-ENT
               MOVE SPACE TO TRATAMENTO-ENT
               MOVE SPACES TO MOTIVO-ENT

               MOVE 0 TO COD-ROTA-ENT
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX GREATER WS-QTDE-CLI
                   IF WS-COD-CLIENTE-TAB(WS-IDX) EQUAL
                           COD-CLIENTE-VENDA
                       MOVE WS-ROTA-TAB(WS-IDX) TO COD-ROTA-ENT
                   END-IF
               END-PERFORM

               MOVE SPACE TO WS-SITUACAO-INF
               PERFORM UNTIL WS-SITUACAO-INF EQUAL 'T'
                       OR WS-SITUACAO-INF EQUAL 'P'
                       OR WS-SITUACAO-INF EQUAL 'R'
                   DISPLAY "PEDIDO " NUM-PEDIDO-VENDA " CLIENTE "
                       COD-CLIENTE-VENDA " ROTA " COD-ROTA-ENT
                   DISPLAY "ENTREGA: T=TOTAL  P=PARCIAL  R=RECUSADA"
                   ACCEPT WS-SITUACAO-INF
               END-PERFORM

               MOVE WS-SITUACAO-INF TO SITUACAO-ENT
               PERFORM 2300-INFORMAR-QUANTIDADES

               IF WS-TOTAL-RECUSADO NOT EQUAL 0
                   MOVE SPACES TO WS-MOTIVO-INF
                   PERFORM UNTIL WS-MOTIVO-INF NOT EQUAL SPACES
                       DISPLAY "INFORME O MOTIVO DA RECUSA (2 LETRAS)"
                       ACCEPT WS-MOTIVO-INF
                   END-PERFORM
                   MOVE WS-MOTIVO-INF TO MOTIVO-ENT

                   IF PEDIDO-FATURADO
                       MOVE 'C' TO TRATAMENTO-ENT
                   ELSE
                       MOVE 'R' TO TRATAMENTO-ENT
                   END-IF
               END-IF

               WRITE REG-ENTREGA

               IF WS-FS-ENT NOT EQUAL ZEROS
                   MOVE WS-FS-ENT TO WS-FS-CODIGO-BUSCA
                   PERFORM 9000-TRADUZIR-FS-STATUS
                   DISPLAY "NAO FOI POSSIVEL GRAVAR O RETORNO"
                   DISPLAY "FILE STATUS: " WS-FS-ENT " - "
                       WS-FS-MENSAGEM
                   MOVE NUM-PEDIDO-ENT TO WS-LOG-CHAVE
                   MOVE WS-FS-ENT TO WS-LOG-FS-VALOR
                   PERFORM 7000-GRAVAR-LOG-EXCECAO
               ELSE
                   ADD 1 TO WS-RETORNOS

                   IF WS-TOTAL-RECUSADO NOT EQUAL 0
                       PERFORM 2400-TRATAR-RECUSA
                   ELSE
                       DISPLAY "ENTREGA TOTAL REGISTRADA"
                   END-IF
               END-IF
           END-IF.

       2250-LOCALIZAR-FATURA.
           MOVE 'N' TO WS-FATURA-ACHADA
           MOVE 0 TO WS-EOF

           IF WS-FS-FAT NOT EQUAL ZEROS
               MOVE 1 TO WS-EOF
           ELSE
               MOVE 0 TO NUM-FATURA
               START FATURAS KEY NOT LESS NUM-FATURA
                   INVALID KEY
                       MOVE 1 TO WS-EOF
               END-START
           END-IF

           PERFORM UNTIL WS-EOF EQUAL 1
               READ FATURAS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF NUM-PEDIDO-FAT EQUAL NUM-PEDIDO-VENDA
                           MOVE 'S' TO WS-FATURA-ACHADA
                           MOVE 1 TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM

           MOVE 0 TO WS-FS-FAT.

      * Delivered and refused quantity per order line. A partial
      * delivery that turns out to refuse nothing is recorded as total,
      * and one that delivers nothing as refused.
       2300-INFORMAR-QUANTIDADES.
           MOVE 0 TO WS-TOTAL-RECUSADO
           MOVE 0 TO WS-TOTAL-ENTREGUE
           MOVE QTDE-ITENS-VENDA TO QTDE-ITENS-ENT

           PERFORM VARYING WS-ITEM FROM 1 BY 1
                   UNTIL WS-ITEM GREATER QTDE-ITENS-VENDA
               MOVE COD-PRODUTO-VENDA(WS-ITEM) TO
                   COD-PRODUTO-ENT(WS-ITEM)

               EVALUATE TRUE
                   WHEN ENTREGA-TOTAL
                       MOVE QTDE-VENDA(WS-ITEM) TO
                           QTDE-ENTREGUE-ENT(WS-ITEM)
                       MOVE 0 TO QTDE-RECUSADA-ENT(WS-ITEM)
                   WHEN ENTREGA-RECUSADA
                       MOVE 0 TO QTDE-ENTREGUE-ENT(WS-ITEM)
                       MOVE QTDE-VENDA(WS-ITEM) TO
                           QTDE-RECUSADA-ENT(WS-ITEM)
                   WHEN OTHER
                       MOVE 999999999 TO WS-QTDE-INF
                       PERFORM UNTIL WS-QTDE-INF NOT GREATER
                               QTDE-VENDA(WS-ITEM)
                           DISPLAY "PRODUTO " COD-PRODUTO-VENDA(WS-ITEM)
                               " - QTDE ENTREGUE (DE "
                               QTDE-VENDA(WS-ITEM) ")"
                           ACCEPT WS-QTDE-INF
                       END-PERFORM
                       MOVE WS-QTDE-INF TO QTDE-ENTREGUE-ENT(WS-ITEM)
                       COMPUTE QTDE-RECUSADA-ENT(WS-ITEM) =
                           QTDE-VENDA(WS-ITEM) - WS-QTDE-INF
               END-EVALUATE

               ADD QTDE-ENTREGUE-ENT(WS-ITEM) TO WS-TOTAL-ENTREGUE
               ADD QTDE-RECUSADA-ENT(WS-ITEM) TO WS-TOTAL-RECUSADO
           END-PERFORM

           IF ENTREGA-PARCIAL
               IF WS-TOTAL-RECUSADO EQUAL 0
                   MOVE 'T' TO SITUACAO-ENT
                   DISPLAY "NADA RECUSADO - REGISTRADA COMO ENTREGA T"
      -                "OTAL"
               ELSE
                   IF WS-TOTAL-ENTREGUE EQUAL 0
                       MOVE 'R' TO SITUACAO-ENT
                       DISPLAY "NADA ENTREGUE - REGISTRADA COMO RECUS"
      -                    "ADA"
                   END-IF
               END-IF
           END-IF.

      * Refused goods come back into stock. An order not yet billed is
      * held from FATURAMENTO; a billed one gets a credit note for the
      * refused quantities at the invoiced price.
       2400-TRATAR-RECUSA.
           PERFORM VARYING WS-ITEM FROM 1 BY 1
                   UNTIL WS-ITEM GREATER QTDE-ITENS-ENT
               IF QTDE-RECUSADA-ENT(WS-ITEM) GREATER 0
                   PERFORM 2410-DEVOLVER-AO-ESTOQUE
               END-IF
           END-PERFORM

           IF ENT-RETIDA
               MOVE 'R' TO STATUS-PEDIDO-VENDA
               REWRITE REG-PEDIDO-VENDA

               IF WS-FS-PED NOT EQUAL ZEROS
                   MOVE WS-FS-PED TO WS-FS-CODIGO-BUSCA
                   PERFORM 9000-TRADUZIR-FS-STATUS
                   DISPLAY "NAO FOI POSSIVEL RETER O PEDIDO"
                   DISPLAY "FILE STATUS: " WS-FS-PED " - "
                       WS-FS-MENSAGEM
                   MOVE NUM-PEDIDO-VENDA TO WS-LOG-CHAVE
                   MOVE WS-FS-PED TO WS-LOG-FS-VALOR
                   PERFORM 7000-GRAVAR-LOG-EXCECAO
               ELSE
                   DISPLAY "PEDIDO " NUM-PEDIDO-VENDA " RETIDO - NAO "
                       "SERA FATURADO ATE SER LIBERADO"
               END-IF
           ELSE
               PERFORM 2500-EMITIR-NOTA-CREDITO
           END-IF.

       2410-DEVOLVER-AO-ESTOQUE.
           MOVE COD-PRODUTO-ENT(WS-ITEM) TO COD-PRODUTO

           READ PRODUTOS
               INVALID KEY
                   DISPLAY "PRODUTO NAO CADASTRADO: " COD-PRODUTO
                       " - RECUSA NAO VOLTOU AO ESTOQUE"
                   MOVE 0 TO WS-FS-PROD
               NOT INVALID KEY
                   ADD QTDE-RECUSADA-ENT(WS-ITEM) TO ESTOQUE-PRODUTO

                   REWRITE REG-PRODUTO

                   IF WS-FS-PROD NOT EQUAL ZEROS
                       MOVE WS-FS-PROD TO WS-FS-CODIGO-BUSCA
                       PERFORM 9000-TRADUZIR-FS-STATUS
                       DISPLAY "NAO FOI POSSIVEL ATUALIZAR O ESTOQUE"
                       DISPLAY "FILE STATUS: " WS-FS-PROD " - "
                           WS-FS-MENSAGEM
                       MOVE COD-PRODUTO TO WS-LOG-CHAVE
                       MOVE WS-FS-PROD TO WS-LOG-FS-VALOR
                       PERFORM 7000-GRAVAR-LOG-EXCECAO
                   ELSE
                       MOVE 'E' TO TIPO-MOVIMENTO
                       MOVE QTDE-RECUSADA-ENT(WS-ITEM) TO
                           QTDE-MOVIMENTO
                       PERFORM 5000-GRAVAR-MOVIMENTO
                   END-IF
           END-READ.

       2500-EMITIR-NOTA-CREDITO.
           MOVE "NOTACREDITO" TO PARM-SERIE
           CALL "PROXIMO-NUMERO" USING PARM-PROXIMO-NUMERO

           IF PARM-RETORNO NOT EQUAL ZEROS
               DISPLAY "NAO FOI POSSIVEL OBTER O NUMERO DA NOTA DE CR"
      -            "EDITO - FILE STATUS: " PARM-RETORNO
               MOVE "NUMEROS.TXT" TO WS-LOG-CHAVE
               MOVE PARM-RETORNO TO WS-LOG-FS-VALOR
               PERFORM 7000-GRAVAR-LOG-EXCECAO
           ELSE
               MOVE PARM-NUMERO TO NUM-NOTA-CREDITO
               MOVE NUM-FATURA TO NUM-FATURA-DEV
               MOVE COD-CLIENTE-FAT TO COD-CLIENTE-DEV
               MOVE WS-DATA-HOJE TO DATA-DEVOLUCAO
               MOVE MOTIVO-ENT TO MOTIVO-DEVOLUCAO
               MOVE 0 TO QTDE-ITENS-DEV
               MOVE 0 TO WS-VALOR-CREDITO

               PERFORM 2600-ABRIR-DOCUMENTO

               PERFORM VARYING WS-ITEM FROM 1 BY 1
                       UNTIL WS-ITEM GREATER QTDE-ITENS-ENT
                   IF QTDE-RECUSADA-ENT(WS-ITEM) GREATER 0
                       PERFORM 2510-CREDITAR-UM-ITEM
                   END-IF
               END-PERFORM

               PERFORM 2700-FECHAR-DOCUMENTO

               MOVE WS-VALOR-CREDITO TO VALOR-NOTA-CREDITO

               WRITE REG-DEVOLUCAO

               IF WS-FS-DEV NOT EQUAL ZEROS
                   MOVE WS-FS-DEV TO WS-FS-CODIGO-BUSCA
                   PERFORM 9000-TRADUZIR-FS-STATUS
                   DISPLAY "NAO FOI POSSIVEL GRAVAR A NOTA DE CREDITO"
                   DISPLAY "FILE STATUS: " WS-FS-DEV " - "
                       WS-FS-MENSAGEM
                   MOVE NUM-NOTA-CREDITO TO WS-LOG-CHAVE
                   MOVE WS-FS-DEV TO WS-LOG-FS-VALOR
                   PERFORM 7000-GRAVAR-LOG-EXCECAO
               ELSE
                   MOVE NUM-NOTA-CREDITO TO NUM-NOTA-CREDITO-ENT
                   REWRITE REG-ENTREGA

                   PERFORM 4500-ABATER-CONTAS-RECEBER
                   MOVE WS-VALOR-CREDITO TO MASC-VALOR
                   DISPLAY "NOTA DE CREDITO " NUM-NOTA-CREDITO
                       " EMITIDA - VALOR " MASC-VALOR
               END-IF
           END-IF.

       2510-CREDITAR-UM-ITEM.
           ADD 1 TO QTDE-ITENS-DEV
           MOVE COD-PRODUTO-ENT(WS-ITEM) TO
               COD-PRODUTO-DEV(QTDE-ITENS-DEV)
           MOVE QTDE-RECUSADA-ENT(WS-ITEM) TO QTDE-DEV(QTDE-ITENS-DEV)

           MOVE COD-PRODUTO-ENT(WS-ITEM) TO COD-PRODUTO

           READ PRODUTOS
               INVALID KEY
                   MOVE SPACES TO NOME-PRODUTO
                   MOVE 0 TO PRECO-UNITARIO-PRODUTO
                   MOVE 0 TO WS-FS-PROD
           END-READ

           PERFORM 2520-BUSCAR-PRECO-FATURADO

           COMPUTE WS-VALOR-LINHA =
               QTDE-RECUSADA-ENT(WS-ITEM) * WS-PRECO-CREDITO
               ON SIZE ERROR
                   MOVE 0 TO WS-VALOR-LINHA
           END-COMPUTE
           ADD WS-VALOR-LINHA TO WS-VALOR-CREDITO

           IF WS-FS-DOC EQUAL ZEROS
               MOVE COD-PRODUTO TO WS-LIN-COD-PRODUTO
               MOVE NOME-PRODUTO TO WS-LIN-NOME-PRODUTO
               MOVE QTDE-RECUSADA-ENT(WS-ITEM) TO WS-LIN-QTDE
               MOVE WS-VALOR-LINHA TO WS-LIN-VALOR
               MOVE WS-LINHA-ITEM TO LINHA-DOCUMENTO
               WRITE LINHA-DOCUMENTO
           END-IF.

       2520-BUSCAR-PRECO-FATURADO.
           MOVE 'N' TO WS-PRECO-ACHADO
           MOVE PRECO-UNITARIO-PRODUTO TO WS-PRECO-CREDITO
           MOVE 0 TO WS-EOF-FL

           OPEN INPUT FATURAS-LINHAS

           IF WS-FS-FL NOT EQUAL ZEROS
               MOVE 1 TO WS-EOF-FL
           END-IF

           PERFORM UNTIL WS-EOF-FL EQUAL 1
               READ FATURAS-LINHAS
                   AT END
                       MOVE 1 TO WS-EOF-FL
                   NOT AT END
                       IF NUM-FATURA-FL EQUAL NUM-FATURA-DEV
                       AND COD-PRODUTO-FL EQUAL COD-PRODUTO
                           MOVE PRECO-FL TO WS-PRECO-CREDITO
                           MOVE 'S' TO WS-PRECO-ACHADO
                           MOVE 1 TO WS-EOF-FL
                       END-IF
               END-READ
           END-PERFORM

           IF WS-FS-FL EQUAL ZEROS OR WS-FS-FL EQUAL 10
               CLOSE FATURAS-LINHAS
           END-IF

           MOVE 0 TO WS-FS-FL

           IF WS-PRECO-ACHADO EQUAL 'N'
               DISPLAY "PRECO FATURADO NAO ENCONTRADO PARA O PRODUTO "
                   COD-PRODUTO " - USADO O PRECO DE TABELA"
           END-IF.

       2600-ABRIR-DOCUMENTO.
           MOVE SPACES TO WS-NOME-ARQ-DOC
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'NOTACRED' NUM-NOTA-CREDITO '.TXT'
               DELIMITED BY SIZE INTO WS-NOME-ARQ-DOC

           OPEN OUTPUT DOCUMENTO

           IF WS-FS-DOC NOT EQUAL ZEROS
               DISPLAY "NAO FOI POSSIVEL CRIAR O DOCUMENTO DA NOTA DE"
                   " CREDITO - FILE STATUS: " WS-FS-DOC
               MOVE NUM-NOTA-CREDITO TO WS-LOG-CHAVE
               MOVE WS-FS-DOC TO WS-LOG-FS-VALOR
               PERFORM 7000-GRAVAR-LOG-EXCECAO
           ELSE
               MOVE "==========================================" TO
                   LINHA-DOCUMENTO
               WRITE LINHA-DOCUMENTO
               MOVE SPACES TO LINHA-DOCUMENTO
               STRING "NOTA DE CREDITO " NUM-NOTA-CREDITO
                   "   FATURA " NUM-FATURA-DEV
                   "   CLIENTE " COD-CLIENTE-DEV
                   DELIMITED BY SIZE INTO LINHA-DOCUMENTO
               WRITE LINHA-DOCUMENTO
               MOVE SPACES TO LINHA-DOCUMENTO
               STRING "RECUSA NA ENTREGA DO PEDIDO " NUM-PEDIDO-ENT
                   " EM " DATA-ENTREGA " - MOTIVO: " MOTIVO-ENT
                   DELIMITED BY SIZE INTO LINHA-DOCUMENTO
               WRITE LINHA-DOCUMENTO
               MOVE "==========================================" TO
                   LINHA-DOCUMENTO
               WRITE LINHA-DOCUMENTO
               MOVE "COD    PRODUTO               QTDE  VALOR" TO
                   LINHA-DOCUMENTO
               WRITE LINHA-DOCUMENTO
           END-IF.

       2700-FECHAR-DOCUMENTO.
           IF WS-FS-DOC EQUAL ZEROS
               MOVE "------------------------------------------" TO
                   LINHA-DOCUMENTO
               WRITE LINHA-DOCUMENTO
               MOVE WS-VALOR-CREDITO TO WS-TOT-VALOR
               MOVE WS-LINHA-TOTAL TO LINHA-DOCUMENTO
               WRITE LINHA-DOCUMENTO

               CLOSE DOCUMENTO

               DISPLAY "DOCUMENTO GRAVADO EM " WS-NOME-ARQ-DOC

               MOVE "RETORNO-ENTREGA" TO PARM-CAT-PROGRAMA
               MOVE SPACES TO PARM-CAT-TITULO
               STRING "NOTA DE CREDITO " NUM-NOTA-CREDITO
                   DELIMITED BY SIZE INTO PARM-CAT-TITULO
               MOVE WS-NOME-ARQ-DOC TO PARM-CAT-ARQUIVO
               CALL "GRAVA-CATALOGO" USING PARM-CATALOGO
           END-IF.

      * A held order whose goods were all refused is cancelled; one
      * partly delivered goes back to 'E' carrying only the delivered
      * quantities, so FATURAMENTO bills what the customer accepted.
       3000-LIBERAR-PEDIDO.
           DISPLAY "INFORME O NUMERO DO PEDIDO RETIDO"
           ACCEPT NUM-PEDIDO-VENDA

           READ PEDIDOS-VENDA
               INVALID KEY
                   DISPLAY "PEDIDO NAO ENCONTRADO"
                   MOVE 0 TO WS-FS-PED
               NOT INVALID KEY
                   IF NOT PEDIDO-RETIDO
                       DISPLAY "PEDIDO NAO ESTA RETIDO - STATUS: "
                           STATUS-PEDIDO-VENDA
                   ELSE
                       MOVE NUM-PEDIDO-VENDA TO NUM-PEDIDO-ENT

                       READ ENTREGAS
                           INVALID KEY
                               DISPLAY "RETORNO DE ENTREGA DO PEDIDO "
                                   "NAO ENCONTRADO"
                               MOVE 0 TO WS-FS-ENT
                           NOT INVALID KEY
                               PERFORM 3100-CONFIRMAR-LIBERACAO
                       END-READ
                   END-IF
           END-READ.

       3100-CONFIRMAR-LIBERACAO.
           PERFORM 4100-EXIBIR-RETORNO

           IF ENTREGA-RECUSADA
               DISPLAY "NADA FOI ENTREGUE - O PEDIDO SERA CANCELADO"
           ELSE
               DISPLAY "O PEDIDO VOLTA A FATURAMENTO SO COM AS QUANTI"
      -            "DADES ENTREGUES"
           END-IF

           DISPLAY "CONFIRMA A LIBERACAO? (S/N)"
           ACCEPT WS-CONFIRMA

           IF WS-CONFIRMA EQUAL 'S'
               IF ENTREGA-RECUSADA
                   MOVE 'C' TO STATUS-PEDIDO-VENDA
                   MOVE SPACES TO MOTIVO-CANCEL-VENDA
                   STRING "RECUSADO NA ENTREGA - MOTIVO " MOTIVO-ENT
                       DELIMITED BY SIZE INTO MOTIVO-CANCEL-VENDA
               ELSE
                   MOVE 0 TO WS-ITEM-NOVO
                   PERFORM VARYING WS-ITEM FROM 1 BY 1
                           UNTIL WS-ITEM GREATER QTDE-ITENS-ENT
                       IF QTDE-ENTREGUE-ENT(WS-ITEM) GREATER 0
                           ADD 1 TO WS-ITEM-NOVO
                           MOVE COD-PRODUTO-ENT(WS-ITEM) TO
                               COD-PRODUTO-VENDA(WS-ITEM-NOVO)
                           MOVE QTDE-ENTREGUE-ENT(WS-ITEM) TO
                               QTDE-VENDA(WS-ITEM-NOVO)
                           MOVE IND-SUBSTITUTO-VENDA(WS-ITEM) TO
                               IND-SUBSTITUTO-VENDA(WS-ITEM-NOVO)
                       END-IF
                   END-PERFORM

                   PERFORM VARYING WS-ITEM FROM WS-ITEM-NOVO BY 1
                           UNTIL WS-ITEM NOT LESS 10
                       MOVE 0 TO COD-PRODUTO-VENDA(WS-ITEM + 1)
                       MOVE 0 TO QTDE-VENDA(WS-ITEM + 1)
                       MOVE SPACE TO IND-SUBSTITUTO-VENDA(WS-ITEM + 1)
                   END-PERFORM

                   MOVE WS-ITEM-NOVO TO QTDE-ITENS-VENDA
                   MOVE 'E' TO STATUS-PEDIDO-VENDA
               END-IF

               REWRITE REG-PEDIDO-VENDA

               IF WS-FS-PED NOT EQUAL ZEROS
                   MOVE WS-FS-PED TO WS-FS-CODIGO-BUSCA
                   PERFORM 9000-TRADUZIR-FS-STATUS
                   DISPLAY "NAO FOI POSSIVEL ATUALIZAR O PEDIDO"
                   DISPLAY "FILE STATUS: " WS-FS-PED " - "
                       WS-FS-MENSAGEM
                   MOVE NUM-PEDIDO-VENDA TO WS-LOG-CHAVE
                   MOVE WS-FS-PED TO WS-LOG-FS-VALOR
                   PERFORM 7000-GRAVAR-LOG-EXCECAO
               ELSE
                   MOVE 'L' TO TRATAMENTO-ENT
                   REWRITE REG-ENTREGA

                   IF PEDIDO-CANCELADO
                       DISPLAY "PEDIDO " NUM-PEDIDO-VENDA " CANCELADO"
                       PERFORM 3150-CONFIRMAR-CANCELAMENTO
                   ELSE
                       DISPLAY "PEDIDO " NUM-PEDIDO-VENDA " LIBERADO "
                           "PARA FATURAMENTO"
                   END-IF
               END-IF
           END-IF.

      * Customers that send their orders as a file are told of the
      * cancellation line by line; GRAVA-CONFIRMACAO ignores orders
      * keyed here by hand.
       3150-CONFIRMAR-CANCELAMENTO.
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
       3160-ENVIAR-CONFIRMACOES.
           MOVE 'F' TO PARM-CNF-ACAO
           CALL "GRAVA-CONFIRMACAO" USING PARM-CONFIRMACAO

           IF PARM-CNF-RETORNO NOT EQUAL ZEROS
               DISPLAY "CONFIRMACOES AOS CLIENTES NAO ENVIADAS - FICAM "
                   "PENDENTES PARA O PROXIMO ENVIO - FILE STATUS: "
                   PARM-CNF-RETORNO
           END-IF.

       4000-CONSULTAR-RETORNO.
           DISPLAY "INFORME O NUMERO DO PEDIDO"
           ACCEPT NUM-PEDIDO-ENT

           READ ENTREGAS
               INVALID KEY
                   DISPLAY "NENHUM RETORNO DE ENTREGA PARA O PEDIDO"
                   MOVE 0 TO WS-FS-ENT
               NOT INVALID KEY
                   PERFORM 4100-EXIBIR-RETORNO
           END-READ.

       4100-EXIBIR-RETORNO.
           DISPLAY "PEDIDO.......: " NUM-PEDIDO-ENT
           DISPLAY "CLIENTE......: " COD-CLIENTE-ENT
           DISPLAY "ROTA/VEICULO.: " COD-ROTA-ENT " / " COD-VEICULO-ENT
           DISPLAY "DATA ENTREGA.: " DATA-ENTREGA
           EVALUATE TRUE
               WHEN ENTREGA-TOTAL
                   DISPLAY "SITUACAO.....: ENTREGA TOTAL"
               WHEN ENTREGA-PARCIAL
                   DISPLAY "SITUACAO.....: ENTREGA PARCIAL - MOTIVO "
                       MOTIVO-ENT
               WHEN OTHER
                   DISPLAY "SITUACAO.....: RECUSADA - MOTIVO "
                       MOTIVO-ENT
           END-EVALUATE
           EVALUATE TRUE
               WHEN ENT-RETIDA
                   DISPLAY "TRATAMENTO...: PEDIDO RETIDO DO FATURAMENTO"
               WHEN ENT-LIBERADA
                   DISPLAY "TRATAMENTO...: PEDIDO LIBERADO"
               WHEN ENT-CREDITADA
                   DISPLAY "TRATAMENTO...: NOTA DE CREDITO "
                       NUM-NOTA-CREDITO-ENT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM VARYING WS-ITEM FROM 1 BY 1
                   UNTIL WS-ITEM GREATER QTDE-ITENS-ENT
               DISPLAY "   PRODUTO " COD-PRODUTO-ENT(WS-ITEM)
                   " ENTREGUE " QTDE-ENTREGUE-ENT(WS-ITEM)
                   " RECUSADO " QTDE-RECUSADA-ENT(WS-ITEM)
           END-PERFORM.

       4500-ABATER-CONTAS-RECEBER.
           IF WS-FS-CR NOT EQUAL ZEROS
               DISPLAY "CONTAS A RECEBER INDISPONIVEL - CREDITO NAO A"
      -            "BATIDO DO TITULO"
               MOVE "CONTASRECEBER.TXT" TO WS-LOG-CHAVE
               MOVE WS-FS-CR TO WS-LOG-FS-VALOR
               PERFORM 7000-GRAVAR-LOG-EXCECAO
           ELSE
               MOVE NUM-FATURA-DEV TO NUM-FATURA-CR

               READ CONTAS
                   INVALID KEY
                       MOVE 0 TO WS-FS-CR
                       IF FATURA-FINANCIADA
                           DISPLAY "FATURA FINANCIADA - NOTA DE CREDI"
      -                        "TO FICA A DISPOSICAO DO CLIENTE"
                       ELSE
                           PERFORM 4700-CRIAR-TITULO-ABATIDO
                       END-IF
                   NOT INVALID KEY
                       IF CR-LIQUIDADA
                           DISPLAY "TITULO JA LIQUIDADO - NOTA DE CRE"
      -                        "DITO FICA A DISPOSICAO DO CLIENTE"
                       ELSE
                           IF WS-VALOR-CREDITO NOT LESS
                                   VALOR-ABERTO-CR
                               MOVE 0 TO VALOR-ABERTO-CR
                               MOVE 'L' TO STATUS-CR
                           ELSE
                               SUBTRACT WS-VALOR-CREDITO FROM
                                   VALOR-ABERTO-CR
                           END-IF

                           REWRITE REG-CONTA-RECEBER

                           IF WS-FS-CR NOT EQUAL ZEROS
                               MOVE WS-FS-CR TO WS-FS-CODIGO-BUSCA
                               PERFORM 9000-TRADUZIR-FS-STATUS
                               DISPLAY "NAO FOI POSSIVEL ABATER O TIT"
      -                            "ULO - FILE STATUS: " WS-FS-CR
                                   " - " WS-FS-MENSAGEM
                               MOVE NUM-FATURA-CR TO WS-LOG-CHAVE
                               MOVE WS-FS-CR TO WS-LOG-FS-VALOR
                               PERFORM 7000-GRAVAR-LOG-EXCECAO
                           ELSE
                               DISPLAY "CREDITO ABATIDO DO TITULO "
                                   NUM-FATURA-CR

                               IF CR-LIQUIDADA
                                   PERFORM 4600-LIQUIDAR-FATURA
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-IF.

       4600-LIQUIDAR-FATURA.
           MOVE 'L' TO STATUS-FATURA
           REWRITE REG-FATURA

           IF WS-FS-FAT NOT EQUAL ZEROS
               DISPLAY "NAO FOI POSSIVEL LIQUIDAR A FATURA - FILE STA"
      -            "TUS: " WS-FS-FAT
               MOVE NUM-FATURA TO WS-LOG-CHAVE
               MOVE WS-FS-FAT TO WS-LOG-FS-VALOR
               PERFORM 7000-GRAVAR-LOG-EXCECAO
           ELSE
               DISPLAY "TITULO E FATURA LIQUIDADOS PELA NOTA DE CREDI"
      -            "TO"
           END-IF.

       4700-CRIAR-TITULO-ABATIDO.
           MOVE NUM-FATURA-DEV TO NUM-FATURA-CR
           MOVE COD-CLIENTE-DEV TO COD-CLIENTE-CR
           MOVE DATA-FATURA TO DATA-FATURA-CR
           MOVE VALOR-TOTAL-FATURA TO VALOR-ORIGINAL-CR

           IF WS-VALOR-CREDITO NOT LESS VALOR-TOTAL-FATURA
               MOVE 0 TO VALOR-ABERTO-CR
               MOVE 'L' TO STATUS-CR
           ELSE
               COMPUTE VALOR-ABERTO-CR =
                   VALOR-TOTAL-FATURA - WS-VALOR-CREDITO
               MOVE 'A' TO STATUS-CR
           END-IF

           MOVE 'N' TO IND-REGISTRADO-CR
           MOVE 0 TO RGM-ALUNO-CR
           MOVE VALOR-FRETE-FATURA TO VALOR-FRETE-CR

           WRITE REG-CONTA-RECEBER

           IF WS-FS-CR NOT EQUAL ZEROS
               MOVE WS-FS-CR TO WS-FS-CODIGO-BUSCA
               PERFORM 9000-TRADUZIR-FS-STATUS
               DISPLAY "NAO FOI POSSIVEL GERAR O TITULO COM O CREDITO"
                   " - FILE STATUS: " WS-FS-CR " - " WS-FS-MENSAGEM
               MOVE NUM-FATURA-CR TO WS-LOG-CHAVE
               MOVE WS-FS-CR TO WS-LOG-FS-VALOR
               PERFORM 7000-GRAVAR-LOG-EXCECAO
           ELSE
               DISPLAY "TITULO DA FATURA GERADO JA COM O CREDITO ABAT"
      -            "IDO"

               IF CR-LIQUIDADA
                   PERFORM 4600-LIQUIDAR-FATURA
               END-IF
           END-IF.

       5000-GRAVAR-MOVIMENTO.
           MOVE COD-PRODUTO TO COD-PRODUTO-MOV
           MOVE 1 TO COD-DEPOSITO-MOV
           MOVE MOTIVO-ENT TO MOTIVO-AJUSTE-MOV
           MOVE SPACES TO NUM-LOTE-MOV
           MOVE CUSTO-UNITARIO-PRODUTO TO CUSTO-UNIT-MOV
           MOVE PRECO-UNITARIO-PRODUTO TO PRECO-UNIT-MOV
           MOVE PARM-SES-OPERADOR TO OPERADOR-MOVIMENTO
           MOVE WS-DATA-HOJE TO DATA-MOVIMENTO
           WRITE REG-MOVIMENTO

           IF WS-FS-MOV NOT EQUAL ZEROS
               MOVE WS-FS-MOV TO WS-FS-CODIGO-BUSCA
               PERFORM 9000-TRADUZIR-FS-STATUS
               DISPLAY "NAO FOI POSSIVEL GRAVAR O MOVIMENTO"
               DISPLAY "FILE STATUS: " WS-FS-MOV " - " WS-FS-MENSAGEM
               MOVE COD-PRODUTO TO WS-LOG-CHAVE
               MOVE WS-FS-MOV TO WS-LOG-FS-VALOR
               PERFORM 7000-GRAVAR-LOG-EXCECAO
           ELSE
               MOVE COD-DEPOSITO-MOV TO PARM-SD-DEPOSITO
               MOVE COD-PRODUTO-MOV TO PARM-SD-PRODUTO
               MOVE TIPO-MOVIMENTO TO PARM-SD-TIPO
               MOVE QTDE-MOVIMENTO TO PARM-SD-QTDE
               CALL "ATUALIZA-SALDO-DEP" USING PARM-SALDO-DEP
           END-IF.

      * Success rate = orders delivered in full over orders returned,
      * for the deliveries dated in the month asked.
       6000-DESEMPENHO-ROTAS.
           DISPLAY "INFORME O PERIODO (AAAAMM)"
           ACCEPT WS-PERIODO

           INITIALIZE WS-TABELA-ROTAS
           INITIALIZE WS-TABELA-VEICULOS
           MOVE 0 TO WS-QTDE-ROTAS
           MOVE 0 TO WS-QTDE-VEICULOS
           MOVE 0 TO WS-EOF
           MOVE 0 TO NUM-PEDIDO-ENT

           START ENTREGAS KEY NOT LESS NUM-PEDIDO-ENT
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START

           PERFORM UNTIL WS-EOF EQUAL 1
               READ ENTREGAS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF DATA-ENTREGA(1:6) EQUAL WS-PERIODO
                           PERFORM 6100-ACUMULAR-ROTA
                           PERFORM 6200-ACUMULAR-VEICULO
                       END-IF
               END-READ
           END-PERFORM

           IF WS-QTDE-ROTAS EQUAL 0
               DISPLAY "NENHUMA ENTREGA REGISTRADA EM " WS-PERIODO
           ELSE
               PERFORM 6300-IMPRIMIR-DESEMPENHO
           END-IF.

       6100-ACUMULAR-ROTA.
           MOVE 'N' TO WS-ENCONTRADO

           PERFORM VARYING WS-IDX-ROTA FROM 1 BY 1
                   UNTIL WS-IDX-ROTA GREATER WS-QTDE-ROTAS
                   OR WS-ENCONTRADO EQUAL 'S'
               IF WS-ROT-CODIGO(WS-IDX-ROTA) EQUAL COD-ROTA-ENT
                   MOVE 'S' TO WS-ENCONTRADO
               END-IF
           END-PERFORM

           IF WS-ENCONTRADO EQUAL 'S'
               SUBTRACT 1 FROM WS-IDX-ROTA
           ELSE
               IF WS-QTDE-ROTAS LESS 99
                   ADD 1 TO WS-QTDE-ROTAS
                   MOVE WS-QTDE-ROTAS TO WS-IDX-ROTA
                   MOVE COD-ROTA-ENT TO WS-ROT-CODIGO(WS-IDX-ROTA)
                   MOVE 'S' TO WS-ENCONTRADO
               END-IF
           END-IF

           IF WS-ENCONTRADO EQUAL 'S'
               ADD 1 TO WS-ROT-PEDIDOS(WS-IDX-ROTA)
               EVALUATE TRUE
                   WHEN ENTREGA-TOTAL
                       ADD 1 TO WS-ROT-INTEGRAL(WS-IDX-ROTA)
                   WHEN ENTREGA-PARCIAL
                       ADD 1 TO WS-ROT-PARCIAL(WS-IDX-ROTA)
                   WHEN OTHER
                       ADD 1 TO WS-ROT-RECUSADO(WS-IDX-ROTA)
               END-EVALUATE
           END-IF.

       6200-ACUMULAR-VEICULO.
           MOVE 'N' TO WS-ENCONTRADO

           PERFORM VARYING WS-IDX-VEI FROM 1 BY 1
                   UNTIL WS-IDX-VEI GREATER WS-QTDE-VEICULOS
                   OR WS-ENCONTRADO EQUAL 'S'
               IF WS-VEI-CODIGO(WS-IDX-VEI) EQUAL COD-VEICULO-ENT
                   MOVE 'S' TO WS-ENCONTRADO
               END-IF
           END-PERFORM

           IF WS-ENCONTRADO EQUAL 'S'
               SUBTRACT 1 FROM WS-IDX-VEI
           ELSE
               IF WS-QTDE-VEICULOS LESS 200
                   ADD 1 TO WS-QTDE-VEICULOS
                   MOVE WS-QTDE-VEICULOS TO WS-IDX-VEI
                   MOVE COD-VEICULO-ENT TO WS-VEI-CODIGO(WS-IDX-VEI)
                   MOVE 'S' TO WS-ENCONTRADO
               END-IF
           END-IF

           IF WS-ENCONTRADO EQUAL 'S'
               ADD 1 TO WS-VEI-PEDIDOS(WS-IDX-VEI)
               EVALUATE TRUE
                   WHEN ENTREGA-TOTAL
                       ADD 1 TO WS-VEI-INTEGRAL(WS-IDX-VEI)
                   WHEN ENTREGA-PARCIAL
                       ADD 1 TO WS-VEI-PARCIAL(WS-IDX-VEI)
                   WHEN OTHER
                       ADD 1 TO WS-VEI-RECUSADO(WS-IDX-VEI)
               END-EVALUATE
           END-IF.

       6300-IMPRIMIR-DESEMPENHO.
           MOVE SPACES TO REL-CABECALHO-COLUNAS
           STRING "COD.  PLACA   PEDIDOS INTEGRAL  PARCIAL "
               "RECUSADO  SUCES.%"
               DELIMITED BY SIZE INTO REL-CABECALHO-COLUNAS
           PERFORM 8100-ABRIR-RELATORIO

           MOVE "POR ROTA" TO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           PERFORM VARYING WS-IDX-ROTA FROM 1 BY 1
                   UNTIL WS-IDX-ROTA GREATER WS-QTDE-ROTAS
               MOVE WS-ROT-CODIGO(WS-IDX-ROTA) TO WS-DES-CODIGO
               MOVE SPACES TO WS-DES-PLACA
               MOVE WS-ROT-PEDIDOS(WS-IDX-ROTA) TO WS-DES-PEDIDOS
               MOVE WS-ROT-INTEGRAL(WS-IDX-ROTA) TO WS-DES-INTEGRAL
               MOVE WS-ROT-PARCIAL(WS-IDX-ROTA) TO WS-DES-PARCIAL
               MOVE WS-ROT-RECUSADO(WS-IDX-ROTA) TO WS-DES-RECUSADO
               COMPUTE WS-PCT-SUCESSO ROUNDED =
                   WS-ROT-INTEGRAL(WS-IDX-ROTA) * 100
                   / WS-ROT-PEDIDOS(WS-IDX-ROTA)
               MOVE WS-PCT-SUCESSO TO WS-DES-SUCESSO
               MOVE WS-LINHA-DESEMPENHO TO LINHA-RELATORIO
               PERFORM 8200-IMPRIMIR-LINHA
           END-PERFORM

           MOVE SPACES TO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA
           MOVE "POR VEICULO" TO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           PERFORM VARYING WS-IDX-VEI FROM 1 BY 1
                   UNTIL WS-IDX-VEI GREATER WS-QTDE-VEICULOS
               MOVE WS-VEI-CODIGO(WS-IDX-VEI) TO WS-DES-CODIGO
               MOVE SPACES TO WS-DES-PLACA

               IF WS-FS-VEI EQUAL ZEROS
                   MOVE WS-VEI-CODIGO(WS-IDX-VEI) TO COD-VEICULO-V
                   READ VEICULOS
                       INVALID KEY
                           MOVE 0 TO WS-FS-VEI
                       NOT INVALID KEY
                           MOVE PLACA-VEICULO TO WS-DES-PLACA
                   END-READ
               END-IF

               MOVE WS-VEI-PEDIDOS(WS-IDX-VEI) TO WS-DES-PEDIDOS
               MOVE WS-VEI-INTEGRAL(WS-IDX-VEI) TO WS-DES-INTEGRAL
               MOVE WS-VEI-PARCIAL(WS-IDX-VEI) TO WS-DES-PARCIAL
               MOVE WS-VEI-RECUSADO(WS-IDX-VEI) TO WS-DES-RECUSADO
               COMPUTE WS-PCT-SUCESSO ROUNDED =
                   WS-VEI-INTEGRAL(WS-IDX-VEI) * 100
                   / WS-VEI-PEDIDOS(WS-IDX-VEI)
               MOVE WS-PCT-SUCESSO TO WS-DES-SUCESSO
               MOVE WS-LINHA-DESEMPENHO TO LINHA-RELATORIO
               PERFORM 8200-IMPRIMIR-LINHA
           END-PERFORM

           IF WS-FS-REL EQUAL ZEROS
               CLOSE RELATORIO
               MOVE "RETORNO-ENTREGA" TO PARM-CAT-PROGRAMA
               MOVE REL-CAB-TITULO TO PARM-CAT-TITULO
               MOVE REL-NOME-ARQ TO PARM-CAT-ARQUIVO
               CALL "GRAVA-CATALOGO" USING PARM-CATALOGO
               DISPLAY "RELATORIO GRAVADO EM " REL-NOME-ARQ
           END-IF.

       7000-GRAVAR-LOG-EXCECAO.
           OPEN EXTEND LOG-EXCECOES

           IF WS-FS-LOG EQUAL 35
               OPEN OUTPUT LOG-EXCECOES
           END-IF

           IF WS-FS-LOG EQUAL 0
               MOVE "RETORNO-ENTREGA" TO LOG-PROGRAMA
               MOVE FUNCTION CURRENT-DATE(1:14) TO LOG-DATA-HORA
               MOVE WS-LOG-CHAVE TO LOG-CHAVE
               MOVE WS-LOG-FS-VALOR TO LOG-FS-VALOR
               MOVE 'N' TO LOG-IND-RECONHECIDO
               WRITE REG-LOG-EXCECAO
               CLOSE LOG-EXCECOES
           END-IF.

       8100-ABRIR-RELATORIO.
           MOVE PARM-AMB-NOME TO REL-CAB-AMBIENTE

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-RELATORIO
           MOVE WS-DATA-RELATORIO(5:2) TO REL-CAB-DATA(1:2)
           MOVE WS-DATA-RELATORIO(7:2) TO REL-CAB-DATA(4:2)
           MOVE WS-DATA-RELATORIO(1:4) TO REL-CAB-DATA(7:4)

           MOVE SPACES TO REL-CAB-TITULO
           STRING "DESEMPENHO DE ENTREGA - " WS-PERIODO
               DELIMITED BY SIZE INTO REL-CAB-TITULO

           MOVE SPACES TO REL-NOME-ARQ
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'RELATORIOS\ENTREGAS' WS-PERIODO '.TXT'
               DELIMITED BY SIZE INTO REL-NOME-ARQ

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

           MOVE SPACES TO WS-ARQ-ENTREGAS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'ENTREGAS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-ENTREGAS

           MOVE SPACES TO WS-ARQ-PEDIDOSVENDA
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'PEDIDOSVENDA.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-PEDIDOSVENDA

           MOVE SPACES TO WS-ARQ-CLIENTES
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'CLIENTES.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-CLIENTES

           MOVE SPACES TO WS-ARQ-PRODUTOS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'PRODUTOS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-PRODUTOS

           MOVE SPACES TO WS-ARQ-VEICULOS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'VEICULOS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-VEICULOS

           MOVE SPACES TO WS-ARQ-FATURAS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'FATURAS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-FATURAS

           MOVE SPACES TO WS-ARQ-CONTASRECEBER
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'CONTASRECEBER.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-CONTASRECEBER

           MOVE SPACES TO WS-ARQ-DEVOLUCOES
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'DEVOLUCOES.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-DEVOLUCOES

           MOVE SPACES TO WS-ARQ-FATURASLINHAS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'FATURASLINHAS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-FATURASLINHAS

           MOVE SPACES TO WS-ARQ-MOVIMENTO
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'MOVIMENTO.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-MOVIMENTO

           MOVE SPACES TO WS-ARQ-EXCECOES
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'EXCECOES.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-EXCECOES.

       END PROGRAM RETORNO-ENTREGA.
