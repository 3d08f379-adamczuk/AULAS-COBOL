       IDENTIFICATION DIVISION.
       PROGRAM-ID. PEDIDO-PROGRAMADO.
       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEDIDOS-PROGRAMADOS ASSIGN TO WS-ARQ-PROGRAMADOS
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS NUM-PROGRAMADO
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS.

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

           SELECT VENDEDORES ASSIGN TO WS-ARQ-VENDEDORES
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS COD-VENDEDOR
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-VEN.
       DATA DIVISION.
       FILE SECTION.
       FD PEDIDOS-PROGRAMADOS.
           COPY PEDIDOPROGRAMADO.

       FD CLIENTES.
           COPY CLIENTE.

       FD PRODUTOS.
           COPY PRODUTO.

       FD VENDEDORES.
           COPY VENDEDOR.
       WORKING-STORAGE SECTION.
           COPY FSTATUS.
           COPY PARMNUMERO.
           COPY AMBIENTE.
       77 WS-ARQ-PROGRAMADOS     PIC X(60) VALUE SPACES.
       77 WS-ARQ-CLIENTES        PIC X(60) VALUE SPACES.
       77 WS-ARQ-PRODUTOS        PIC X(60) VALUE SPACES.
       77 WS-ARQ-VENDEDORES      PIC X(60) VALUE SPACES.
       77 WS-FS              PIC 99 VALUE 0.
       77 WS-FS-CLI           PIC 99 VALUE 0.
       77 WS-FS-PROD          PIC 99 VALUE 0.
       77 WS-FS-VEN           PIC 99 VALUE 0.
       77 CONTROLE           PIC A VALUE SPACES.
       77 WS-OPCAO            PIC 9 VALUE 0.
       77 WS-EOF              PIC 99 VALUE 0.
       77 WS-EOF-CLI          PIC 99 VALUE 0.
       77 WS-VALIDO           PIC A VALUE 'N'.
       77 WS-ENCONTRADO       PIC A VALUE 'N'.
       77 WS-CONFIRMA         PIC A VALUE SPACES.
       77 WS-ITEM             PIC 99 VALUE 0.
       77 WS-COD-PRODUTO-INF  PIC 9(05) VALUE 0.
       77 WS-QTDE-INF         PIC 9(09) VALUE 0.
       77 WS-DATA-HOJE        PIC 9(08) VALUE 0.
       77 WS-NOVA-DATA        PIC 9(08) VALUE 0.
       77 WS-CONTADOR         PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0950-RESOLVER-AMBIENTE
           DISPLAY "PEDIDOS PROGRAMADOS DE CLIENTES"

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE

           OPEN I-O PEDIDOS-PROGRAMADOS

           IF WS-FS EQUAL 35
               OPEN OUTPUT PEDIDOS-PROGRAMADOS
               IF WS-FS EQUAL ZEROS
                   CLOSE PEDIDOS-PROGRAMADOS
                   OPEN I-O PEDIDOS-PROGRAMADOS
               END-IF
           END-IF

           OPEN INPUT PRODUTOS

           IF WS-FS NOT EQUAL ZEROS
           OR WS-FS-PROD NOT EQUAL ZEROS
               MOVE WS-FS TO WS-FS-CODIGO-BUSCA
               PERFORM 9000-TRADUZIR-FS-STATUS
               DISPLAY "NAO FOI POSSIVEL ABRIR OS ARQUIVOS"
               DISPLAY "PROGRAMADOS: " WS-FS " - " WS-FS-MENSAGEM
               DISPLAY "PRODUTOS...: " WS-FS-PROD
           ELSE
               PERFORM UNTIL CONTROLE EQUAL 'N'
                   DISPLAY "1 - INCLUIR PEDIDO PROGRAMADO"
                   DISPLAY "2 - LISTAR PEDIDOS PROGRAMADOS"
                   DISPLAY "3 - CONSULTAR PEDIDO PROGRAMADO"
                   DISPLAY "4 - SUSPENDER OU REATIVAR"
                   DISPLAY "5 - ENCERRAR PEDIDO PROGRAMADO"
                   ACCEPT WS-OPCAO

                   EVALUATE WS-OPCAO
                       WHEN 1
                           PERFORM 2000-INCLUIR-PROGRAMADO
                       WHEN 2
                           PERFORM 3000-LISTAR-PROGRAMADOS
                       WHEN 3
                           PERFORM 4000-CONSULTAR-PROGRAMADO
                       WHEN 4
                           PERFORM 5000-SUSPENDER-REATIVAR
                       WHEN 5
                           PERFORM 6000-ENCERRAR-PROGRAMADO
                       WHEN OTHER
                           DISPLAY "OPCAO INVALIDA"
                   END-EVALUATE

                   DISPLAY "DESEJA REALIZAR OUTRA OPERACAO?"
                   DISPLAY "DIGITE N PARA NAO"
                   ACCEPT CONTROLE
               END-PERFORM
           END-IF

           CLOSE PEDIDOS-PROGRAMADOS
           CLOSE PRODUTOS

           GOBACK.

       2000-INCLUIR-PROGRAMADO.
           INITIALIZE REG-PEDIDO-PROGRAMADO
           MOVE 'S' TO WS-VALIDO

           DISPLAY "INFORME O CODIGO DO CLIENTE"
           ACCEPT COD-CLIENTE-PRG
           PERFORM 2100-VALIDAR-CLIENTE

           IF WS-VALIDO EQUAL 'S'
               PERFORM 2200-VALIDAR-VENDEDOR
           END-IF

           IF WS-VALIDO EQUAL 'S'
               PERFORM 2300-INFORMAR-AGENDA
           END-IF

           IF WS-VALIDO EQUAL 'S'
               DISPLAY "CONDICAO DE PAGAMENTO: V - A VISTA  F - FINA"
      -            "NCIADO"
               ACCEPT COND-PAGAMENTO-PRG

               IF COND-PAGAMENTO-PRG EQUAL 'F'
                   DISPLAY "INFORME A QUANTIDADE DE PARCELAS"
                   ACCEPT QTDE-PARCELAS-PRG
                   IF QTDE-PARCELAS-PRG EQUAL 0
                       MOVE 1 TO QTDE-PARCELAS-PRG
                   END-IF
               ELSE
                   MOVE 'V' TO COND-PAGAMENTO-PRG
                   MOVE 0 TO QTDE-PARCELAS-PRG
               END-IF

               PERFORM 2400-INCLUIR-ITENS

               IF QTDE-ITENS-PRG EQUAL 0
                   DISPLAY "PEDIDO PROGRAMADO SEM ITENS - NAO GRAVADO"
                   MOVE 'N' TO WS-VALIDO
               END-IF
           END-IF

           IF WS-VALIDO EQUAL 'S'
               MOVE "PROGRAMADO" TO PARM-SERIE
               CALL "PROXIMO-NUMERO" USING PARM-PROXIMO-NUMERO

               IF PARM-RETORNO NOT EQUAL ZEROS
                   DISPLAY "NAO FOI POSSIVEL OBTER O NUMERO DO PEDIDO "
                       "PROGRAMADO - FILE STATUS: " PARM-RETORNO
               ELSE
                   MOVE PARM-NUMERO TO NUM-PROGRAMADO
                   MOVE 'A' TO STATUS-PRG
                   MOVE 0 TO DATA-ULTIMA-GERACAO-PRG
                   MOVE 0 TO NUM-ULTIMO-PEDIDO-PRG

                   WRITE REG-PEDIDO-PROGRAMADO

                   IF WS-FS NOT EQUAL ZEROS
                       DISPLAY "NAO FOI POSSIVEL GRAVAR O PEDIDO PROGR"
      -                    "AMADO - FILE STATUS: " WS-FS
                   ELSE
                       DISPLAY "PEDIDO PROGRAMADO " NUM-PROGRAMADO
                           " GRAVADO - PRIMEIRA GERACAO EM "
                           DATA-PROXIMA-PRG
                   END-IF
               END-IF
           END-IF.

       2100-VALIDAR-CLIENTE.
           MOVE 'N' TO WS-ENCONTRADO
           MOVE 0 TO WS-EOF-CLI

           OPEN INPUT CLIENTES

           IF WS-FS-CLI NOT EQUAL ZEROS
               DISPLAY "NAO FOI POSSIVEL ABRIR O ARQUIVO DE CLIENTES"
               DISPLAY "FILE STATUS: " WS-FS-CLI
               MOVE 1 TO WS-EOF-CLI
           END-IF

           PERFORM UNTIL WS-EOF-CLI EQUAL 1
               READ CLIENTES
                   AT END
                       MOVE 1 TO WS-EOF-CLI
                   NOT AT END
                       IF COD-CLIENTE EQUAL COD-CLIENTE-PRG
                           MOVE 1 TO WS-EOF-CLI
                           IF CLIENTE-INATIVO
                               DISPLAY "CLIENTE INATIVO: "
                                   COD-CLIENTE-PRG
                           ELSE
                               MOVE 'S' TO WS-ENCONTRADO
                               DISPLAY "CLIENTE: " NOME-CLIENTE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-FS-CLI EQUAL ZEROS OR WS-FS-CLI EQUAL 10
               CLOSE CLIENTES
           END-IF

           IF WS-ENCONTRADO EQUAL 'N'
               DISPLAY "CLIENTE NAO CADASTRADO OU INATIVO: "
                   COD-CLIENTE-PRG
               MOVE 'N' TO WS-VALIDO
           END-IF.

       2200-VALIDAR-VENDEDOR.
           DISPLAY "INFORME O CODIGO DO VENDEDOR"
           ACCEPT COD-VENDEDOR-PRG

           OPEN INPUT VENDEDORES

           IF WS-FS-VEN EQUAL 35
               DISPLAY "SEM CADASTRO DE VENDEDORES - SEGUE SEM VALIDA"
      -            "CAO DO VENDEDOR"
           ELSE
               IF WS-FS-VEN NOT EQUAL ZEROS
                   DISPLAY "NAO FOI POSSIVEL ABRIR O ARQUIVO DE VENDE"
      -                "DORES - FILE STATUS: " WS-FS-VEN
               ELSE
                   MOVE COD-VENDEDOR-PRG TO COD-VENDEDOR

                   READ VENDEDORES
                       INVALID KEY
                           DISPLAY "VENDEDOR NAO CADASTRADO: "
                               COD-VENDEDOR
                           MOVE 'N' TO WS-VALIDO
                       NOT INVALID KEY
                           IF VENDEDOR-INATIVO
                               DISPLAY "VENDEDOR INATIVO: "
                                   COD-VENDEDOR
                               MOVE 'N' TO WS-VALIDO
                           ELSE
                               DISPLAY "VENDEDOR: " NOME-VENDEDOR
                           END-IF
                   END-READ

                   CLOSE VENDEDORES
               END-IF
           END-IF.

       2300-INFORMAR-AGENDA.
           DISPLAY "FREQUENCIA: S - SEMANAL  Q - QUINZENAL  M - MENSAL"
           ACCEPT FREQUENCIA-PRG

           IF NOT PRG-SEMANAL AND NOT PRG-QUINZENAL
           AND NOT PRG-MENSAL
               DISPLAY "FREQUENCIA INVALIDA: " FREQUENCIA-PRG
               MOVE 'N' TO WS-VALIDO
           ELSE
               DISPLAY "DATA DA PRIMEIRA GERACAO (AAAAMMDD)"
               ACCEPT DATA-PROXIMA-PRG
               DISPLAY "DATA FINAL (AAAAMMDD - ZERO PARA SEM FIM)"
               ACCEPT DATA-FIM-PRG

               IF DATA-PROXIMA-PRG LESS WS-DATA-HOJE
                   DISPLAY "PRIMEIRA GERACAO NAO PODE SER ANTERIOR A "
                       "HOJE"
                   MOVE 'N' TO WS-VALIDO
               ELSE
                   IF DATA-FIM-PRG NOT EQUAL 0
                   AND DATA-FIM-PRG LESS DATA-PROXIMA-PRG
                       DISPLAY "DATA FINAL ANTERIOR A PRIMEIRA GERACAO"
                       MOVE 'N' TO WS-VALIDO
                   ELSE
                       MOVE DATA-PROXIMA-PRG(7:2) TO DIA-MES-PRG
                   END-IF
               END-IF
           END-IF.

       2400-INCLUIR-ITENS.
           MOVE 0 TO QTDE-ITENS-PRG
           MOVE 1 TO WS-COD-PRODUTO-INF

           PERFORM UNTIL WS-COD-PRODUTO-INF EQUAL 0
                   OR QTDE-ITENS-PRG EQUAL 10
               DISPLAY "INFORME O CODIGO DO PRODUTO (0 PARA ENCERRAR)"
               ACCEPT WS-COD-PRODUTO-INF

               IF WS-COD-PRODUTO-INF NOT EQUAL 0
                   PERFORM 2500-INCLUIR-UM-ITEM
               END-IF
           END-PERFORM

           IF QTDE-ITENS-PRG EQUAL 10
               DISPLAY "LIMITE DE 10 ITENS POR PEDIDO ATINGIDO"
           END-IF.

       2500-INCLUIR-UM-ITEM.
           MOVE WS-COD-PRODUTO-INF TO COD-PRODUTO

           READ PRODUTOS
               INVALID KEY
                   DISPLAY "PRODUTO NAO CADASTRADO: " COD-PRODUTO
               NOT INVALID KEY
                   IF PRODUTO-INATIVO
                       DISPLAY "PRODUTO INATIVO: " COD-PRODUTO
                   ELSE
                       DISPLAY "PRODUTO: " NOME-PRODUTO
                       DISPLAY "INFORME A QUANTIDADE POR PEDIDO"
                       ACCEPT WS-QTDE-INF

                       IF WS-QTDE-INF EQUAL 0
                           DISPLAY "QUANTIDADE DEVE SER MAIOR QUE ZERO"
                       ELSE
                           ADD 1 TO QTDE-ITENS-PRG
                           MOVE WS-COD-PRODUTO-INF TO
                               COD-PRODUTO-PRG(QTDE-ITENS-PRG)
                           MOVE WS-QTDE-INF TO
                               QTDE-PRG(QTDE-ITENS-PRG)
                       END-IF
                   END-IF
           END-READ.

       3000-LISTAR-PROGRAMADOS.
           MOVE 0 TO WS-EOF
           MOVE 0 TO WS-CONTADOR
           MOVE 0 TO NUM-PROGRAMADO

           START PEDIDOS-PROGRAMADOS KEY NOT LESS NUM-PROGRAMADO
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START

           PERFORM UNTIL WS-EOF EQUAL 1
               READ PEDIDOS-PROGRAMADOS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       DISPLAY NUM-PROGRAMADO "  CLIENTE "
                           COD-CLIENTE-PRG "  " FREQUENCIA-PRG
                           "  PROXIMA " DATA-PROXIMA-PRG
                           "  FIM " DATA-FIM-PRG
                           "  " STATUS-PRG
                       ADD 1 TO WS-CONTADOR
               END-READ
           END-PERFORM

           DISPLAY "TOTAL DE PEDIDOS PROGRAMADOS: " WS-CONTADOR.

       4000-CONSULTAR-PROGRAMADO.
           DISPLAY "INFORME O NUMERO DO PEDIDO PROGRAMADO"
           ACCEPT NUM-PROGRAMADO

           READ PEDIDOS-PROGRAMADOS
               INVALID KEY
                   DISPLAY "PEDIDO PROGRAMADO NAO ENCONTRADO"
               NOT INVALID KEY
                   PERFORM 4100-EXIBIR-PROGRAMADO
           END-READ.

       4100-EXIBIR-PROGRAMADO.
           DISPLAY " PROGRAMADO..: " NUM-PROGRAMADO
           DISPLAY " CLIENTE.....: " COD-CLIENTE-PRG
           DISPLAY " VENDEDOR....: " COD-VENDEDOR-PRG
           DISPLAY " FREQUENCIA..: " FREQUENCIA-PRG
           DISPLAY " PROXIMA.....: " DATA-PROXIMA-PRG
           DISPLAY " DATA FINAL..: " DATA-FIM-PRG
           DISPLAY " STATUS......: " STATUS-PRG
           DISPLAY " ULTIMO PEDIDO " NUM-ULTIMO-PEDIDO-PRG " EM "
               DATA-ULTIMA-GERACAO-PRG

           PERFORM VARYING WS-ITEM FROM 1 BY 1
                   UNTIL WS-ITEM GREATER QTDE-ITENS-PRG
               DISPLAY "   PRODUTO " COD-PRODUTO-PRG(WS-ITEM)
                   " QTDE " QTDE-PRG(WS-ITEM)
           END-PERFORM

           DISPLAY "------------------------------".

       5000-SUSPENDER-REATIVAR.
           DISPLAY "INFORME O NUMERO DO PEDIDO PROGRAMADO"
           ACCEPT NUM-PROGRAMADO

           READ PEDIDOS-PROGRAMADOS
               INVALID KEY
                   DISPLAY "PEDIDO PROGRAMADO NAO ENCONTRADO"
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN PRG-ENCERRADO
                           DISPLAY "PEDIDO PROGRAMADO JA ENCERRADO"
                       WHEN PRG-SUSPENSO
                           DISPLAY "PROXIMA GERACAO ATUAL: "
                               DATA-PROXIMA-PRG
                           DISPLAY "NOVA DATA DA PROXIMA GERACAO (AAA"
      -                        "AMMDD - ZERO MANTEM)"
                           ACCEPT WS-NOVA-DATA
                           IF WS-NOVA-DATA NOT EQUAL 0
                               MOVE WS-NOVA-DATA TO DATA-PROXIMA-PRG
                           END-IF
                           MOVE 'A' TO STATUS-PRG
                           PERFORM 5100-REGRAVAR
                       WHEN OTHER
                           MOVE 'S' TO STATUS-PRG
                           PERFORM 5100-REGRAVAR
                   END-EVALUATE
           END-READ.

       5100-REGRAVAR.
           REWRITE REG-PEDIDO-PROGRAMADO

           IF WS-FS NOT EQUAL ZEROS
               DISPLAY "NAO FOI POSSIVEL ATUALIZAR O PEDIDO PROGRAMADO"
                   " - FILE STATUS: " WS-FS
           ELSE
               DISPLAY "PEDIDO PROGRAMADO " NUM-PROGRAMADO
                   " - STATUS " STATUS-PRG
           END-IF.

       6000-ENCERRAR-PROGRAMADO.
           DISPLAY "INFORME O NUMERO DO PEDIDO PROGRAMADO"
           ACCEPT NUM-PROGRAMADO

           READ PEDIDOS-PROGRAMADOS
               INVALID KEY
                   DISPLAY "PEDIDO PROGRAMADO NAO ENCONTRADO"
               NOT INVALID KEY
                   IF PRG-ENCERRADO
                       DISPLAY "PEDIDO PROGRAMADO JA ENCERRADO"
                   ELSE
                       PERFORM 4100-EXIBIR-PROGRAMADO
                       DISPLAY "CONFIRMA O ENCERRAMENTO? (S/N)"
                       ACCEPT WS-CONFIRMA
                       IF WS-CONFIRMA EQUAL 'S'
                           MOVE 'E' TO STATUS-PRG
                           PERFORM 5100-REGRAVAR
                       END-IF
                   END-IF
           END-READ.

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

           MOVE SPACES TO WS-ARQ-PROGRAMADOS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'PEDIDOSPROGRAMADOS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-PROGRAMADOS

           MOVE SPACES TO WS-ARQ-CLIENTES
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'CLIENTES.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-CLIENTES

           MOVE SPACES TO WS-ARQ-PRODUTOS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'PRODUTOS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-PRODUTOS

           MOVE SPACES TO WS-ARQ-VENDEDORES
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'VENDEDORES.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-VENDEDORES.

       END PROGRAM PEDIDO-PROGRAMADO.
