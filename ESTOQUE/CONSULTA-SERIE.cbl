       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSULTA-SERIE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SERIES ASSIGN TO WS-ARQ-NUMEROSSERIE
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CHAVE-SERIE
           FILE STATUS IS WS-FS.

           SELECT HIST-SERIE ASSIGN TO WS-ARQ-HISTSERIE
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-HS.

           SELECT PRODUTOS ASSIGN TO WS-ARQ-PRODUTOS
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS COD-PRODUTO
           ALTERNATE RECORD KEY IS EAN-PRODUTO
           ALTERNATE RECORD KEY IS NOME-PRODUTO
               WITH DUPLICATES
           FILE STATUS IS WS-FS-PROD.

           SELECT FORNECEDORES ASSIGN TO WS-ARQ-FORNECEDORES
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS COD-FORNECEDOR
           FILE STATUS IS WS-FS-FOR.

           SELECT CLIENTES ASSIGN TO WS-ARQ-CLIENTES
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-CLI.

           SELECT FATURAS ASSIGN TO WS-ARQ-FATURAS
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS NUM-FATURA
           FILE STATUS IS WS-FS-FAT.

           SELECT LOG-EXCECOES ASSIGN TO WS-ARQ-EXCECOES
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-LOG.
       DATA DIVISION.
       FILE SECTION.
       FD SERIES.
           COPY NUMEROSERIE.

       FD HIST-SERIE.
           COPY HISTSERIE.

       FD PRODUTOS.
           COPY PRODUTO.

       FD FORNECEDORES.
           COPY FORNECEDOR.

       FD CLIENTES.
           COPY CLIENTE.

       FD FATURAS.
           COPY FATURA.

       FD LOG-EXCECOES.
           COPY EXCELOG.
       WORKING-STORAGE SECTION.
           COPY FSTATUS.
           COPY PARMSESSAO.
           COPY AMBIENTE.
       77 WS-ARQ-NUMEROSSERIE    PIC X(60) VALUE SPACES.
       77 WS-ARQ-HISTSERIE       PIC X(60) VALUE SPACES.
       77 WS-ARQ-PRODUTOS        PIC X(60) VALUE SPACES.
       77 WS-ARQ-FORNECEDORES    PIC X(60) VALUE SPACES.
       77 WS-ARQ-CLIENTES        PIC X(60) VALUE SPACES.
       77 WS-ARQ-FATURAS         PIC X(60) VALUE SPACES.
       77 WS-ARQ-EXCECOES        PIC X(60) VALUE SPACES.
       77 WS-FS              PIC 99 VALUE 0.
       77 WS-FS-HS            PIC 99 VALUE 0.
       77 WS-FS-PROD          PIC 99 VALUE 0.
       77 WS-FS-FOR           PIC 99 VALUE 0.
       77 WS-FS-CLI           PIC 99 VALUE 0.
       77 WS-FS-FAT           PIC 99 VALUE 0.
       77 WS-FS-LOG           PIC 99 VALUE 0.
       77 WS-LOG-CHAVE        PIC X(20) VALUE SPACES.
       77 WS-LOG-FS-VALOR     PIC 99 VALUE 0.
       77 CONTROLE           PIC A VALUE SPACES.
       77 WS-OPCAO            PIC 9 VALUE 0.
       77 WS-EOF              PIC 99 VALUE 0.
       77 WS-COD-PRODUTO-INF  PIC 9(05) VALUE 0.
       77 WS-NUM-SERIE-INF    PIC X(20) VALUE SPACES.
       77 WS-NOME-FORNECEDOR  PIC X(30) VALUE SPACES.
       77 WS-NOME-CLIENTE     PIC X(20) VALUE SPACES.
       77 WS-CLIENTE-BUSCA    PIC 9(05) VALUE 0.
       77 WS-FATURA-ACHADA    PIC 9(06) VALUE 0.
       77 WS-DATA-FATURA      PIC 9(08) VALUE 0.
       77 WS-QTDE-EVENTOS     PIC 9(05) VALUE 0.
       77 WS-QTDE-LISTADOS    PIC 9(05) VALUE 0.

       01 WS-DATA-EDITADA.
           03 WS-EDT-DIA           PIC 99.
           03 FILLER               PIC X VALUE '/'.
           03 WS-EDT-MES           PIC 99.
           03 FILLER               PIC X VALUE '/'.
           03 WS-EDT-ANO           PIC 9(04).

       01 WS-DATA-AUX.
           03 WS-AUX-ANO           PIC 9(04).
           03 WS-AUX-MES           PIC 99.
           03 WS-AUX-DIA           PIC 99.

       01 WS-LINHA-EVENTO.
           03 WS-EVT-DATA          PIC X(10).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 WS-EVT-DESCRICAO     PIC X(24).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 WS-EVT-DOCUMENTO     PIC 9(06).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 WS-EVT-PARCEIRO      PIC 9(05).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 WS-EVT-OPERADOR      PIC 999.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0950-RESOLVER-AMBIENTE
           PERFORM 0900-LER-SESSAO
           DISPLAY "CONSULTA DE NUMEROS DE SERIE"

           OPEN INPUT SERIES

           IF WS-FS NOT EQUAL ZEROS
               MOVE WS-FS TO WS-FS-CODIGO-BUSCA
               PERFORM 9000-TRADUZIR-FS-STATUS
               DISPLAY "NAO FOI POSSIVEL ABRIR OS NUMEROS DE SERIE"
               DISPLAY "FILE STATUS: " WS-FS " - " WS-FS-MENSAGEM
               MOVE "NUMEROSSERIE.TXT" TO WS-LOG-CHAVE
               MOVE WS-FS TO WS-LOG-FS-VALOR
               PERFORM 7000-GRAVAR-LOG-EXCECAO
           ELSE
               OPEN INPUT PRODUTOS
               OPEN INPUT FORNECEDORES

               PERFORM UNTIL CONTROLE EQUAL 'N'
                   DISPLAY "1 - HISTORICO DE UMA UNIDADE"
                   DISPLAY "2 - NUMEROS DE SERIE EM ESTOQUE DE UM PRO"
                       "DUTO"
                   ACCEPT WS-OPCAO

                   EVALUATE WS-OPCAO
                       WHEN 1
                           PERFORM 2000-CONSULTAR-UNIDADE
                       WHEN 2
                           PERFORM 3000-LISTAR-EM-ESTOQUE
                       WHEN OTHER
                           DISPLAY "OPCAO INVALIDA"
                   END-EVALUATE

                   DISPLAY "DESEJA REALIZAR OUTRA OPERACAO?"
                   DISPLAY "DIGITE N PARA NAO"
                   ACCEPT CONTROLE
               END-PERFORM

               IF WS-FS-PROD EQUAL ZEROS
                   CLOSE PRODUTOS
               END-IF

               IF WS-FS-FOR EQUAL ZEROS
                   CLOSE FORNECEDORES
               END-IF

               CLOSE SERIES
           END-IF

           GOBACK.

       2000-CONSULTAR-UNIDADE.
           DISPLAY "INFORME O CODIGO DO PRODUTO"
           ACCEPT WS-COD-PRODUTO-INF
           DISPLAY "INFORME O NUMERO DE SERIE"
           ACCEPT WS-NUM-SERIE-INF

           MOVE WS-COD-PRODUTO-INF TO COD-PRODUTO-NS
           MOVE WS-NUM-SERIE-INF TO NUM-SERIE-NS

           READ SERIES
               INVALID KEY
                   DISPLAY "NUMERO DE SERIE NAO ENCONTRADO"
               NOT INVALID KEY
                   PERFORM 2100-EXIBIR-UNIDADE
                   PERFORM 2500-EXIBIR-EVENTOS
           END-READ.

       2100-EXIBIR-UNIDADE.
           MOVE COD-PRODUTO-NS TO COD-PRODUTO
           MOVE SPACES TO NOME-PRODUTO

           IF WS-FS-PROD EQUAL ZEROS
               READ PRODUTOS
                   INVALID KEY
                       MOVE "(NAO CADASTRADO)" TO NOME-PRODUTO
               END-READ
           END-IF

           DISPLAY "=============================================="
           DISPLAY "PRODUTO.......: " COD-PRODUTO-NS " " NOME-PRODUTO
           DISPLAY "NUMERO SERIE..: " NUM-SERIE-NS

           EVALUATE TRUE
               WHEN SERIE-EM-ESTOQUE
                   DISPLAY "SITUACAO......: EM ESTOQUE"
               WHEN SERIE-VENDIDA
                   DISPLAY "SITUACAO......: VENDIDA"
               WHEN SERIE-DEVOLVIDA-FORN
                   DISPLAY "SITUACAO......: DEVOLVIDA AO FORNECEDOR"
               WHEN OTHER
                   DISPLAY "SITUACAO......: " STATUS-NS
           END-EVALUATE

           MOVE COD-FORNECEDOR-NS TO COD-FORNECEDOR
           MOVE "(NAO CADASTRADO)" TO WS-NOME-FORNECEDOR

           IF WS-FS-FOR EQUAL ZEROS
               READ FORNECEDORES
                   NOT INVALID KEY
                       MOVE NOME-FORNECEDOR TO WS-NOME-FORNECEDOR
               END-READ
           END-IF

           DISPLAY "FORNECEDOR....: " COD-FORNECEDOR-NS " "
               WS-NOME-FORNECEDOR
           MOVE DATA-RECEBIMENTO-NS TO WS-DATA-AUX
           PERFORM 8000-EDITAR-DATA
           DISPLAY "RECEBIDA EM...: " WS-DATA-EDITADA
               "   ORDEM DE COMPRA " NUM-ORDEM-NS
               "   INSPECAO " NUM-INSPECAO-NS

           IF NUM-PEDIDO-NS NOT EQUAL ZEROS
               MOVE DATA-EXPEDICAO-NS TO WS-DATA-AUX
               PERFORM 8000-EDITAR-DATA
               DISPLAY "EXPEDIDA EM...: " WS-DATA-EDITADA
                   "   PEDIDO " NUM-PEDIDO-NS

               PERFORM 2200-BUSCAR-FATURA

               IF WS-FATURA-ACHADA EQUAL ZEROS
                   DISPLAY "FATURA........: AINDA NAO FATURADO"
               ELSE
                   MOVE WS-DATA-FATURA TO WS-DATA-AUX
                   PERFORM 8000-EDITAR-DATA
                   DISPLAY "FATURA........: " WS-FATURA-ACHADA
                       "   EMITIDA EM " WS-DATA-EDITADA
               END-IF

               MOVE COD-CLIENTE-NS TO WS-CLIENTE-BUSCA
               PERFORM 2300-BUSCAR-CLIENTE
               DISPLAY "CLIENTE.......: " COD-CLIENTE-NS " "
                   WS-NOME-CLIENTE
           END-IF

           IF NUM-NOTA-CREDITO-NS NOT EQUAL ZEROS
               MOVE DATA-DEVOLUCAO-NS TO WS-DATA-AUX
               PERFORM 8000-EDITAR-DATA
               DISPLAY "DEVOLVIDA EM..: " WS-DATA-EDITADA
                   "   NOTA DE CREDITO " NUM-NOTA-CREDITO-NS
           END-IF.

      * FATURAS.TXT is keyed by invoice only, so the order's invoice is
      * found by reading it through; the last one for the order wins.
       2200-BUSCAR-FATURA.
           MOVE 0 TO WS-FATURA-ACHADA
           MOVE 0 TO WS-DATA-FATURA
           MOVE 0 TO WS-EOF

           OPEN INPUT FATURAS

           IF WS-FS-FAT NOT EQUAL ZEROS
               MOVE 1 TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF EQUAL 1
               READ FATURAS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF NUM-PEDIDO-FAT EQUAL NUM-PEDIDO-NS
                           MOVE NUM-FATURA TO WS-FATURA-ACHADA
                           MOVE DATA-FATURA TO WS-DATA-FATURA
                       END-IF
               END-READ
           END-PERFORM

           IF WS-FS-FAT EQUAL ZEROS OR WS-FS-FAT EQUAL 10
               CLOSE FATURAS
           END-IF.

       2300-BUSCAR-CLIENTE.
           MOVE "(NAO CADASTRADO)" TO WS-NOME-CLIENTE
           MOVE 0 TO WS-EOF

           OPEN INPUT CLIENTES

           IF WS-FS-CLI NOT EQUAL ZEROS
               MOVE 1 TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF EQUAL 1
               READ CLIENTES
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF COD-CLIENTE EQUAL WS-CLIENTE-BUSCA
                           MOVE NOME-CLIENTE TO WS-NOME-CLIENTE
                           MOVE 1 TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-FS-CLI EQUAL ZEROS OR WS-FS-CLI EQUAL 10
               CLOSE CLIENTES
           END-IF.

       2500-EXIBIR-EVENTOS.
           MOVE 0 TO WS-QTDE-EVENTOS
           MOVE 0 TO WS-EOF

           DISPLAY "----------------------------------------------"
           DISPLAY "DATA        EVENTO                    DOCTO.  PA"
               "RC.  OPER."

           OPEN INPUT HIST-SERIE

           IF WS-FS-HS NOT EQUAL ZEROS
               MOVE 1 TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF EQUAL 1
               READ HIST-SERIE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF HS-COD-PRODUTO EQUAL COD-PRODUTO-NS
                       AND HS-NUM-SERIE EQUAL NUM-SERIE-NS
                           PERFORM 2600-EXIBIR-UM-EVENTO
                       END-IF
               END-READ
           END-PERFORM

           IF WS-FS-HS EQUAL ZEROS OR WS-FS-HS EQUAL 10
               CLOSE HIST-SERIE
           END-IF

           IF WS-QTDE-EVENTOS EQUAL 0
               DISPLAY "NENHUM EVENTO REGISTRADO"
           END-IF.

       2600-EXIBIR-UM-EVENTO.
           MOVE HS-DATA TO WS-DATA-AUX
           PERFORM 8000-EDITAR-DATA
           MOVE WS-DATA-EDITADA TO WS-EVT-DATA

           EVALUATE TRUE
               WHEN HS-RECEBIMENTO
                   MOVE "RECEBIDA DO FORNECEDOR" TO WS-EVT-DESCRICAO
               WHEN HS-EXPEDICAO
                   MOVE "EXPEDIDA AO CLIENTE" TO WS-EVT-DESCRICAO
               WHEN HS-DEVOLUCAO-CLIENTE
                   MOVE "DEVOLVIDA PELO CLIENTE" TO WS-EVT-DESCRICAO
               WHEN HS-DEVOLUCAO-FORN
                   MOVE "DEVOLVIDA AO FORNECEDOR" TO WS-EVT-DESCRICAO
               WHEN OTHER
                   MOVE HS-EVENTO TO WS-EVT-DESCRICAO
           END-EVALUATE

           MOVE HS-DOCUMENTO TO WS-EVT-DOCUMENTO
           MOVE HS-PARCEIRO TO WS-EVT-PARCEIRO
           MOVE HS-OPERADOR TO WS-EVT-OPERADOR
           DISPLAY WS-LINHA-EVENTO
           ADD 1 TO WS-QTDE-EVENTOS.

       3000-LISTAR-EM-ESTOQUE.
           DISPLAY "INFORME O CODIGO DO PRODUTO"
           ACCEPT WS-COD-PRODUTO-INF

           MOVE 0 TO WS-QTDE-LISTADOS
           MOVE 0 TO WS-EOF
           MOVE WS-COD-PRODUTO-INF TO COD-PRODUTO-NS
           MOVE LOW-VALUES TO NUM-SERIE-NS

           START SERIES KEY NOT LESS CHAVE-SERIE
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START

           PERFORM UNTIL WS-EOF EQUAL 1
               READ SERIES NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF COD-PRODUTO-NS NOT EQUAL WS-COD-PRODUTO-INF
                           MOVE 1 TO WS-EOF
                       ELSE
                           IF SERIE-EM-ESTOQUE
                               MOVE DATA-RECEBIMENTO-NS TO WS-DATA-AUX
                               PERFORM 8000-EDITAR-DATA
                               DISPLAY NUM-SERIE-NS "  RECEBIDA EM "
                                   WS-DATA-EDITADA "  FORNECEDOR "
                                   COD-FORNECEDOR-NS
                               ADD 1 TO WS-QTDE-LISTADOS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           DISPLAY "UNIDADES EM ESTOQUE: " WS-QTDE-LISTADOS.

       8000-EDITAR-DATA.
           MOVE WS-AUX-DIA TO WS-EDT-DIA
           MOVE WS-AUX-MES TO WS-EDT-MES
           MOVE WS-AUX-ANO TO WS-EDT-ANO.

       0900-LER-SESSAO.
           MOVE 'L' TO PARM-SES-ACAO
           CALL "OPERADOR-SESSAO" USING PARM-SESSAO.

       7000-GRAVAR-LOG-EXCECAO.
           OPEN EXTEND LOG-EXCECOES

           IF WS-FS-LOG EQUAL 35
               OPEN OUTPUT LOG-EXCECOES
           END-IF

           IF WS-FS-LOG EQUAL 0
               MOVE "CONSULTA-SERIE" TO LOG-PROGRAMA
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

           MOVE SPACES TO WS-ARQ-NUMEROSSERIE
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'NUMEROSSERIE.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-NUMEROSSERIE

           MOVE SPACES TO WS-ARQ-HISTSERIE
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'HISTSERIE.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-HISTSERIE

           MOVE SPACES TO WS-ARQ-PRODUTOS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'PRODUTOS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-PRODUTOS

           MOVE SPACES TO WS-ARQ-FORNECEDORES
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'FORNECEDORES.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-FORNECEDORES

           MOVE SPACES TO WS-ARQ-CLIENTES
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'CLIENTES.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-CLIENTES

           MOVE SPACES TO WS-ARQ-FATURAS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'FATURAS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-FATURAS

           MOVE SPACES TO WS-ARQ-EXCECOES
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'EXCECOES.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-EXCECOES.

       END PROGRAM CONSULTA-SERIE.
