       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECOLHIMENTO-LOTE.
       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUTOS ASSIGN TO WS-ARQ-PRODUTOS
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS COD-PRODUTO
           ALTERNATE RECORD KEY IS EAN-PRODUTO
           ALTERNATE RECORD KEY IS NOME-PRODUTO
               WITH DUPLICATES
           FILE STATUS IS WS-FS-PROD.

           SELECT LOTES-ESTOQUE ASSIGN TO WS-ARQ-LOTESESTOQUE
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CHAVE-LOTE-EST
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS.

           SELECT RASTRO-LOTES ASSIGN TO WS-ARQ-RASTROLOTES
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-RL.

           SELECT MOVIMENTO ASSIGN TO WS-ARQ-MOVIMENTO
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-MOV.

           SELECT FATURAS ASSIGN TO WS-ARQ-FATURAS
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS NUM-FATURA
           FILE STATUS IS WS-FS-FAT.

           SELECT ENTREGAS ASSIGN TO WS-ARQ-ENTREGAS
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS NUM-PEDIDO-ENT
           FILE STATUS IS WS-FS-ENT.

           SELECT CLIENTES ASSIGN TO WS-ARQ-CLIENTES
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-CLI.

           SELECT MALA-RECOLHIMENTO ASSIGN TO WS-ARQ-MALA
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-MALA.

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
       FD PRODUTOS.
           COPY PRODUTO.

       FD LOTES-ESTOQUE.
           COPY LOTEESTOQUE.

       FD RASTRO-LOTES.
           COPY RASTROLOTE.

       FD MOVIMENTO.
           COPY MOVPRODUTO.

       FD FATURAS.
           COPY FATURA.

       FD ENTREGAS.
           COPY ENTREGA.

       FD CLIENTES.
           COPY CLIENTE.

       FD MALA-RECOLHIMENTO.
           COPY MALADIRETA.

       FD RELATORIO.
       01 LINHA-RELATORIO     PIC X(90).

       FD LOG-EXCECOES.
           COPY EXCELOG.
       WORKING-STORAGE SECTION.
           COPY FSTATUS.
           COPY PARMSESSAO.
           COPY PARMCARTAS.
           COPY RELATORIO.
           COPY PARMCATALOGO.
           COPY AMBIENTE.
       77 WS-ARQ-PRODUTOS        PIC X(60) VALUE SPACES.
       77 WS-ARQ-LOTESESTOQUE    PIC X(60) VALUE SPACES.
       77 WS-ARQ-RASTROLOTES     PIC X(60) VALUE SPACES.
       77 WS-ARQ-MOVIMENTO       PIC X(60) VALUE SPACES.
       77 WS-ARQ-FATURAS         PIC X(60) VALUE SPACES.
       77 WS-ARQ-ENTREGAS        PIC X(60) VALUE SPACES.
       77 WS-ARQ-CLIENTES        PIC X(60) VALUE SPACES.
       77 WS-ARQ-MALA            PIC X(60) VALUE SPACES.
       77 WS-ARQ-EXCECOES        PIC X(60) VALUE SPACES.
       77 WS-FS              PIC 99 VALUE 0.
       77 WS-FS-PROD          PIC 99 VALUE 0.
       77 WS-FS-RL            PIC 99 VALUE 0.
       77 WS-FS-MOV           PIC 99 VALUE 0.
       77 WS-FS-FAT           PIC 99 VALUE 0.
       77 WS-FS-ENT           PIC 99 VALUE 0.
       77 WS-FS-CLI           PIC 99 VALUE 0.
       77 WS-FS-MALA          PIC 99 VALUE 0.
       77 WS-FS-REL           PIC 99 VALUE 0.
       77 WS-FS-LOG           PIC 99 VALUE 0.
       77 WS-LOG-CHAVE        PIC X(20) VALUE SPACES.
       77 WS-LOG-FS-VALOR     PIC 99 VALUE 0.
       77 CONTROLE           PIC A VALUE SPACES.
       77 WS-OPCAO            PIC 9 VALUE 0.
       77 WS-MODO             PIC 9 VALUE 0.
       77 WS-EOF              PIC 99 VALUE 0.
       77 WS-EOF-AUX          PIC 99 VALUE 0.
       77 WS-CONFIRMA         PIC A VALUE SPACES.
       77 WS-COD-PRODUTO-INF  PIC 9(05) VALUE 0.
       77 WS-NOME-PRODUTO     PIC X(20) VALUE SPACES.
       77 WS-LOTE-INF         PIC X(10) VALUE SPACES.
       77 WS-LOTE-BUSCA       PIC X(10) VALUE SPACES.
       77 WS-VALIDADE-INI     PIC 9(08) VALUE 0.
       77 WS-VALIDADE-FIM     PIC 9(08) VALUE 0.
       77 WS-QTDE-LOTES       PIC 99 VALUE 0.
       77 WS-IDX-LOTE         PIC 99 VALUE 0.
       77 WS-LOTE-ACHADO      PIC 99 VALUE 0.
       77 WS-QTDE-DEPS        PIC 9(03) VALUE 0.
       77 WS-IDX-DEP          PIC 9(03) VALUE 0.
       77 WS-DEP-ACHADO       PIC 9(03) VALUE 0.
       77 WS-QTDE-CLIENTES    PIC 9(05) VALUE 0.
       77 WS-QTDE-RETIDOS     PIC 9(05) VALUE 0.
       77 WS-QTDE-LIBERADOS   PIC 9(05) VALUE 0.
       77 WS-NOME-CLIENTE     PIC X(20) VALUE SPACES.
       77 WS-ENDERECO-CLIENTE PIC X(30) VALUE SPACES.
       77 WS-EMAIL-CLIENTE    PIC X(30) VALUE SPACES.
       77 WS-CLIENTE-BUSCA    PIC 9(05) VALUE 0.
       77 WS-PEDIDO-BUSCA     PIC 9(06) VALUE 0.
       77 WS-FATURA-ACHADA    PIC 9(06) VALUE 0.
       77 WS-QTDE-SEM-PEDIDO  PIC 9(09) VALUE 0.
       77 WS-SALDO-DEP        PIC S9(09) VALUE 0.
       77 WS-DATA-HOJE        PIC 9(08) VALUE 0.
       77 WS-DATA-RELATORIO   PIC 9(08) VALUE 0.
       77 MASC-QTDE           PIC ZZZ.ZZZ.ZZ9.

       01 WS-TABELA-LOTES.
           03 WS-LOTE-OCORR OCCURS 50 TIMES.
               05 WS-TL-LOTE           PIC X(10).
               05 WS-TL-VALIDADE       PIC 9(08).
               05 WS-TL-QTDE           PIC 9(09).
               05 WS-TL-RETIDO         PIC X.
               05 WS-TL-RASTREADA      PIC 9(09).
               05 WS-TL-SAIDAS         PIC 9(09).

       01 WS-TABELA-DEPOSITOS.
           03 WS-DEP-OCORR OCCURS 200 TIMES.
               05 WS-TD-LOTE           PIC 99.
               05 WS-TD-DEPOSITO       PIC 99.
               05 WS-TD-ENTRADAS       PIC 9(09).
               05 WS-TD-SAIDAS         PIC 9(09).

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

       01 WS-LINHA-LOTE.
           03 FILLER               PIC X(02) VALUE SPACES.
           03 WS-LOT-LOTE          PIC X(10).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 WS-LOT-VALIDADE      PIC X(10).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 WS-LOT-QTDE          PIC ZZZ.ZZZ.ZZ9.
           03 FILLER               PIC X(02) VALUE SPACES.
           03 WS-LOT-SITUACAO      PIC X(10).

       01 WS-LINHA-CLIENTE.
           03 WS-CLI-PEDIDO        PIC 9(06).
           03 FILLER               PIC X(01) VALUE SPACES.
           03 WS-CLI-CODIGO        PIC 9(05).
           03 FILLER               PIC X(01) VALUE SPACES.
           03 WS-CLI-NOME          PIC X(20).
           03 FILLER               PIC X(01) VALUE SPACES.
           03 WS-CLI-LOTE          PIC X(10).
           03 FILLER               PIC X(01) VALUE SPACES.
           03 WS-CLI-QTDE          PIC ZZZ.ZZZ.ZZ9.
           03 FILLER               PIC X(01) VALUE SPACES.
           03 WS-CLI-EXPEDICAO     PIC X(10).
           03 FILLER               PIC X(01) VALUE SPACES.
           03 WS-CLI-FATURA        PIC X(06).
           03 FILLER               PIC X(01) VALUE SPACES.
           03 WS-CLI-ENTREGA       PIC X(10).
           03 FILLER               PIC X(01) VALUE SPACES.
           03 WS-CLI-ROTA          PIC X(02).

       01 WS-LINHA-DEPOSITO.
           03 FILLER               PIC X(02) VALUE SPACES.
           03 WS-DEP-LOTE          PIC X(10).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 FILLER               PIC X(05) VALUE "DEP. ".
           03 WS-DEP-CODIGO        PIC 99.
           03 FILLER               PIC X(02) VALUE SPACES.
           03 WS-DEP-ENTRADAS      PIC ZZZ.ZZZ.ZZ9.
           03 FILLER               PIC X(02) VALUE SPACES.
           03 WS-DEP-SAIDAS        PIC ZZZ.ZZZ.ZZ9.
           03 FILLER               PIC X(02) VALUE SPACES.
           03 WS-DEP-SALDO         PIC -ZZZ.ZZZ.ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0950-RESOLVER-AMBIENTE
           PERFORM 0900-LER-SESSAO
           DISPLAY "RECOLHIMENTO DE LOTES - RASTREIO ATE O CLIENTE"

           OPEN INPUT PRODUTOS
           OPEN I-O LOTES-ESTOQUE

           IF WS-FS NOT EQUAL ZEROS
           OR WS-FS-PROD NOT EQUAL ZEROS
               DISPLAY "NAO FOI POSSIVEL ABRIR OS ARQUIVOS"
               DISPLAY "LOTES: " WS-FS "  PRODUTOS: " WS-FS-PROD
               MOVE "LOTESESTOQUE.TXT" TO WS-LOG-CHAVE
               MOVE WS-FS TO WS-LOG-FS-VALOR
               PERFORM 7000-GRAVAR-LOG-EXCECAO
           ELSE
               OPEN INPUT ENTREGAS

               PERFORM UNTIL CONTROLE EQUAL 'N'
                   DISPLAY "1 - RASTREAR E RECOLHER LOTE"
                   DISPLAY "2 - LIBERAR LOTE RETIDO"
                   ACCEPT WS-OPCAO

                   EVALUATE WS-OPCAO
                       WHEN 1
                           PERFORM 1000-RECOLHER-LOTE
                               THRU 1000-FIM
                       WHEN 2
                           PERFORM 5000-LIBERAR-LOTE
                               THRU 5000-FIM
                       WHEN OTHER
                           DISPLAY "OPCAO INVALIDA"
                   END-EVALUATE

                   DISPLAY "DESEJA REALIZAR OUTRA OPERACAO?"
                   DISPLAY "DIGITE N PARA NAO"
                   ACCEPT CONTROLE
               END-PERFORM

               IF WS-FS-ENT EQUAL ZEROS
                   CLOSE ENTREGAS
               END-IF
           END-IF

           CLOSE PRODUTOS
           CLOSE LOTES-ESTOQUE

           GOBACK.

       1000-RECOLHER-LOTE.
           DISPLAY "INFORME O CODIGO DO PRODUTO"
           ACCEPT WS-COD-PRODUTO-INF

           MOVE WS-COD-PRODUTO-INF TO COD-PRODUTO

           READ PRODUTOS
               INVALID KEY
                   DISPLAY "PRODUTO NAO CADASTRADO"
                   GO TO 1000-FIM
           END-READ

           MOVE NOME-PRODUTO TO WS-NOME-PRODUTO
           MOVE SPACES TO WS-LOTE-INF
           MOVE 0 TO WS-VALIDADE-INI
           MOVE 99999999 TO WS-VALIDADE-FIM

           DISPLAY "1 - POR NUMERO DE LOTE"
           DISPLAY "2 - POR FAIXA DE VALIDADE"
           ACCEPT WS-MODO

           EVALUATE WS-MODO
               WHEN 1
                   DISPLAY "INFORME O NUMERO DO LOTE"
                   ACCEPT WS-LOTE-INF
                   IF WS-LOTE-INF EQUAL SPACES
                       DISPLAY "LOTE NAO INFORMADO"
                       GO TO 1000-FIM
                   END-IF
               WHEN 2
                   DISPLAY "INFORME A VALIDADE INICIAL (AAAAMMDD)"
                   ACCEPT WS-VALIDADE-INI
                   DISPLAY "INFORME A VALIDADE FINAL (AAAAMMDD)"
                   ACCEPT WS-VALIDADE-FIM
                   IF WS-VALIDADE-FIM LESS WS-VALIDADE-INI
                       DISPLAY "FAIXA DE VALIDADE INVALIDA"
                       GO TO 1000-FIM
                   END-IF
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
                   GO TO 1000-FIM
           END-EVALUATE

           PERFORM 1100-SELECIONAR-LOTES

           IF WS-QTDE-LOTES EQUAL 0
               DISPLAY "NENHUM LOTE DO PRODUTO ATENDE AO CRITERIO"
               GO TO 1000-FIM
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           MOVE SPACES TO REL-CABECALHO-COLUNAS
           STRING "PEDIDO CLI   NOME                 LOTE       "
               "       QTDE EXPEDICAO  FATURA ENTREGA    RT"
               DELIMITED BY SIZE INTO REL-CABECALHO-COLUNAS
           MOVE SPACES TO REL-CAB-TITULO
           STRING "RECOLHIMENTO DE LOTE - PRODUTO "
               WS-COD-PRODUTO-INF
               DELIMITED BY SIZE INTO REL-CAB-TITULO
           MOVE SPACES TO REL-NOME-ARQ
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'RELATORIOS\RECOLHIMENTO' WS-DATA-HOJE '.TXT'
               DELIMITED BY SIZE INTO REL-NOME-ARQ
           PERFORM 8100-ABRIR-RELATORIO

           MOVE SPACES TO LINHA-RELATORIO
           STRING "PRODUTO " WS-COD-PRODUTO-INF " - " WS-NOME-PRODUTO
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           MOVE "LOTES ENVOLVIDOS E SALDO ATUAL" TO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           PERFORM VARYING WS-IDX-LOTE FROM 1 BY 1
                   UNTIL WS-IDX-LOTE GREATER WS-QTDE-LOTES
               PERFORM 1300-IMPRIMIR-LOTE
           END-PERFORM

           MOVE ALL "-" TO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA
           MOVE "CLIENTES QUE RECEBERAM OS LOTES" TO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           PERFORM 2000-RASTREAR-CLIENTES

           MOVE ALL "-" TO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA
           MOVE "MOVIMENTOS DOS LOTES POR DEPOSITO" TO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           PERFORM 3000-APURAR-MOVIMENTOS

           MOVE ALL "-" TO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           DISPLAY "CLIENTES/PEDIDOS ATINGIDOS: " WS-QTDE-CLIENTES
           DISPLAY "CONFIRMA RETER O ESTOQUE RESTANTE E GERAR AS CART"
               "AS DE RECOLHIMENTO? (S/N)"
           ACCEPT WS-CONFIRMA

           IF WS-CONFIRMA EQUAL 'S'
               PERFORM 4000-RETER-LOTES
               PERFORM 4500-GERAR-CARTAS
           ELSE
               MOVE "ESTOQUE NAO RETIDO - APENAS CONSULTA"
                   TO LINHA-RELATORIO
               PERFORM 8200-IMPRIMIR-LINHA
           END-IF

           IF WS-FS-REL EQUAL ZEROS
               CLOSE RELATORIO
               MOVE "RECOLHIMENTO-LOTE" TO PARM-CAT-PROGRAMA
               MOVE REL-CAB-TITULO TO PARM-CAT-TITULO
               MOVE REL-NOME-ARQ TO PARM-CAT-ARQUIVO
               CALL "GRAVA-CATALOGO" USING PARM-CATALOGO
               DISPLAY "RELATORIO GRAVADO EM " REL-NOME-ARQ
           END-IF.

       1000-FIM.
           EXIT.

      * The lots in question come from LOTESESTOQUE.TXT, which keeps
      * a lot's row after it is used up. A lot number typed in that
      * is no longer there is still traced through the movements.
       1100-SELECIONAR-LOTES.
           MOVE 0 TO WS-QTDE-LOTES
           INITIALIZE WS-TABELA-LOTES
           MOVE 0 TO WS-EOF
           MOVE WS-COD-PRODUTO-INF TO COD-PRODUTO-LE
           MOVE 0 TO DATA-VALIDADE-LE
           MOVE SPACES TO NUM-LOTE-LE

           START LOTES-ESTOQUE KEY NOT LESS CHAVE-LOTE-EST
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START

           PERFORM UNTIL WS-EOF EQUAL 1
               READ LOTES-ESTOQUE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF COD-PRODUTO-LE NOT EQUAL WS-COD-PRODUTO-INF
                           MOVE 1 TO WS-EOF
                       ELSE
                           PERFORM 1200-AVALIAR-LOTE
                       END-IF
               END-READ
           END-PERFORM

           IF WS-MODO EQUAL 1
           AND WS-QTDE-LOTES EQUAL 0
               MOVE 1 TO WS-QTDE-LOTES
               MOVE WS-LOTE-INF TO WS-TL-LOTE(1)
               MOVE 0 TO WS-TL-VALIDADE(1)
               MOVE 0 TO WS-TL-QTDE(1)
               MOVE SPACE TO WS-TL-RETIDO(1)
           END-IF.

       1200-AVALIAR-LOTE.
           IF WS-MODO EQUAL 1
               IF NUM-LOTE-LE NOT EQUAL WS-LOTE-INF
                   GO TO 1200-FIM
               END-IF
           ELSE
               IF DATA-VALIDADE-LE LESS WS-VALIDADE-INI
               OR DATA-VALIDADE-LE GREATER WS-VALIDADE-FIM
                   GO TO 1200-FIM
               END-IF
           END-IF

           IF WS-QTDE-LOTES NOT LESS 50
               DISPLAY "MAIS DE 50 LOTES NO CRITERIO - LOTE "
                   NUM-LOTE-LE " FORA DO RASTREIO"
               GO TO 1200-FIM
           END-IF

           ADD 1 TO WS-QTDE-LOTES
           MOVE NUM-LOTE-LE TO WS-TL-LOTE(WS-QTDE-LOTES)
           MOVE DATA-VALIDADE-LE TO WS-TL-VALIDADE(WS-QTDE-LOTES)
           MOVE QTDE-LOTE-LE TO WS-TL-QTDE(WS-QTDE-LOTES)
           MOVE IND-RETIDO-LE TO WS-TL-RETIDO(WS-QTDE-LOTES).

       1200-FIM.
           EXIT.

       1300-IMPRIMIR-LOTE.
           MOVE WS-TL-LOTE(WS-IDX-LOTE) TO WS-LOT-LOTE
           MOVE WS-TL-VALIDADE(WS-IDX-LOTE) TO WS-DATA-AUX
           PERFORM 8000-EDITAR-DATA
           MOVE WS-DATA-EDITADA TO WS-LOT-VALIDADE
           MOVE WS-TL-QTDE(WS-IDX-LOTE) TO WS-LOT-QTDE

           IF WS-TL-RETIDO(WS-IDX-LOTE) EQUAL 'R'
               MOVE "RETIDO" TO WS-LOT-SITUACAO
           ELSE
               IF WS-TL-QTDE(WS-IDX-LOTE) EQUAL 0
                   MOVE "ESGOTADO" TO WS-LOT-SITUACAO
               ELSE
                   MOVE "LIVRE" TO WS-LOT-SITUACAO
               END-IF
           END-IF

           MOVE WS-LINHA-LOTE TO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA.

       1400-LOCALIZAR-LOTE.
           MOVE 0 TO WS-LOTE-ACHADO

           PERFORM VARYING WS-IDX-LOTE FROM 1 BY 1
                   UNTIL WS-IDX-LOTE GREATER WS-QTDE-LOTES
                   OR WS-LOTE-ACHADO GREATER 0
               IF WS-TL-LOTE(WS-IDX-LOTE) EQUAL WS-LOTE-BUSCA
                   MOVE WS-IDX-LOTE TO WS-LOTE-ACHADO
               END-IF
           END-PERFORM.

      * Every lot the picking drew for an order left a row on
      * RASTROLOTES.TXT; each one becomes a report line and a letter.
       2000-RASTREAR-CLIENTES.
           MOVE 0 TO WS-QTDE-CLIENTES
           MOVE 0 TO WS-EOF

           OPEN INPUT RASTRO-LOTES

           IF WS-FS-RL NOT EQUAL ZEROS
               MOVE "SEM REGISTRO DE RASTREIO DE LOTES EXPEDIDOS"
                   TO LINHA-RELATORIO
               PERFORM 8200-IMPRIMIR-LINHA
               MOVE 1 TO WS-EOF
           END-IF

           OPEN OUTPUT MALA-RECOLHIMENTO

           PERFORM UNTIL WS-EOF EQUAL 1
               READ RASTRO-LOTES
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF COD-PRODUTO-RL EQUAL WS-COD-PRODUTO-INF
                           MOVE NUM-LOTE-RL TO WS-LOTE-BUSCA
                           PERFORM 1400-LOCALIZAR-LOTE
                           IF WS-LOTE-ACHADO GREATER 0
                               PERFORM 2100-IMPRIMIR-CLIENTE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-FS-RL EQUAL ZEROS OR WS-FS-RL EQUAL 10
               CLOSE RASTRO-LOTES
           END-IF

           IF WS-FS-MALA EQUAL ZEROS
               CLOSE MALA-RECOLHIMENTO
           END-IF

           MOVE SPACES TO LINHA-RELATORIO
           STRING "ENTREGAS A CLIENTES RASTREADAS: " WS-QTDE-CLIENTES
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA.

       2100-IMPRIMIR-CLIENTE.
           ADD 1 TO WS-QTDE-CLIENTES
           ADD QTDE-RL TO WS-TL-RASTREADA(WS-LOTE-ACHADO)

           MOVE COD-CLIENTE-RL TO WS-CLIENTE-BUSCA
           PERFORM 2300-BUSCAR-CLIENTE
           MOVE NUM-PEDIDO-RL TO WS-PEDIDO-BUSCA
           PERFORM 2200-BUSCAR-FATURA

           MOVE NUM-PEDIDO-RL TO WS-CLI-PEDIDO
           MOVE COD-CLIENTE-RL TO WS-CLI-CODIGO
           MOVE WS-NOME-CLIENTE TO WS-CLI-NOME
           MOVE NUM-LOTE-RL TO WS-CLI-LOTE
           MOVE QTDE-RL TO WS-CLI-QTDE
           MOVE DATA-EXPEDICAO-RL TO WS-DATA-AUX
           PERFORM 8000-EDITAR-DATA
           MOVE WS-DATA-EDITADA TO WS-CLI-EXPEDICAO

           IF WS-FATURA-ACHADA EQUAL 0
               MOVE "------" TO WS-CLI-FATURA
           ELSE
               MOVE WS-FATURA-ACHADA TO WS-CLI-FATURA
           END-IF

           MOVE "PENDENTE" TO WS-CLI-ENTREGA
           MOVE SPACES TO WS-CLI-ROTA

           IF WS-FS-ENT EQUAL ZEROS
               MOVE NUM-PEDIDO-RL TO NUM-PEDIDO-ENT
               READ ENTREGAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DATA-ENTREGA TO WS-DATA-AUX
                       PERFORM 8000-EDITAR-DATA
                       MOVE WS-DATA-EDITADA TO WS-CLI-ENTREGA
                       MOVE COD-ROTA-ENT TO WS-CLI-ROTA
               END-READ
           END-IF

           MOVE WS-LINHA-CLIENTE TO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           IF WS-FS-MALA EQUAL ZEROS
               MOVE WS-NOME-CLIENTE TO NOME-MALA
               MOVE WS-ENDERECO-CLIENTE TO ENDERECO-MALA
               MOVE WS-EMAIL-CLIENTE TO EMAIL-MALA
               MOVE SPACES TO REFERENCIA-MALA
               STRING "PRODUTO " WS-COD-PRODUTO-INF " LOTE "
                   NUM-LOTE-RL
                   DELIMITED BY SIZE INTO REFERENCIA-MALA
               MOVE QTDE-RL TO MASC-QTDE
               MOVE SPACES TO DETALHE-MALA
               STRING "NF " WS-CLI-FATURA " QTDE " MASC-QTDE
                   DELIMITED BY SIZE INTO DETALHE-MALA
               WRITE REG-MALA-DIRETA
           END-IF.

       2200-BUSCAR-FATURA.
           MOVE 0 TO WS-FATURA-ACHADA
           MOVE 0 TO WS-EOF-AUX

           OPEN INPUT FATURAS

           IF WS-FS-FAT NOT EQUAL ZEROS
               MOVE 1 TO WS-EOF-AUX
           END-IF

           PERFORM UNTIL WS-EOF-AUX EQUAL 1
               READ FATURAS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF-AUX
                   NOT AT END
                       IF NUM-PEDIDO-FAT EQUAL WS-PEDIDO-BUSCA
                           MOVE NUM-FATURA TO WS-FATURA-ACHADA
                       END-IF
               END-READ
           END-PERFORM

           IF WS-FS-FAT EQUAL ZEROS OR WS-FS-FAT EQUAL 10
               CLOSE FATURAS
           END-IF.

       2300-BUSCAR-CLIENTE.
           MOVE "(NAO CADASTRADO)" TO WS-NOME-CLIENTE
           MOVE SPACES TO WS-ENDERECO-CLIENTE
           MOVE SPACES TO WS-EMAIL-CLIENTE
           MOVE 0 TO WS-EOF-AUX

           OPEN INPUT CLIENTES

           IF WS-FS-CLI NOT EQUAL ZEROS
               MOVE 1 TO WS-EOF-AUX
           END-IF

           PERFORM UNTIL WS-EOF-AUX EQUAL 1
               READ CLIENTES
                   AT END
                       MOVE 1 TO WS-EOF-AUX
                   NOT AT END
                       IF COD-CLIENTE EQUAL WS-CLIENTE-BUSCA
                           MOVE NOME-CLIENTE TO WS-NOME-CLIENTE
                           MOVE ENDERECO-CLIENTE TO
                               WS-ENDERECO-CLIENTE
                           MOVE EMAIL-CLIENTE TO WS-EMAIL-CLIENTE
                           MOVE 1 TO WS-EOF-AUX
                       END-IF
               END-READ
           END-PERFORM

           IF WS-FS-CLI EQUAL ZEROS OR WS-FS-CLI EQUAL 10
               CLOSE CLIENTES
           END-IF.

      * Lot-stamped movements give, per deposit, what came in and what
      * went out of each lot. Issues with no order behind them (kit
      * assembly, write-offs) are the difference against the trace.
       3000-APURAR-MOVIMENTOS.
           MOVE 0 TO WS-QTDE-DEPS
           INITIALIZE WS-TABELA-DEPOSITOS
           MOVE 0 TO WS-EOF

           OPEN INPUT MOVIMENTO

           IF WS-FS-MOV NOT EQUAL ZEROS
               MOVE "MOVIMENTO.TXT INDISPONIVEL" TO LINHA-RELATORIO
               PERFORM 8200-IMPRIMIR-LINHA
               MOVE 1 TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF EQUAL 1
               READ MOVIMENTO
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF COD-PRODUTO-MOV EQUAL WS-COD-PRODUTO-INF
                       AND NUM-LOTE-MOV NOT EQUAL SPACES
                           MOVE NUM-LOTE-MOV TO WS-LOTE-BUSCA
                           PERFORM 1400-LOCALIZAR-LOTE
                           IF WS-LOTE-ACHADO GREATER 0
                               PERFORM 3100-ACUMULAR-MOVIMENTO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-FS-MOV EQUAL ZEROS OR WS-FS-MOV EQUAL 10
               CLOSE MOVIMENTO
           END-IF

           PERFORM VARYING WS-IDX-DEP FROM 1 BY 1
                   UNTIL WS-IDX-DEP GREATER WS-QTDE-DEPS
               PERFORM 3200-IMPRIMIR-DEPOSITO
           END-PERFORM

           PERFORM VARYING WS-IDX-LOTE FROM 1 BY 1
                   UNTIL WS-IDX-LOTE GREATER WS-QTDE-LOTES
               IF WS-TL-SAIDAS(WS-IDX-LOTE) GREATER
                       WS-TL-RASTREADA(WS-IDX-LOTE)
                   COMPUTE WS-QTDE-SEM-PEDIDO =
                       WS-TL-SAIDAS(WS-IDX-LOTE)
                       - WS-TL-RASTREADA(WS-IDX-LOTE)
                   MOVE WS-QTDE-SEM-PEDIDO TO MASC-QTDE
                   MOVE SPACES TO LINHA-RELATORIO
                   STRING "  LOTE " WS-TL-LOTE(WS-IDX-LOTE)
                       " SAIDAS SEM PEDIDO RASTREADO: " MASC-QTDE
                       DELIMITED BY SIZE INTO LINHA-RELATORIO
                   PERFORM 8200-IMPRIMIR-LINHA
               END-IF
           END-PERFORM.

       3100-ACUMULAR-MOVIMENTO.
           MOVE 0 TO WS-DEP-ACHADO

           PERFORM VARYING WS-IDX-DEP FROM 1 BY 1
                   UNTIL WS-IDX-DEP GREATER WS-QTDE-DEPS
                   OR WS-DEP-ACHADO GREATER 0
               IF WS-TD-LOTE(WS-IDX-DEP) EQUAL WS-LOTE-ACHADO
               AND WS-TD-DEPOSITO(WS-IDX-DEP) EQUAL COD-DEPOSITO-MOV
                   MOVE WS-IDX-DEP TO WS-DEP-ACHADO
               END-IF
           END-PERFORM

           IF WS-DEP-ACHADO EQUAL 0
               IF WS-QTDE-DEPS LESS 200
                   ADD 1 TO WS-QTDE-DEPS
                   MOVE WS-QTDE-DEPS TO WS-DEP-ACHADO
                   MOVE WS-LOTE-ACHADO TO WS-TD-LOTE(WS-DEP-ACHADO)
                   MOVE COD-DEPOSITO-MOV TO
                       WS-TD-DEPOSITO(WS-DEP-ACHADO)
               END-IF
           END-IF

           IF WS-DEP-ACHADO GREATER 0
               IF MOVIMENTO-ENTRADA
                   ADD QTDE-MOVIMENTO TO WS-TD-ENTRADAS(WS-DEP-ACHADO)
               ELSE
                   ADD QTDE-MOVIMENTO TO WS-TD-SAIDAS(WS-DEP-ACHADO)
               END-IF
           END-IF

           IF MOVIMENTO-SAIDA
               ADD QTDE-MOVIMENTO TO WS-TL-SAIDAS(WS-LOTE-ACHADO)
           END-IF.

       3200-IMPRIMIR-DEPOSITO.
           MOVE WS-TD-LOTE(WS-IDX-DEP) TO WS-IDX-LOTE
           MOVE WS-TL-LOTE(WS-IDX-LOTE) TO WS-DEP-LOTE
           MOVE WS-TD-DEPOSITO(WS-IDX-DEP) TO WS-DEP-CODIGO
           MOVE WS-TD-ENTRADAS(WS-IDX-DEP) TO WS-DEP-ENTRADAS
           MOVE WS-TD-SAIDAS(WS-IDX-DEP) TO WS-DEP-SAIDAS
           COMPUTE WS-SALDO-DEP = WS-TD-ENTRADAS(WS-IDX-DEP)
               - WS-TD-SAIDAS(WS-IDX-DEP)
           MOVE WS-SALDO-DEP TO WS-DEP-SALDO
           MOVE WS-LINHA-DEPOSITO TO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA.

       4000-RETER-LOTES.
           MOVE 0 TO WS-QTDE-RETIDOS

           PERFORM VARYING WS-IDX-LOTE FROM 1 BY 1
                   UNTIL WS-IDX-LOTE GREATER WS-QTDE-LOTES
               IF WS-TL-QTDE(WS-IDX-LOTE) GREATER 0
               AND WS-TL-RETIDO(WS-IDX-LOTE) NOT EQUAL 'R'
                   PERFORM 4100-RETER-UM-LOTE
               END-IF
           END-PERFORM

           MOVE SPACES TO LINHA-RELATORIO
           STRING "LOTES COLOCADOS EM RETENCAO: " WS-QTDE-RETIDOS
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA
           DISPLAY "LOTES COLOCADOS EM RETENCAO: " WS-QTDE-RETIDOS.

       4100-RETER-UM-LOTE.
           MOVE WS-COD-PRODUTO-INF TO COD-PRODUTO-LE
           MOVE WS-TL-VALIDADE(WS-IDX-LOTE) TO DATA-VALIDADE-LE
           MOVE WS-TL-LOTE(WS-IDX-LOTE) TO NUM-LOTE-LE

           READ LOTES-ESTOQUE
               INVALID KEY
                   DISPLAY "LOTE NAO ENCONTRADO: " NUM-LOTE-LE
               NOT INVALID KEY
                   MOVE 'R' TO IND-RETIDO-LE

                   REWRITE REG-LOTE-ESTOQUE

                   IF WS-FS NOT EQUAL ZEROS
                       MOVE WS-FS TO WS-FS-CODIGO-BUSCA
                       PERFORM 9000-TRADUZIR-FS-STATUS
                       DISPLAY "NAO FOI POSSIVEL RETER O LOTE "
                           NUM-LOTE-LE
                       DISPLAY "FILE STATUS: " WS-FS " - "
                           WS-FS-MENSAGEM
                       MOVE NUM-LOTE-LE TO WS-LOG-CHAVE
                       MOVE WS-FS TO WS-LOG-FS-VALOR
                       PERFORM 7000-GRAVAR-LOG-EXCECAO
                   ELSE
                       ADD 1 TO WS-QTDE-RETIDOS
                       MOVE 'R' TO WS-TL-RETIDO(WS-IDX-LOTE)
                   END-IF
           END-READ.

       4500-GERAR-CARTAS.
           IF WS-QTDE-CLIENTES EQUAL 0
               DISPLAY "NENHUM CLIENTE ATINGIDO - SEM CARTAS"
           ELSE
               MOVE 'RECOLHIMENTO_MALA.TXT' TO PARM-CAR-MALA
               MOVE 'CARTA_RECOLHIMENTO.TXT' TO PARM-CAR-MODELO
               MOVE 'CARTAS_RECOLHIMENTO.TXT' TO PARM-CAR-SAIDA
               CALL "GERA-CARTAS" USING PARM-CARTAS

               MOVE SPACES TO LINHA-RELATORIO
               STRING "CARTAS DE RECOLHIMENTO GERADAS: "
                   PARM-CAR-GERADAS
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               PERFORM 8200-IMPRIMIR-LINHA

               IF PARM-CAR-RETORNO NOT EQUAL ZEROS
                   DISPLAY "CARTAS NAO GERADAS - FILE STATUS: "
                       PARM-CAR-RETORNO
                   MOVE "CARTAS_RECOLHIMENTO" TO WS-LOG-CHAVE
                   MOVE PARM-CAR-RETORNO TO WS-LOG-FS-VALOR
                   PERFORM 7000-GRAVAR-LOG-EXCECAO
               END-IF
           END-IF.

       5000-LIBERAR-LOTE.
           DISPLAY "INFORME O CODIGO DO PRODUTO"
           ACCEPT WS-COD-PRODUTO-INF
           DISPLAY "INFORME O NUMERO DO LOTE"
           ACCEPT WS-LOTE-INF

           MOVE 1 TO WS-MODO
           PERFORM 1100-SELECIONAR-LOTES

           MOVE 0 TO WS-QTDE-RETIDOS

           PERFORM VARYING WS-IDX-LOTE FROM 1 BY 1
                   UNTIL WS-IDX-LOTE GREATER WS-QTDE-LOTES
               IF WS-TL-RETIDO(WS-IDX-LOTE) EQUAL 'R'
                   ADD 1 TO WS-QTDE-RETIDOS
               END-IF
           END-PERFORM

           IF WS-QTDE-RETIDOS EQUAL 0
               DISPLAY "NENHUM LOTE RETIDO COM ESSE NUMERO"
               GO TO 5000-FIM
           END-IF

           DISPLAY "CONFIRMA A LIBERACAO DO LOTE " WS-LOTE-INF
               "? (S/N)"
           ACCEPT WS-CONFIRMA

           IF WS-CONFIRMA NOT EQUAL 'S'
               GO TO 5000-FIM
           END-IF

           MOVE 0 TO WS-QTDE-LIBERADOS

           PERFORM VARYING WS-IDX-LOTE FROM 1 BY 1
                   UNTIL WS-IDX-LOTE GREATER WS-QTDE-LOTES
               IF WS-TL-RETIDO(WS-IDX-LOTE) EQUAL 'R'
                   PERFORM 5100-LIBERAR-UM-LOTE
               END-IF
           END-PERFORM

           DISPLAY "LOTES LIBERADOS: " WS-QTDE-LIBERADOS.

       5000-FIM.
           EXIT.

       5100-LIBERAR-UM-LOTE.
           MOVE WS-COD-PRODUTO-INF TO COD-PRODUTO-LE
           MOVE WS-TL-VALIDADE(WS-IDX-LOTE) TO DATA-VALIDADE-LE
           MOVE WS-TL-LOTE(WS-IDX-LOTE) TO NUM-LOTE-LE

           READ LOTES-ESTOQUE
               INVALID KEY
                   DISPLAY "LOTE NAO ENCONTRADO: " NUM-LOTE-LE
               NOT INVALID KEY
                   MOVE SPACE TO IND-RETIDO-LE

                   REWRITE REG-LOTE-ESTOQUE

                   IF WS-FS NOT EQUAL ZEROS
                       DISPLAY "NAO FOI POSSIVEL LIBERAR O LOTE - FIL"
                           "E STATUS: " WS-FS
                   ELSE
                       ADD 1 TO WS-QTDE-LIBERADOS
                   END-IF
           END-READ.

       8000-EDITAR-DATA.
           MOVE WS-AUX-DIA TO WS-EDT-DIA
           MOVE WS-AUX-MES TO WS-EDT-MES
           MOVE WS-AUX-ANO TO WS-EDT-ANO.

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
               MOVE "RECOLHIMENTO-LOTE" TO LOG-PROGRAMA
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

           MOVE SPACES TO WS-ARQ-PRODUTOS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'PRODUTOS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-PRODUTOS

           MOVE SPACES TO WS-ARQ-LOTESESTOQUE
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'LOTESESTOQUE.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-LOTESESTOQUE

           MOVE SPACES TO WS-ARQ-RASTROLOTES
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'RASTROLOTES.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-RASTROLOTES

           MOVE SPACES TO WS-ARQ-MOVIMENTO
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'MOVIMENTO.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-MOVIMENTO

           MOVE SPACES TO WS-ARQ-FATURAS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'FATURAS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-FATURAS

           MOVE SPACES TO WS-ARQ-ENTREGAS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'ENTREGAS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-ENTREGAS

           MOVE SPACES TO WS-ARQ-CLIENTES
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'CLIENTES.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-CLIENTES

           MOVE SPACES TO WS-ARQ-MALA
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'RECOLHIMENTO_MALA.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-MALA

           MOVE SPACES TO WS-ARQ-EXCECOES
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'EXCECOES.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-EXCECOES.

       END PROGRAM RECOLHIMENTO-LOTE.
