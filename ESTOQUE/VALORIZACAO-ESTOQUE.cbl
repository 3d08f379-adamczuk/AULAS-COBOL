       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALORIZACAO-ESTOQUE.
       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUTOS ASSIGN TO WS-ARQ-PRODUTOS
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS COD-PRODUTO
           ALTERNATE RECORD KEY IS EAN-PRODUTO
           ALTERNATE RECORD KEY IS NOME-PRODUTO
               WITH DUPLICATES
           FILE STATUS IS WS-FS.

           SELECT CAMADAS ASSIGN TO WS-ARQ-CAMADASCUSTO
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CHAVE-CAMADA
           FILE STATUS IS WS-FS-CAM.

           SELECT SALDOS ASSIGN TO WS-ARQ-SALDOSPERIODO
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-SAL.

           SELECT RELATORIO ASSIGN TO REL-NOME-ARQ
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD PRODUTOS.
           COPY PRODUTO.

       FD CAMADAS.
           COPY CAMADACUSTO.

       FD SALDOS.
           COPY SALDOPERIODO.

       FD RELATORIO.
       01 LINHA-RELATORIO     PIC X(90).
       WORKING-STORAGE SECTION.
           COPY RELATORIO.
           COPY PARMCATALOGO.
           COPY PARMCAMADAS.
           COPY AMBIENTE.
       77 WS-ARQ-PRODUTOS        PIC X(60) VALUE SPACES.
       77 WS-ARQ-CAMADASCUSTO    PIC X(60) VALUE SPACES.
       77 WS-ARQ-SALDOSPERIODO   PIC X(60) VALUE SPACES.
       77 WS-FS               PIC 99 VALUE 0.
       77 WS-FS-CAM           PIC 99 VALUE 0.
       77 WS-FS-SAL           PIC 99 VALUE 0.
       77 WS-FS-REL           PIC 99 VALUE 0.
       77 WS-EOF              PIC 99 VALUE 0.
       77 WS-EOF-CAM          PIC 99 VALUE 0.
       77 WS-PERIODO          PIC 9(06) VALUE 0.
       77 WS-DATA-RELATORIO   PIC 9(08) VALUE 0.
       77 WS-CAMADAS-ABERTO   PIC A VALUE 'N'.
       77 WS-QTDE-MEDIO       PIC 9(09) VALUE 0.
       77 WS-QTDE-FIFO        PIC 9(09) VALUE 0.
       77 WS-VALOR-MEDIO      PIC 9(11)V99 VALUE 0.
       77 WS-VALOR-FIFO       PIC 9(11)V99 VALUE 0.
       77 WS-DIFERENCA        PIC S9(11)V99 VALUE 0.
       77 WS-TOTAL-MEDIO      PIC 9(13)V99 VALUE 0.
       77 WS-TOTAL-FIFO       PIC 9(13)V99 VALUE 0.
       77 WS-TOTAL-DIFERENCA  PIC S9(13)V99 VALUE 0.
       77 WS-CONT-PRODUTOS    PIC 9(05) VALUE 0.
       77 WS-CONT-QTDE-DIVERG PIC 9(05) VALUE 0.
       77 MASC-TOTAL          PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
       77 MASC-DIFERENCA      PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 WS-LINHA-DET-VALOR.
           03 WS-DET-CODIGO        PIC 9(05).
           03 FILLER               PIC X VALUE SPACE.
           03 WS-DET-NOME          PIC X(16).
           03 FILLER               PIC X VALUE SPACE.
           03 WS-DET-QTDE          PIC ZZZZZZZZ9.
           03 FILLER               PIC X VALUE SPACE.
           03 WS-DET-MEDIO         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER               PIC X VALUE SPACE.
           03 WS-DET-FIFO          PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER               PIC X VALUE SPACE.
           03 WS-DET-DIFERENCA     PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           03 WS-DET-MARCA         PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0950-RESOLVER-AMBIENTE
           DISPLAY "VALORIZACAO DO ESTOQUE - FIFO X CUSTO MEDIO"
           DISPLAY "INFORME O PERIODO FECHADO (AAAAMM) OU ZERO PARA A"
               " POSICAO ATUAL"
           ACCEPT WS-PERIODO

           MOVE 0 TO WS-TOTAL-MEDIO
           MOVE 0 TO WS-TOTAL-FIFO
           MOVE 0 TO WS-CONT-PRODUTOS
           MOVE 0 TO WS-CONT-QTDE-DIVERG

           OPEN INPUT PRODUTOS

           IF WS-FS NOT EQUAL ZEROS
               DISPLAY "NAO FOI POSSIVEL ABRIR O CADASTRO DE PRODUTOS"
               DISPLAY "FILE STATUS: " WS-FS
           ELSE
               PERFORM 8100-ABRIR-RELATORIO

               IF WS-PERIODO EQUAL 0
                   PERFORM 2000-VALORIZAR-POSICAO-ATUAL
               ELSE
                   PERFORM 3000-VALORIZAR-PERIODO
               END-IF

               CLOSE PRODUTOS
               PERFORM 4000-IMPRIMIR-TOTAIS
           END-IF

           GOBACK.

      ******************************************************************
      * Current position: weighted average is the stock on PRODUTOS
      * at its cost; FIFO is whatever the layers still hold.
      ******************************************************************
       2000-VALORIZAR-POSICAO-ATUAL.
           CALL "ATUALIZA-CAMADAS" USING PARM-CAMADAS

           IF PARM-CAM-RETORNO NOT EQUAL ZEROS
               DISPLAY "CAMADAS DE CUSTO NAO ATUALIZADAS - FILE STATU"
      -            "S: " PARM-CAM-RETORNO
           ELSE
               IF PARM-CAM-INICIALIZADO EQUAL 'S'
                   DISPLAY "CAMADAS DE CUSTO CRIADAS A PARTIR DO ESTOQ"
      -                "UE ATUAL"
               END-IF
               IF PARM-CAM-SEM-CAMADA GREATER 0
                   DISPLAY "SAIDAS SEM CAMADA DE CUSTO (ESTOQUE NEGATI"
      -                "VO): " PARM-CAM-SEM-CAMADA
               END-IF
           END-IF

           OPEN INPUT CAMADAS
           IF WS-FS-CAM EQUAL ZEROS
               MOVE 'S' TO WS-CAMADAS-ABERTO
           END-IF

           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF EQUAL 1
               READ PRODUTOS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM 2100-VALORIZAR-PRODUTO
               END-READ
           END-PERFORM

           IF WS-CAMADAS-ABERTO EQUAL 'S'
               CLOSE CAMADAS
           END-IF.

       2100-VALORIZAR-PRODUTO.
           MOVE ESTOQUE-PRODUTO TO WS-QTDE-MEDIO
           COMPUTE WS-VALOR-MEDIO =
               ESTOQUE-PRODUTO * CUSTO-UNITARIO-PRODUTO
           PERFORM 2200-SOMAR-CAMADAS

           IF WS-QTDE-MEDIO GREATER 0
           OR WS-QTDE-FIFO GREATER 0
               PERFORM 5000-IMPRIMIR-PRODUTO
           END-IF.

       2200-SOMAR-CAMADAS.
           MOVE 0 TO WS-QTDE-FIFO
           MOVE 0 TO WS-VALOR-FIFO

           IF WS-CAMADAS-ABERTO EQUAL 'S'
               MOVE 0 TO WS-EOF-CAM
               MOVE COD-PRODUTO TO COD-PRODUTO-CC
               MOVE 0 TO DATA-ENTRADA-CC
               MOVE 0 TO SEQ-CAMADA-CC

               START CAMADAS KEY NOT LESS CHAVE-CAMADA
                   INVALID KEY
                       MOVE 1 TO WS-EOF-CAM
               END-START

               PERFORM UNTIL WS-EOF-CAM EQUAL 1
                   READ CAMADAS NEXT RECORD
                       AT END
                           MOVE 1 TO WS-EOF-CAM
                       NOT AT END
                           IF COD-PRODUTO-CC NOT EQUAL COD-PRODUTO
                               MOVE 1 TO WS-EOF-CAM
                           ELSE
                               ADD QTDE-SALDO-CC TO WS-QTDE-FIFO
                               COMPUTE WS-VALOR-FIFO = WS-VALOR-FIFO
                                   + QTDE-SALDO-CC * CUSTO-UNIT-CC
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      ******************************************************************
      * Closed period: both values as FECHAMENTO-MENSAL stored them.
      ******************************************************************
       3000-VALORIZAR-PERIODO.
           OPEN INPUT SALDOS

           IF WS-FS-SAL NOT EQUAL ZEROS
               DISPLAY "NAO FOI POSSIVEL ABRIR SALDOSPERIODO.TXT"
               DISPLAY "FILE STATUS: " WS-FS-SAL
           ELSE
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF EQUAL 1
                   READ SALDOS
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF PERIODO-SALDO EQUAL WS-PERIODO
                               PERFORM 3100-VALORIZAR-SALDO
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE SALDOS

               IF WS-CONT-PRODUTOS EQUAL 0
                   DISPLAY "NENHUM SALDO FECHADO PARA O PERIODO "
                       WS-PERIODO
               END-IF
           END-IF.

       3100-VALORIZAR-SALDO.
           MOVE COD-PRODUTO-SALDO TO COD-PRODUTO

           READ PRODUTOS
               INVALID KEY
                   MOVE "NAO CADASTRADO" TO NOME-PRODUTO
           END-READ

           MOVE COD-PRODUTO-SALDO TO COD-PRODUTO
           MOVE ESTOQUE-FECHAMENTO TO WS-QTDE-MEDIO
           MOVE QTDE-FIFO-FECHAMENTO TO WS-QTDE-FIFO
           MOVE VALOR-MEDIO-FECHAMENTO TO WS-VALOR-MEDIO
           MOVE VALOR-FIFO-FECHAMENTO TO WS-VALOR-FIFO

           IF WS-QTDE-MEDIO GREATER 0
           OR WS-QTDE-FIFO GREATER 0
               PERFORM 5000-IMPRIMIR-PRODUTO
           END-IF.

       4000-IMPRIMIR-TOTAIS.
           MOVE SPACES TO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           MOVE WS-TOTAL-MEDIO TO MASC-TOTAL
           MOVE SPACES TO LINHA-RELATORIO
           STRING "TOTAL A CUSTO MEDIO.....: " MASC-TOTAL
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           MOVE WS-TOTAL-FIFO TO MASC-TOTAL
           MOVE SPACES TO LINHA-RELATORIO
           STRING "TOTAL A CUSTO FIFO......: " MASC-TOTAL
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           COMPUTE WS-TOTAL-DIFERENCA = WS-TOTAL-FIFO - WS-TOTAL-MEDIO
           MOVE WS-TOTAL-DIFERENCA TO MASC-DIFERENCA
           MOVE SPACES TO LINHA-RELATORIO
           STRING "DIFERENCA (FIFO - MEDIO): " MASC-DIFERENCA
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           IF WS-CONT-QTDE-DIVERG GREATER 0
               MOVE SPACES TO LINHA-RELATORIO
               STRING "(*) QUANTIDADE NAS CAMADAS DIFERE DO ESTOQUE - "
                   WS-CONT-QTDE-DIVERG " PRODUTO(S)"
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               PERFORM 8200-IMPRIMIR-LINHA
           END-IF

           IF WS-FS-REL EQUAL ZEROS
               CLOSE RELATORIO
               MOVE "VALORIZACAO-ESTOQUE" TO PARM-CAT-PROGRAMA
               MOVE REL-CAB-TITULO TO PARM-CAT-TITULO
               MOVE REL-NOME-ARQ TO PARM-CAT-ARQUIVO
               CALL "GRAVA-CATALOGO" USING PARM-CATALOGO
               DISPLAY "RELATORIO GRAVADO EM " REL-NOME-ARQ
           END-IF.

       5000-IMPRIMIR-PRODUTO.
           ADD 1 TO WS-CONT-PRODUTOS
           COMPUTE WS-DIFERENCA = WS-VALOR-FIFO - WS-VALOR-MEDIO

           MOVE COD-PRODUTO TO WS-DET-CODIGO
           MOVE NOME-PRODUTO TO WS-DET-NOME
           MOVE WS-QTDE-MEDIO TO WS-DET-QTDE
           MOVE WS-VALOR-MEDIO TO WS-DET-MEDIO
           MOVE WS-VALOR-FIFO TO WS-DET-FIFO
           MOVE WS-DIFERENCA TO WS-DET-DIFERENCA

           IF WS-QTDE-FIFO NOT EQUAL WS-QTDE-MEDIO
               MOVE "*" TO WS-DET-MARCA
               ADD 1 TO WS-CONT-QTDE-DIVERG
           ELSE
               MOVE SPACE TO WS-DET-MARCA
           END-IF

           MOVE WS-LINHA-DET-VALOR TO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           ADD WS-VALOR-MEDIO TO WS-TOTAL-MEDIO
           ADD WS-VALOR-FIFO TO WS-TOTAL-FIFO.

       8100-ABRIR-RELATORIO.
           MOVE PARM-AMB-NOME TO REL-CAB-AMBIENTE

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-RELATORIO
           MOVE WS-DATA-RELATORIO(5:2) TO REL-CAB-DATA(1:2)
           MOVE WS-DATA-RELATORIO(7:2) TO REL-CAB-DATA(4:2)
           MOVE WS-DATA-RELATORIO(1:4) TO REL-CAB-DATA(7:4)

           MOVE SPACES TO REL-CABECALHO-COLUNAS
           STRING "COD   NOME                  QTDE       CUSTO MEDIO"
               "        CUSTO FIFO  DIFERENCA (FIFO)"
               DELIMITED BY SIZE INTO REL-CABECALHO-COLUNAS

           MOVE SPACES TO REL-CAB-TITULO
           MOVE SPACES TO REL-NOME-ARQ
           IF WS-PERIODO EQUAL 0
               STRING "VALORIZACAO DO ESTOQUE - POSICAO ATUAL"
                   DELIMITED BY SIZE INTO REL-CAB-TITULO
               STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
                   'RELATORIOS\VALORIZACAO' WS-DATA-RELATORIO '.TXT'
                   DELIMITED BY SIZE INTO REL-NOME-ARQ
           ELSE
               STRING "VALORIZACAO DO ESTOQUE - PERIODO " WS-PERIODO
                   DELIMITED BY SIZE INTO REL-CAB-TITULO
               STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
                   'RELATORIOS\VALORIZACAO' WS-PERIODO '.TXT'
                   DELIMITED BY SIZE INTO REL-NOME-ARQ
           END-IF

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

       0950-RESOLVER-AMBIENTE.
           CALL "CONFIG-AMBIENTE" USING PARM-AMBIENTE
           DISPLAY "AMBIENTE ATIVO: " PARM-AMB-NOME

           MOVE SPACES TO WS-ARQ-PRODUTOS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'PRODUTOS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-PRODUTOS

           MOVE SPACES TO WS-ARQ-CAMADASCUSTO
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'CAMADASCUSTO.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-CAMADASCUSTO

           MOVE SPACES TO WS-ARQ-SALDOSPERIODO
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'SALDOSPERIODO.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-SALDOSPERIODO.

       END PROGRAM VALORIZACAO-ESTOQUE.
