       IDENTIFICATION DIVISION.
       PROGRAM-ID. FECHAMENTO-MENSAL.
       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUTOS ASSIGN TO WS-ARQ-PRODUTOS
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-SAL.

           SELECT CAMADAS ASSIGN TO WS-ARQ-CAMADASCUSTO
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CHAVE-CAMADA
           FILE STATUS IS WS-FS-CAM.

           SELECT PERIODO-MENSAL ASSIGN TO WS-ARQ-PERIODOMENSAL
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-PMS.
       DATA DIVISION.
       FILE SECTION.
       FD PRODUTOS.

       FD SALDOS.
           COPY SALDOPERIODO.

       FD CAMADAS.
           COPY CAMADACUSTO.

       FD PERIODO-MENSAL.
           COPY PERIODOMENSAL.
       WORKING-STORAGE SECTION.
           COPY AMBIENTE.
           COPY PARMCAMADAS.
           COPY PARMCHECKLIST.
       77 WS-ARQ-PRODUTOS        PIC X(60) VALUE SPACES.
       77 WS-ARQ-MOVIMENTO       PIC X(60) VALUE SPACES.
       77 WS-ARQ-SALDOSPERIODO   PIC X(60) VALUE SPACES.
       77 WS-ARQ-CAMADASCUSTO    PIC X(60) VALUE SPACES.
       77 WS-ARQ-PERIODOMENSAL   PIC X(60) VALUE SPACES.
       77 WS-FS              PIC 99 VALUE 0.
       77 WS-FS-MOV           PIC 99 VALUE 0.
       77 WS-FS-SAL           PIC 99 VALUE 0.
       77 WS-FS-CAM           PIC 99 VALUE 0.
       77 WS-FS-PMS           PIC 99 VALUE 0.
       77 WS-EOF-CAM          PIC 99 VALUE 0.
       77 WS-CAMADAS-ABERTO   PIC A VALUE 'N'.
       77 WS-EOF              PIC 99 VALUE 0.
       77 WS-EOF-MOV          PIC 99 VALUE 0.
       77 WS-EOF-SAL          PIC 99 VALUE 0.
       77 WS-PERIODO          PIC 9(06) VALUE 0.
       77 WS-AUTOMATICO       PIC A VALUE 'N'.
       77 WS-PERIODO-ANTERIOR PIC 9(06) VALUE 0.
       77 WS-ANO              PIC 9(04) VALUE 0.
       77 WS-MES              PIC 9(02) VALUE 0.
       77 WS-SALDO-CALCULADO  PIC S9(11) VALUE 0.
       77 WS-CONT-FECHADOS    PIC 9(05) VALUE 0.
       77 WS-CONT-DIVERG      PIC 9(05) VALUE 0.
       77 WS-TOTAL-MEDIO      PIC 9(13)V99 VALUE 0.
       77 WS-TOTAL-FIFO       PIC 9(13)V99 VALUE 0.
       77 MASC-TOTAL          PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 WS-TABELA-PERIODO.
           03 WS-PER-OCORR OCCURS 500 TIMES
                   INDEXED BY WS-IDX.
               05 WS-PER-COD-PRODUTO  PIC 9(05).
               05 WS-PER-ABERTURA     PIC 9(09).
               05 WS-PER-ENTRADAS     PIC 9(11).
               05 WS-PER-SAIDAS       PIC 9(11).
       MAIN-PROCEDURE.
           PERFORM 0950-RESOLVER-AMBIENTE
           DISPLAY "FECHAMENTO MENSAL DE ESTOQUE"

           PERFORM 0800-LER-PERIODO

           IF WS-AUTOMATICO EQUAL 'N'
               DISPLAY "INFORME O PERIODO A FECHAR (AAAAMM)"
               ACCEPT WS-PERIODO
           END-IF

           MOVE WS-PERIODO TO PARM-CKL-PERIODO
           MOVE "FECHAMENTO-MENSAL" TO PARM-CKL-ATE-PROGRAMA
           CALL "CONFERE-CHECKLIST" USING PARM-CHECKLIST

           IF PARM-CKL-RETORNO NOT EQUAL ZEROS
               IF PARM-CKL-RETORNO EQUAL 8
                   DISPLAY "CHECKLIST DE FECHAMENTO DE " WS-PERIODO
                       " NAO INICIADO - USE CHECKLIST-FECHAMENTO"
               ELSE
                   DISPLAY "CHECKLIST DE FECHAMENTO INCOMPLETO: "
                       PARM-CKL-PENDENTES " PASSO(S) PENDENTE(S)"
                   DISPLAY "PRIMEIRO PENDENTE: " PARM-CKL-PRIMEIRO-SEQ
                       " - " PARM-CKL-PRIMEIRO-DESCRICAO
               END-IF
               DISPLAY "FECHAMENTO DE ESTOQUE NAO EXECUTADO"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE WS-PERIODO(1:4) TO WS-ANO
           MOVE WS-PERIODO(5:2) TO WS-MES

           PERFORM 1000-CARREGAR-ABERTURAS
           PERFORM 2000-ACUMULAR-MOVIMENTOS
           PERFORM 2500-ATUALIZAR-CAMADAS
           PERFORM 3000-FECHAR-PRODUTOS

           DISPLAY "PRODUTOS FECHADOS.......: " WS-CONT-FECHADOS
           DISPLAY "DIVERGENCIAS ENCONTRADAS: " WS-CONT-DIVERG
           MOVE WS-TOTAL-MEDIO TO MASC-TOTAL
           DISPLAY "ESTOQUE A CUSTO MEDIO...: " MASC-TOTAL
           MOVE WS-TOTAL-FIFO TO MASC-TOTAL
           DISPLAY "ESTOQUE A CUSTO FIFO....: " MASC-TOTAL

           GOBACK.

           IF WS-FS-MOV NOT EQUAL ZEROS
               DISPLAY "NAO FOI POSSIVEL ABRIR O ARQUIVO DE MOVIMENTO"
               DISPLAY "FILE STATUS: " WS-FS-MOV
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM UNTIL WS-EOF-MOV EQUAL 1
                   READ MOVIMENTO
               ADD QTDE-MOVIMENTO TO WS-PER-SAIDAS(WS-IDX)
           END-IF.

      * The FIFO value of the closing stock comes from the cost
      * layers, brought up to date with the movements just summed.
       2500-ATUALIZAR-CAMADAS.
           CALL "ATUALIZA-CAMADAS" USING PARM-CAMADAS

           IF PARM-CAM-RETORNO NOT EQUAL ZEROS
               DISPLAY "CAMADAS DE CUSTO NAO ATUALIZADAS - FILE STATU"
      -            "S: " PARM-CAM-RETORNO
               DISPLAY "VALOR FIFO DO FECHAMENTO SAI ZERADO"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF PARM-CAM-SEM-CAMADA GREATER 0
                   DISPLAY "SAIDAS SEM CAMADA DE CUSTO (ESTOQUE NEGATI"
      -                "VO): " PARM-CAM-SEM-CAMADA
               END-IF

               OPEN INPUT CAMADAS
               IF WS-FS-CAM EQUAL ZEROS
                   MOVE 'S' TO WS-CAMADAS-ABERTO
               END-IF
           END-IF.

       2600-SOMAR-CAMADAS.
           MOVE 0 TO QTDE-FIFO-FECHAMENTO
           MOVE 0 TO VALOR-FIFO-FECHAMENTO

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
                               ADD QTDE-SALDO-CC TO
                                   QTDE-FIFO-FECHAMENTO
                               COMPUTE VALOR-FIFO-FECHAMENTO =
                                   VALOR-FIFO-FECHAMENTO
                                   + QTDE-SALDO-CC * CUSTO-UNIT-CC
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       3000-FECHAR-PRODUTOS.
           OPEN INPUT PRODUTOS
           OPEN EXTEND SALDOS
               DISPLAY "NAO FOI POSSIVEL ABRIR OS ARQUIVOS DO FECHAME"
      -            "NTO"
               DISPLAY "PRODUTOS: " WS-FS "  SALDOS: " WS-FS-SAL
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM UNTIL WS-EOF EQUAL 1
                   READ PRODUTOS NEXT RECORD

               CLOSE PRODUTOS
               CLOSE SALDOS
           END-IF

           IF WS-CAMADAS-ABERTO EQUAL 'S'
               CLOSE CAMADAS
           END-IF.

       3100-FECHAR-UM-PRODUTO.
           MOVE COD-PRODUTO TO COD-PRODUTO-SALDO
           MOVE ESTOQUE-PRODUTO TO ESTOQUE-FECHAMENTO
           MOVE PRECO-UNITARIO-PRODUTO TO PRECO-FECHAMENTO
           COMPUTE VALOR-MEDIO-FECHAMENTO =
               ESTOQUE-PRODUTO * CUSTO-UNITARIO-PRODUTO
           PERFORM 2600-SOMAR-CAMADAS

           WRITE REG-SALDO-PERIODO

      -            "TO " COD-PRODUTO " - FILE STATUS: " WS-FS-SAL
           ELSE
               ADD 1 TO WS-CONT-FECHADOS
               ADD VALOR-MEDIO-FECHAMENTO TO WS-TOTAL-MEDIO
               ADD VALOR-FIFO-FECHAMENTO TO WS-TOTAL-FIFO
           END-IF.

       0800-LER-PERIODO.
           OPEN INPUT PERIODO-MENSAL

           IF WS-FS-PMS EQUAL ZEROS
               READ PERIODO-MENSAL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PMS-PERIODO GREATER 0
                           MOVE 'S' TO WS-AUTOMATICO
                           MOVE PMS-PERIODO TO WS-PERIODO
                           DISPLAY "FECHAMENTO DO MES " WS-PERIODO
                       END-IF
               END-READ
               CLOSE PERIODO-MENSAL
           END-IF.

       0950-RESOLVER-AMBIENTE.
           MOVE SPACES TO WS-ARQ-SALDOSPERIODO
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'SALDOSPERIODO.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-SALDOSPERIODO

           MOVE SPACES TO WS-ARQ-CAMADASCUSTO
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'CAMADASCUSTO.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-CAMADASCUSTO

           MOVE SPACES TO WS-ARQ-PERIODOMENSAL
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'PERIODOMENSAL.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-PERIODOMENSAL.

       END PROGRAM FECHAMENTO-MENSAL.
