       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATUALIZA-CAMADAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMADAS ASSIGN TO WS-ARQ-CAMADASCUSTO
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CHAVE-CAMADA
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS.

           SELECT PRODUTOS ASSIGN TO WS-ARQ-PRODUTOS
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS COD-PRODUTO
           ALTERNATE RECORD KEY IS EAN-PRODUTO
           ALTERNATE RECORD KEY IS NOME-PRODUTO
               WITH DUPLICATES
           FILE STATUS IS WS-FS-PROD.

           SELECT MOVIMENTO ASSIGN TO WS-ARQ-MOVIMENTO
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-MOV.
       DATA DIVISION.
       FILE SECTION.
       FD CAMADAS.
           COPY CAMADACUSTO.

       FD PRODUTOS.
           COPY PRODUTO.

       FD MOVIMENTO.
           COPY MOVPRODUTO.
       WORKING-STORAGE SECTION.
           COPY AMBIENTE.
       77 WS-ARQ-CAMADASCUSTO    PIC X(60) VALUE SPACES.
       77 WS-ARQ-PRODUTOS        PIC X(60) VALUE SPACES.
       77 WS-ARQ-MOVIMENTO       PIC X(60) VALUE SPACES.
       77 WS-FS              PIC 99 VALUE 0.
       77 WS-FS-PROD          PIC 99 VALUE 0.
       77 WS-FS-MOV           PIC 99 VALUE 0.
       77 WS-EOF              PIC 99 VALUE 0.
       77 WS-EOF-CAM          PIC 99 VALUE 0.
       77 WS-DATA-HOJE        PIC 9(08) VALUE 0.
       77 WS-CONTROLE-NOVO    PIC A VALUE 'N'.
       77 WS-SO-POSICIONAR    PIC A VALUE 'N'.
       77 WS-PRODUTOS-ABERTO  PIC A VALUE 'N'.
       77 WS-DATA-APLICADA    PIC 9(08) VALUE 0.
       77 WS-QTDE-NA-DATA     PIC 9(07) VALUE 0.
       77 WS-CONT-NA-DATA     PIC 9(07) VALUE 0.
       77 WS-ULTIMA-SEQ       PIC 9(07) VALUE 0.
       77 WS-QTDE-CONSUMIR    PIC 9(09) VALUE 0.
       77 WS-CUSTO-CAMADA     PIC 9(07)V99 VALUE 0.
       LINKAGE SECTION.
           COPY PARMCAMADAS.
       PROCEDURE DIVISION USING PARM-CAMADAS.
       MAIN-PROCEDURE.
           MOVE 0 TO PARM-CAM-APLICADOS
           MOVE 0 TO PARM-CAM-CRIADAS
           MOVE 0 TO PARM-CAM-SEM-CAMADA
           MOVE 'N' TO PARM-CAM-INICIALIZADO
           MOVE 0 TO PARM-CAM-RETORNO
           MOVE 'N' TO WS-CONTROLE-NOVO
           MOVE 'N' TO WS-SO-POSICIONAR
           MOVE 'N' TO WS-PRODUTOS-ABERTO
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE

           PERFORM 0950-RESOLVER-AMBIENTE

           OPEN I-O CAMADAS

           IF WS-FS EQUAL 35
               OPEN OUTPUT CAMADAS
               IF WS-FS EQUAL ZEROS
                   CLOSE CAMADAS
                   OPEN I-O CAMADAS
               END-IF
           END-IF

           IF WS-FS NOT EQUAL ZEROS
               MOVE WS-FS TO PARM-CAM-RETORNO
           ELSE
               OPEN INPUT PRODUTOS
               IF WS-FS-PROD EQUAL ZEROS
                   MOVE 'S' TO WS-PRODUTOS-ABERTO
               END-IF

               PERFORM 1000-LER-CONTROLE

               IF WS-CONTROLE-NOVO EQUAL 'S'
                   PERFORM 2000-INICIALIZAR-CAMADAS
                   MOVE 'S' TO WS-SO-POSICIONAR
               END-IF

               IF PARM-CAM-RETORNO EQUAL ZEROS
                   PERFORM 3000-PERCORRER-MOVIMENTO
                   PERFORM 1100-GRAVAR-CONTROLE
               END-IF

               IF WS-PRODUTOS-ABERTO EQUAL 'S'
                   CLOSE PRODUTOS
               END-IF

               CLOSE CAMADAS
           END-IF

           GOBACK.

       0950-RESOLVER-AMBIENTE.
           CALL "CONFIG-AMBIENTE" USING PARM-AMBIENTE

           MOVE SPACES TO WS-ARQ-CAMADASCUSTO
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'CAMADASCUSTO.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-CAMADASCUSTO

           MOVE SPACES TO WS-ARQ-PRODUTOS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'PRODUTOS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-PRODUTOS

           MOVE SPACES TO WS-ARQ-MOVIMENTO
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'MOVIMENTO.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-MOVIMENTO.

       1000-LER-CONTROLE.
           MOVE ZEROS TO CHAVE-CONTROLE-CC

           READ CAMADAS
               INVALID KEY
                   MOVE 'S' TO WS-CONTROLE-NOVO
                   MOVE 0 TO WS-DATA-APLICADA
                   MOVE 0 TO WS-QTDE-NA-DATA
                   MOVE 0 TO WS-ULTIMA-SEQ
               NOT INVALID KEY
                   MOVE DATA-APLICADA-CC TO WS-DATA-APLICADA
                   MOVE QTDE-NA-DATA-CC TO WS-QTDE-NA-DATA
                   MOVE ULTIMA-SEQ-CC TO WS-ULTIMA-SEQ
           END-READ.

       1100-GRAVAR-CONTROLE.
           MOVE SPACES TO REG-CONTROLE-CAMADA
           MOVE ZEROS TO CHAVE-CONTROLE-CC
           MOVE WS-DATA-APLICADA TO DATA-APLICADA-CC
           MOVE WS-QTDE-NA-DATA TO QTDE-NA-DATA-CC
           MOVE WS-ULTIMA-SEQ TO ULTIMA-SEQ-CC

           IF WS-CONTROLE-NOVO EQUAL 'S'
               WRITE REG-CONTROLE-CAMADA
           ELSE
               REWRITE REG-CONTROLE-CAMADA
           END-IF

           IF WS-FS NOT EQUAL ZEROS
           AND PARM-CAM-RETORNO EQUAL ZEROS
               MOVE WS-FS TO PARM-CAM-RETORNO
           END-IF.

      * The first run takes the stock on hand at its weighted-average
      * cost as one opening layer per product; everything already on
      * MOVIMENTO.TXT is in that stock, so the movement file is only
      * walked to mark where the layers stand.
       2000-INICIALIZAR-CAMADAS.
           MOVE 'S' TO PARM-CAM-INICIALIZADO

           IF WS-PRODUTOS-ABERTO EQUAL 'N'
               MOVE WS-FS-PROD TO PARM-CAM-RETORNO
           ELSE
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF EQUAL 1
                   READ PRODUTOS NEXT RECORD
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF ESTOQUE-PRODUTO GREATER 0
                               PERFORM 2100-GRAVAR-CAMADA-ABERTURA
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       2100-GRAVAR-CAMADA-ABERTURA.
           ADD 1 TO WS-ULTIMA-SEQ
           MOVE COD-PRODUTO TO COD-PRODUTO-CC
           MOVE WS-DATA-HOJE TO DATA-ENTRADA-CC
           MOVE WS-ULTIMA-SEQ TO SEQ-CAMADA-CC
           MOVE ESTOQUE-PRODUTO TO QTDE-ORIGINAL-CC
           MOVE ESTOQUE-PRODUTO TO QTDE-SALDO-CC
           MOVE CUSTO-UNITARIO-PRODUTO TO CUSTO-UNIT-CC
           MOVE "AB" TO ORIGEM-CC

           WRITE REG-CAMADA-CUSTO

           IF WS-FS NOT EQUAL ZEROS
               MOVE WS-FS TO PARM-CAM-RETORNO
           ELSE
               ADD 1 TO PARM-CAM-CRIADAS
           END-IF.

      * MOVIMENTO.TXT is appended in posting order. Movements dated
      * before the last applied date are already in the layers; of
      * those on that date, the first QTDE-NA-DATA were applied on the
      * previous run. Opening balances (SI) left by the archive are
      * not real movements and are neither applied nor counted.
       3000-PERCORRER-MOVIMENTO.
           MOVE 0 TO WS-CONT-NA-DATA
           MOVE 0 TO WS-EOF

           OPEN INPUT MOVIMENTO

           IF WS-FS-MOV NOT EQUAL ZEROS
               IF WS-FS-MOV NOT EQUAL 35
                   MOVE WS-FS-MOV TO PARM-CAM-RETORNO
               END-IF
           ELSE
               PERFORM UNTIL WS-EOF EQUAL 1
                   READ MOVIMENTO
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF MOTIVO-AJUSTE-MOV NOT EQUAL "SI"
                               PERFORM 3100-AVALIAR-MOVIMENTO
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE MOVIMENTO
           END-IF.

       3100-AVALIAR-MOVIMENTO.
           IF DATA-MOVIMENTO GREATER WS-DATA-APLICADA
               MOVE DATA-MOVIMENTO TO WS-DATA-APLICADA
               MOVE 0 TO WS-QTDE-NA-DATA
               MOVE 0 TO WS-CONT-NA-DATA
           END-IF

           IF DATA-MOVIMENTO EQUAL WS-DATA-APLICADA
               ADD 1 TO WS-CONT-NA-DATA
               IF WS-CONT-NA-DATA GREATER WS-QTDE-NA-DATA
                   MOVE WS-CONT-NA-DATA TO WS-QTDE-NA-DATA
                   IF WS-SO-POSICIONAR EQUAL 'N'
                       PERFORM 4000-APLICAR-MOVIMENTO
                   END-IF
               END-IF
           END-IF.

       4000-APLICAR-MOVIMENTO.
           ADD 1 TO PARM-CAM-APLICADOS

           IF MOTIVO-AJUSTE-MOV NOT EQUAL "TR"
           AND COD-PRODUTO-MOV GREATER 0
           AND QTDE-MOVIMENTO GREATER 0
               IF MOVIMENTO-ENTRADA
                   PERFORM 4100-ABRIR-CAMADA
               ELSE
                   PERFORM 4200-CONSUMIR-CAMADAS
               END-IF
           END-IF.

      * A receipt posted without a cost (old conversions, count gains
      * keyed before costs were carried on the movement) takes the
      * product's current cost rather than entering at zero.
       4100-ABRIR-CAMADA.
           MOVE CUSTO-UNIT-MOV TO WS-CUSTO-CAMADA

           IF WS-CUSTO-CAMADA EQUAL 0
           AND WS-PRODUTOS-ABERTO EQUAL 'S'
               MOVE COD-PRODUTO-MOV TO COD-PRODUTO
               READ PRODUTOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CUSTO-UNITARIO-PRODUTO TO WS-CUSTO-CAMADA
               END-READ
           END-IF

           ADD 1 TO WS-ULTIMA-SEQ
           MOVE COD-PRODUTO-MOV TO COD-PRODUTO-CC
           MOVE DATA-MOVIMENTO TO DATA-ENTRADA-CC
           MOVE WS-ULTIMA-SEQ TO SEQ-CAMADA-CC
           MOVE QTDE-MOVIMENTO TO QTDE-ORIGINAL-CC
           MOVE QTDE-MOVIMENTO TO QTDE-SALDO-CC
           MOVE WS-CUSTO-CAMADA TO CUSTO-UNIT-CC
           MOVE MOTIVO-AJUSTE-MOV TO ORIGEM-CC

           WRITE REG-CAMADA-CUSTO

           IF WS-FS NOT EQUAL ZEROS
               IF PARM-CAM-RETORNO EQUAL ZEROS
                   MOVE WS-FS TO PARM-CAM-RETORNO
               END-IF
           ELSE
               ADD 1 TO PARM-CAM-CRIADAS
           END-IF.

       4200-CONSUMIR-CAMADAS.
           MOVE QTDE-MOVIMENTO TO WS-QTDE-CONSUMIR
           MOVE 0 TO WS-EOF-CAM
           MOVE COD-PRODUTO-MOV TO COD-PRODUTO-CC
           MOVE 0 TO DATA-ENTRADA-CC
           MOVE 0 TO SEQ-CAMADA-CC

           START CAMADAS KEY NOT LESS CHAVE-CAMADA
               INVALID KEY
                   MOVE 1 TO WS-EOF-CAM
           END-START

           PERFORM UNTIL WS-EOF-CAM EQUAL 1
                   OR WS-QTDE-CONSUMIR EQUAL 0
               READ CAMADAS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF-CAM
                   NOT AT END
                       IF COD-PRODUTO-CC NOT EQUAL COD-PRODUTO-MOV
                           MOVE 1 TO WS-EOF-CAM
                       ELSE
                           PERFORM 4210-BAIXAR-CAMADA
                       END-IF
               END-READ
           END-PERFORM

           ADD WS-QTDE-CONSUMIR TO PARM-CAM-SEM-CAMADA.

       4210-BAIXAR-CAMADA.
           IF QTDE-SALDO-CC GREATER WS-QTDE-CONSUMIR
               SUBTRACT WS-QTDE-CONSUMIR FROM QTDE-SALDO-CC
               MOVE 0 TO WS-QTDE-CONSUMIR
               REWRITE REG-CAMADA-CUSTO
           ELSE
               SUBTRACT QTDE-SALDO-CC FROM WS-QTDE-CONSUMIR
               DELETE CAMADAS RECORD
           END-IF

           IF WS-FS NOT EQUAL ZEROS
           AND PARM-CAM-RETORNO EQUAL ZEROS
               MOVE WS-FS TO PARM-CAM-RETORNO
           END-IF.

       END PROGRAM ATUALIZA-CAMADAS.
