       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTABILIZA-ESTOQUE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAPA ASSIGN TO WS-ARQ-MAPAESTOQUE
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CHAVE-MAPA-ESTOQUE
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

           SELECT SALDOS-DEP ASSIGN TO WS-ARQ-SALDOSDEPOSITO
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS CHAVE-SALDO-DEP
           FILE STATUS IS WS-FS-SAL.

           SELECT MOVIMENTO ASSIGN TO WS-ARQ-MOVIMENTO
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-MOV.

           SELECT LANCAMENTOS ASSIGN TO WS-ARQ-LANCAMENTOS
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-LAN.
       DATA DIVISION.
       FILE SECTION.
       FD MAPA.
           COPY MAPAESTOQUE.

       FD PRODUTOS.
           COPY PRODUTO.

       FD SALDOS-DEP.
           COPY SALDODEPOSITO.

       FD MOVIMENTO.
           COPY MOVPRODUTO.

       FD LANCAMENTOS.
           COPY LANCAMENTO.
       WORKING-STORAGE SECTION.
           COPY PARMLANCAMENTO.
           COPY AMBIENTE.
       77 WS-ARQ-MAPAESTOQUE     PIC X(60) VALUE SPACES.
       77 WS-ARQ-PRODUTOS        PIC X(60) VALUE SPACES.
       77 WS-ARQ-SALDOSDEPOSITO  PIC X(60) VALUE SPACES.
       77 WS-ARQ-MOVIMENTO       PIC X(60) VALUE SPACES.
       77 WS-ARQ-LANCAMENTOS     PIC X(60) VALUE SPACES.
       77 WS-FS              PIC 99 VALUE 0.
       77 WS-FS-PROD          PIC 99 VALUE 0.
       77 WS-FS-SAL           PIC 99 VALUE 0.
       77 WS-FS-MOV           PIC 99 VALUE 0.
       77 WS-FS-LAN           PIC 99 VALUE 0.
       77 WS-EOF              PIC 99 VALUE 0.
       77 WS-DATA-HOJE        PIC 9(08) VALUE 0.
       77 WS-CONTROLE-NOVO    PIC A VALUE 'N'.
       77 WS-SO-POSICIONAR    PIC A VALUE 'N'.
       77 WS-PRODUTOS-ABERTO  PIC A VALUE 'N'.
       77 WS-SALDOS-ABERTO    PIC A VALUE 'N'.
       77 WS-DATA-APLICADA    PIC 9(08) VALUE 0.
       77 WS-QTDE-NA-DATA     PIC 9(07) VALUE 0.
       77 WS-CONT-NA-DATA     PIC 9(07) VALUE 0.
       77 WS-DATA-POSICAO     PIC 9(08) VALUE 0.
       77 WS-QTDE-POSICAO     PIC 9(07) VALUE 0.
       77 WS-ULTIMO-LOTE      PIC 9(06) VALUE 0.
       77 WS-CONTA-ESTOQUE    PIC 9(05) VALUE 13000.
       77 WS-CONTA-ACHADA     PIC 9(05) VALUE 0.
       77 WS-MAPA-ACHADO      PIC A VALUE 'N'.
       77 WS-CUSTO-MOV        PIC 9(07)V99 VALUE 0.
       77 WS-VALOR-MOV        PIC 9(13)V99 VALUE 0.
       77 WS-VALOR-ESTOQUE    PIC 9(13)V99 VALUE 0.
       77 WS-SALDO-CONTABIL   PIC S9(13)V99 VALUE 0.
       77 WS-QTDE-QUARENTENA  PIC 9(09) VALUE 0.
       77 WS-QTDE-PADRAO      PIC 99 VALUE 0.
       77 WS-IDX-PADRAO       PIC 99 VALUE 0.
       77 WS-QTDE-LANCAR      PIC 9(03) VALUE 0.
       77 WS-IDX-LANCAR       PIC 9(03) VALUE 0.
       77 WS-IDX-ACHADO       PIC 9(03) VALUE 0.
       77 WS-LIMITE-LINHA     PIC 9(09)V99 VALUE 900000000.
       77 WS-CENTRO-MOV       PIC 9(03) VALUE 0.

      * Standard accounts written on the first run: type, deposito,
      * motivo, account and description.
       01 WS-TABELA-PADRAO-DADOS.
           03 FILLER PIC X(40) VALUE
               'S99TR00000TRANSFERENCIA DA QUARENTENA  '.
           03 FILLER PIC X(40) VALUE
               'S99**24000DEVOLUCAO NA INSPECAO        '.
           03 FILLER PIC X(40) VALUE
               'S00TR00000TRANSFERENCIA ENTRE DEPOSITOS'.
           03 FILLER PIC X(40) VALUE
               'E00TR00000TRANSFERENCIA ENTRE DEPOSITOS'.
           03 FILLER PIC X(40) VALUE
               'S00MK49000MONTAGEM DE KIT - COMPONENTES'.
           03 FILLER PIC X(40) VALUE
               'E00MK49000MONTAGEM DE KIT - KIT MONTADO'.
           03 FILLER PIC X(40) VALUE
               'S00  48000SAIDA POR VENDA              '.
           03 FILLER PIC X(40) VALUE
               'E00  24000ENTRADA DE COMPRA            '.
           03 FILLER PIC X(40) VALUE
               'S00**49000AJUSTE/PERDA DE ESTOQUE      '.
           03 FILLER PIC X(40) VALUE
               'E00CC49000SOBRA DE INVENTARIO          '.
           03 FILLER PIC X(40) VALUE
               'E00**48000DEVOLUCAO DE CLIENTE         '.
           03 FILLER PIC X(40) VALUE
               'E00AB49000ABERTURA DO ESTOQUE CONTABIL '.
           03 FILLER PIC X(40) VALUE
               'S00MF46000MANUTENCAO DA FROTA - PECAS  '.

       01 WS-TABELA-PADRAO REDEFINES WS-TABELA-PADRAO-DADOS.
           03 WS-PAD-ITEM OCCURS 13 TIMES.
               05 WS-PAD-TIPO          PIC X.
               05 WS-PAD-DEPOSITO      PIC 99.
               05 WS-PAD-MOTIVO        PIC XX.
               05 WS-PAD-CONTA         PIC 9(05).
               05 WS-PAD-DESCRICAO     PIC X(30).

      * Movements are summed per date, type, account and cost center
      * so a day's shipments make one journal line, not one per order
      * line. Parts issued to fleet work orders (motivo MF) are
      * charged to 300 FROTA; everything else carries no center.
       01 WS-TABELA-LANCAR.
           03 WS-LAN-OCORR OCCURS 100 TIMES.
               05 WS-LAN-DATA          PIC 9(08).
               05 WS-LAN-TIPO          PIC X.
               05 WS-LAN-CONTA         PIC 9(05).
               05 WS-LAN-CENTRO        PIC 9(03).
               05 WS-LAN-VALOR         PIC 9(09)V99.
       LINKAGE SECTION.
           COPY PARMCONTABEST.
       PROCEDURE DIVISION USING PARM-CONTAB-ESTOQUE.
       MAIN-PROCEDURE.
           MOVE 0 TO PARM-CTE-LIDOS
           MOVE 0 TO PARM-CTE-SEM-CONTA
           MOVE 0 TO PARM-CTE-LANCAMENTOS
           MOVE 0 TO PARM-CTE-FORA-PERIODO
           MOVE 0 TO PARM-CTE-ENTRADAS
           MOVE 0 TO PARM-CTE-SAIDAS
           MOVE 0 TO PARM-CTE-ABERTURA
           MOVE 'N' TO PARM-CTE-INICIALIZADO
           MOVE 0 TO PARM-CTE-LOTE
           MOVE 0 TO PARM-CTE-RETORNO
           MOVE 'N' TO WS-CONTROLE-NOVO
           MOVE 'N' TO WS-SO-POSICIONAR
           MOVE 'N' TO WS-PRODUTOS-ABERTO
           MOVE 'N' TO WS-SALDOS-ABERTO
           MOVE 0 TO WS-QTDE-LANCAR
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE

           PERFORM 0950-RESOLVER-AMBIENTE

           OPEN I-O MAPA

           IF WS-FS EQUAL 35
               OPEN OUTPUT MAPA
               IF WS-FS EQUAL ZEROS
                   CLOSE MAPA
                   OPEN I-O MAPA
               END-IF
           END-IF

           IF WS-FS NOT EQUAL ZEROS
               MOVE WS-FS TO PARM-CTE-RETORNO
           ELSE
               OPEN INPUT PRODUTOS
               IF WS-FS-PROD EQUAL ZEROS
                   MOVE 'S' TO WS-PRODUTOS-ABERTO
               END-IF

               OPEN INPUT SALDOS-DEP
               IF WS-FS-SAL EQUAL ZEROS
                   MOVE 'S' TO WS-SALDOS-ABERTO
               END-IF

               PERFORM 1000-LER-CONTROLE
               ADD 1 TO WS-ULTIMO-LOTE
               MOVE WS-ULTIMO-LOTE TO PARM-CTE-LOTE

               IF WS-CONTROLE-NOVO EQUAL 'S'
                   PERFORM 2000-INICIALIZAR-CONTABIL
                   MOVE 'S' TO WS-SO-POSICIONAR
               ELSE
                   PERFORM 2100-COMPLETAR-MAPA
               END-IF

               IF PARM-CTE-RETORNO EQUAL ZEROS
                   PERFORM 3000-PERCORRER-MOVIMENTO
               END-IF

               IF PARM-CTE-RETORNO EQUAL ZEROS
                   PERFORM 5000-LANCAR-ACUMULADOS
               END-IF

               IF WS-SALDOS-ABERTO EQUAL 'S'
                   CLOSE SALDOS-DEP
               END-IF

               IF WS-PRODUTOS-ABERTO EQUAL 'S'
                   CLOSE PRODUTOS
               END-IF

               CLOSE MAPA
           END-IF

           GOBACK.

       0950-RESOLVER-AMBIENTE.
           CALL "CONFIG-AMBIENTE" USING PARM-AMBIENTE

           MOVE SPACES TO WS-ARQ-MAPAESTOQUE
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'MAPAESTOQUE.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-MAPAESTOQUE

           MOVE SPACES TO WS-ARQ-PRODUTOS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'PRODUTOS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-PRODUTOS

           MOVE SPACES TO WS-ARQ-SALDOSDEPOSITO
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'SALDOSDEPOSITO.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-SALDOSDEPOSITO

           MOVE SPACES TO WS-ARQ-MOVIMENTO
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'MOVIMENTO.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-MOVIMENTO

           MOVE SPACES TO WS-ARQ-LANCAMENTOS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'LANCAMENTOS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-LANCAMENTOS.

       1000-LER-CONTROLE.
           MOVE ZEROS TO CHAVE-CONTROLE-MAP

           READ MAPA
               INVALID KEY
                   MOVE 'S' TO WS-CONTROLE-NOVO
                   MOVE 0 TO WS-DATA-APLICADA
                   MOVE 0 TO WS-QTDE-NA-DATA
                   MOVE 0 TO WS-ULTIMO-LOTE
               NOT INVALID KEY
                   MOVE DATA-APLICADA-MAP TO WS-DATA-APLICADA
                   MOVE QTDE-NA-DATA-MAP TO WS-QTDE-NA-DATA
                   MOVE ULTIMO-LOTE-MAP TO WS-ULTIMO-LOTE
           END-READ

           MOVE WS-DATA-APLICADA TO WS-DATA-POSICAO
           MOVE WS-QTDE-NA-DATA TO WS-QTDE-POSICAO.

      * POSICAO is the last movement already summed into the table;
      * it is only saved once the table went into the ledger, so a run
      * stopped by a journal failure is picked up from the last save.
       1100-GRAVAR-CONTROLE.
           MOVE SPACES TO REG-CONTROLE-MAPA
           MOVE ZEROS TO CHAVE-CONTROLE-MAP
           MOVE WS-DATA-POSICAO TO DATA-APLICADA-MAP
           MOVE WS-QTDE-POSICAO TO QTDE-NA-DATA-MAP
           MOVE WS-ULTIMO-LOTE TO ULTIMO-LOTE-MAP

           IF WS-CONTROLE-NOVO EQUAL 'S'
               WRITE REG-CONTROLE-MAPA
           ELSE
               REWRITE REG-CONTROLE-MAPA
           END-IF

           IF WS-FS NOT EQUAL ZEROS
           AND PARM-CTE-RETORNO EQUAL ZEROS
               MOVE WS-FS TO PARM-CTE-RETORNO
           ELSE
               MOVE 'N' TO WS-CONTROLE-NOVO
           END-IF.

      ******************************************************************
      * First run: the standard accounts go on the map, and 13000 is
      * brought to the value of the stock on hand (PRODUTOS plus the
      * quarantine deposito 99, at the average cost) by one entry
      * against the account of motivo AB. Everything already on
      * MOVIMENTO.TXT is in that stock, so the movement file is only
      * walked to mark where the postings start.
      ******************************************************************
       2000-INICIALIZAR-CONTABIL.
           MOVE 'S' TO PARM-CTE-INICIALIZADO

           PERFORM VARYING WS-IDX-PADRAO FROM 1 BY 1
                   UNTIL WS-IDX-PADRAO GREATER 13
               MOVE WS-PAD-TIPO(WS-IDX-PADRAO) TO MAP-TIPO
               MOVE WS-PAD-DEPOSITO(WS-IDX-PADRAO) TO MAP-DEPOSITO
               MOVE WS-PAD-MOTIVO(WS-IDX-PADRAO) TO MAP-MOTIVO
               MOVE WS-PAD-CONTA(WS-IDX-PADRAO) TO MAP-CONTA
               MOVE WS-PAD-DESCRICAO(WS-IDX-PADRAO) TO MAP-DESCRICAO
               WRITE REG-MAPA-ESTOQUE
           END-PERFORM

           IF WS-PRODUTOS-ABERTO EQUAL 'N'
               MOVE WS-FS-PROD TO PARM-CTE-RETORNO
           ELSE
               PERFORM 2100-VALORIZAR-ESTOQUE
               PERFORM 2200-SALDO-CONTABIL
           END-IF

           IF PARM-CTE-RETORNO EQUAL ZEROS
               COMPUTE PARM-CTE-ABERTURA =
                   WS-VALOR-ESTOQUE - WS-SALDO-CONTABIL

               IF PARM-CTE-ABERTURA NOT EQUAL 0
                   PERFORM 2300-LANCAR-ABERTURA
               END-IF
           END-IF.

       2100-VALORIZAR-ESTOQUE.
           MOVE 0 TO WS-VALOR-ESTOQUE
           MOVE 0 TO WS-EOF

           PERFORM UNTIL WS-EOF EQUAL 1
               READ PRODUTOS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM 2110-LER-QUARENTENA
                       COMPUTE WS-VALOR-ESTOQUE = WS-VALOR-ESTOQUE
                           + (ESTOQUE-PRODUTO + WS-QTDE-QUARENTENA)
                           * CUSTO-UNITARIO-PRODUTO
               END-READ
           END-PERFORM.

       2110-LER-QUARENTENA.
           MOVE 0 TO WS-QTDE-QUARENTENA

           IF WS-SALDOS-ABERTO EQUAL 'S'
               MOVE 99 TO COD-DEPOSITO-SD
               MOVE COD-PRODUTO TO COD-PRODUTO-SD
               READ SALDOS-DEP
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE QTDE-SALDO-DEP TO WS-QTDE-QUARENTENA
               END-READ
           END-IF.

       2200-SALDO-CONTABIL.
           MOVE 0 TO WS-SALDO-CONTABIL

           OPEN INPUT LANCAMENTOS

           IF WS-FS-LAN EQUAL ZEROS
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF EQUAL 1
                   READ LANCAMENTOS
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF COD-CONTA-DEBITO-LAN EQUAL
                               WS-CONTA-ESTOQUE
                               ADD VALOR-LAN TO WS-SALDO-CONTABIL
                           END-IF
                           IF COD-CONTA-CREDITO-LAN EQUAL
                               WS-CONTA-ESTOQUE
                               SUBTRACT VALOR-LAN FROM
                                   WS-SALDO-CONTABIL
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE LANCAMENTOS
           END-IF.

       2300-LANCAR-ABERTURA.
           MOVE 'E' TO MAP-TIPO
           MOVE 0 TO MAP-DEPOSITO
           MOVE "AB" TO MAP-MOTIVO
           MOVE 49000 TO WS-CONTA-ACHADA

           READ MAPA
               NOT INVALID KEY
                   MOVE MAP-CONTA TO WS-CONTA-ACHADA
           END-READ

           IF PARM-CTE-ABERTURA GREATER 0
               MOVE WS-CONTA-ESTOQUE TO PARM-LAN-DEBITO
               MOVE WS-CONTA-ACHADA TO PARM-LAN-CREDITO
               MOVE PARM-CTE-ABERTURA TO PARM-LAN-VALOR
           ELSE
               MOVE WS-CONTA-ACHADA TO PARM-LAN-DEBITO
               MOVE WS-CONTA-ESTOQUE TO PARM-LAN-CREDITO
               COMPUTE PARM-LAN-VALOR = 0 - PARM-CTE-ABERTURA
           END-IF

           MOVE "ABERTURA ESTOQUE CONTABIL" TO PARM-LAN-HISTORICO
           MOVE 0 TO PARM-LAN-DATA
           MOVE 0 TO PARM-LAN-CENTRO-CUSTO
           PERFORM 5200-GRAVAR-LANCAMENTO.

      * A standard row added after the map was first written is put
      * on the map on the next run; rows already there, including
      * any the user changed in MAPA-CONTAS-ESTOQUE, are kept.
       2100-COMPLETAR-MAPA.
           PERFORM VARYING WS-IDX-PADRAO FROM 1 BY 1
                   UNTIL WS-IDX-PADRAO GREATER 13
               MOVE WS-PAD-TIPO(WS-IDX-PADRAO) TO MAP-TIPO
               MOVE WS-PAD-DEPOSITO(WS-IDX-PADRAO) TO MAP-DEPOSITO
               MOVE WS-PAD-MOTIVO(WS-IDX-PADRAO) TO MAP-MOTIVO

               READ MAPA
                   INVALID KEY
                       MOVE WS-PAD-CONTA(WS-IDX-PADRAO) TO MAP-CONTA
                       MOVE WS-PAD-DESCRICAO(WS-IDX-PADRAO)
                           TO MAP-DESCRICAO
                       WRITE REG-MAPA-ESTOQUE
               END-READ
           END-PERFORM.

      * MOVIMENTO.TXT is appended in posting order. Movements dated
      * before the last posted date are already in the ledger; of
      * those on that date, the first QTDE-NA-DATA were posted on the
      * previous run. Opening balances (SI) left by the archive are
      * not real movements and are neither posted nor counted.
       3000-PERCORRER-MOVIMENTO.
           MOVE 0 TO WS-CONT-NA-DATA
           MOVE 0 TO WS-EOF

           OPEN INPUT MOVIMENTO

           IF WS-FS-MOV NOT EQUAL ZEROS
               IF WS-FS-MOV NOT EQUAL 35
                   MOVE WS-FS-MOV TO PARM-CTE-RETORNO
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
                   AND PARM-CTE-RETORNO EQUAL ZEROS
                       PERFORM 4000-VALORIZAR-MOVIMENTO
                   END-IF
               END-IF
           END-IF

           MOVE WS-DATA-APLICADA TO WS-DATA-POSICAO
           MOVE WS-QTDE-NA-DATA TO WS-QTDE-POSICAO.

      * A movement posted without a cost (old conversions) takes the
      * product's current cost, as the cost layers do.
       4000-VALORIZAR-MOVIMENTO.
           ADD 1 TO PARM-CTE-LIDOS
           MOVE CUSTO-UNIT-MOV TO WS-CUSTO-MOV

           IF WS-CUSTO-MOV EQUAL 0
           AND WS-PRODUTOS-ABERTO EQUAL 'S'
               MOVE COD-PRODUTO-MOV TO COD-PRODUTO
               READ PRODUTOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CUSTO-UNITARIO-PRODUTO TO WS-CUSTO-MOV
               END-READ
           END-IF

           COMPUTE WS-VALOR-MOV = QTDE-MOVIMENTO * WS-CUSTO-MOV

           PERFORM 4100-LOCALIZAR-CONTA

           IF WS-MAPA-ACHADO EQUAL 'N'
               ADD 1 TO PARM-CTE-SEM-CONTA
           ELSE
               IF WS-CONTA-ACHADA GREATER 0
               AND WS-VALOR-MOV GREATER 0
                   PERFORM 4200-ACUMULAR
               END-IF
           END-IF.

      * Own deposito and motivo, own deposito any motivo, any
      * deposito own motivo, then any deposito any motivo.
       4100-LOCALIZAR-CONTA.
           MOVE 'N' TO WS-MAPA-ACHADO
           MOVE 0 TO WS-CONTA-ACHADA

           MOVE TIPO-MOVIMENTO TO MAP-TIPO
           MOVE COD-DEPOSITO-MOV TO MAP-DEPOSITO
           MOVE MOTIVO-AJUSTE-MOV TO MAP-MOTIVO
           PERFORM 4110-LER-MAPA

           IF WS-MAPA-ACHADO EQUAL 'N'
               MOVE COD-DEPOSITO-MOV TO MAP-DEPOSITO
               MOVE "**" TO MAP-MOTIVO
               PERFORM 4110-LER-MAPA
           END-IF

           IF WS-MAPA-ACHADO EQUAL 'N'
               MOVE 0 TO MAP-DEPOSITO
               MOVE MOTIVO-AJUSTE-MOV TO MAP-MOTIVO
               PERFORM 4110-LER-MAPA
           END-IF

           IF WS-MAPA-ACHADO EQUAL 'N'
               MOVE 0 TO MAP-DEPOSITO
               MOVE "**" TO MAP-MOTIVO
               PERFORM 4110-LER-MAPA
           END-IF.

       4110-LER-MAPA.
           READ MAPA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-MAPA-ACHADO
                   MOVE MAP-CONTA TO WS-CONTA-ACHADA
           END-READ.

       4200-ACUMULAR.
           MOVE 0 TO WS-IDX-ACHADO
           MOVE 0 TO WS-CENTRO-MOV

           IF MOTIVO-AJUSTE-MOV EQUAL "MF"
               MOVE 300 TO WS-CENTRO-MOV
           END-IF

           PERFORM VARYING WS-IDX-LANCAR FROM 1 BY 1
                   UNTIL WS-IDX-LANCAR GREATER WS-QTDE-LANCAR
               IF WS-LAN-DATA(WS-IDX-LANCAR) EQUAL DATA-MOVIMENTO
               AND WS-LAN-TIPO(WS-IDX-LANCAR) EQUAL TIPO-MOVIMENTO
               AND WS-LAN-CONTA(WS-IDX-LANCAR) EQUAL WS-CONTA-ACHADA
               AND WS-LAN-CENTRO(WS-IDX-LANCAR) EQUAL WS-CENTRO-MOV
               AND WS-LAN-VALOR(WS-IDX-LANCAR) + WS-VALOR-MOV
                   LESS WS-LIMITE-LINHA
                   MOVE WS-IDX-LANCAR TO WS-IDX-ACHADO
               END-IF
           END-PERFORM

           IF WS-IDX-ACHADO EQUAL 0
               IF WS-QTDE-LANCAR GREATER OR EQUAL 100
                   PERFORM 5000-LANCAR-ACUMULADOS
               END-IF
               ADD 1 TO WS-QTDE-LANCAR
               MOVE WS-QTDE-LANCAR TO WS-IDX-ACHADO
               MOVE DATA-MOVIMENTO TO WS-LAN-DATA(WS-IDX-ACHADO)
               MOVE TIPO-MOVIMENTO TO WS-LAN-TIPO(WS-IDX-ACHADO)
               MOVE WS-CONTA-ACHADA TO WS-LAN-CONTA(WS-IDX-ACHADO)
               MOVE WS-CENTRO-MOV TO WS-LAN-CENTRO(WS-IDX-ACHADO)
               MOVE 0 TO WS-LAN-VALOR(WS-IDX-ACHADO)
           END-IF

           ADD WS-VALOR-MOV TO WS-LAN-VALOR(WS-IDX-ACHADO).

      ******************************************************************
      * Writes the summed lines, each dated on its movements' date;
      * a line whose month is already closed goes in dated today.
      * The lines written so far are in the ledger, so the point
      * reached is saved before the table is reused.
      ******************************************************************
       5000-LANCAR-ACUMULADOS.
           PERFORM VARYING WS-IDX-LANCAR FROM 1 BY 1
                   UNTIL WS-IDX-LANCAR GREATER WS-QTDE-LANCAR
                   OR PARM-CTE-RETORNO NOT EQUAL ZEROS
               PERFORM 5100-LANCAR-LINHA
           END-PERFORM

           MOVE 0 TO WS-QTDE-LANCAR

           IF PARM-CTE-RETORNO EQUAL ZEROS
               PERFORM 1100-GRAVAR-CONTROLE
           END-IF.

       5100-LANCAR-LINHA.
           IF WS-LAN-TIPO(WS-IDX-LANCAR) EQUAL 'E'
               MOVE WS-CONTA-ESTOQUE TO PARM-LAN-DEBITO
               MOVE WS-LAN-CONTA(WS-IDX-LANCAR) TO PARM-LAN-CREDITO
               MOVE "ENTRADAS DE ESTOQUE" TO PARM-LAN-HISTORICO
               ADD WS-LAN-VALOR(WS-IDX-LANCAR) TO PARM-CTE-ENTRADAS
           ELSE
               MOVE WS-LAN-CONTA(WS-IDX-LANCAR) TO PARM-LAN-DEBITO
               MOVE WS-CONTA-ESTOQUE TO PARM-LAN-CREDITO
               MOVE "SAIDAS DE ESTOQUE" TO PARM-LAN-HISTORICO
               ADD WS-LAN-VALOR(WS-IDX-LANCAR) TO PARM-CTE-SAIDAS
           END-IF

           MOVE WS-LAN-VALOR(WS-IDX-LANCAR) TO PARM-LAN-VALOR
           MOVE WS-LAN-DATA(WS-IDX-LANCAR) TO PARM-LAN-DATA
           MOVE WS-LAN-CENTRO(WS-IDX-LANCAR) TO PARM-LAN-CENTRO-CUSTO
           PERFORM 5200-GRAVAR-LANCAMENTO.

       5200-GRAVAR-LANCAMENTO.
           MOVE "CONTABILIZA-ESTOQUE" TO PARM-LAN-ORIGEM
           MOVE WS-ULTIMO-LOTE TO PARM-LAN-DOCUMENTO
           CALL "GRAVA-LANCAMENTO" USING PARM-LANCAMENTO

           IF PARM-LAN-RETORNO EQUAL 97
           AND PARM-LAN-DATA NOT EQUAL 0
               ADD 1 TO PARM-CTE-FORA-PERIODO
               MOVE 0 TO PARM-LAN-DATA
               CALL "GRAVA-LANCAMENTO" USING PARM-LANCAMENTO
           END-IF

           IF PARM-LAN-RETORNO NOT EQUAL ZEROS
               MOVE PARM-LAN-RETORNO TO PARM-CTE-RETORNO
           ELSE
               ADD 1 TO PARM-CTE-LANCAMENTOS
           END-IF

           MOVE 0 TO PARM-LAN-DATA.

       END PROGRAM CONTABILIZA-ESTOQUE.
