       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCILIA-ESTOQUE.
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
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS.

           SELECT SALDOS-DEP ASSIGN TO WS-ARQ-SALDOSDEPOSITO
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS CHAVE-SALDO-DEP
           FILE STATUS IS WS-FS-SAL.

           SELECT TRANSITO ASSIGN TO WS-ARQ-TRANSITO
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS NUM-TRANSITO
           FILE STATUS IS WS-FS-TRN.

           SELECT LOTES-ESTOQUE ASSIGN TO WS-ARQ-LOTESESTOQUE
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CHAVE-LOTE-EST
           FILE STATUS IS WS-FS-LOT.

           SELECT PEDIDO-REPARO ASSIGN TO WS-ARQ-REPAROESTOQUE
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-REP.

           SELECT AUDITORIA ASSIGN TO WS-ARQ-AUDITORIA
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-AUD.

           SELECT LOG-EXCECOES ASSIGN TO WS-ARQ-EXCECOES
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-LOG.

           SELECT RELATORIO ASSIGN TO REL-NOME-ARQ
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD PRODUTOS.
           COPY PRODUTO.

       FD SALDOS-DEP.
           COPY SALDODEPOSITO.

       FD TRANSITO.
           COPY TRANSITO.

       FD LOTES-ESTOQUE.
           COPY LOTEESTOQUE.

       FD PEDIDO-REPARO.
           COPY REPAROESTOQUE.

       FD AUDITORIA.
           COPY AUDITMESTRE.

       FD LOG-EXCECOES.
           COPY EXCELOG.

       FD RELATORIO.
       01 LINHA-RELATORIO     PIC X(90).
       WORKING-STORAGE SECTION.
           COPY RELATORIO.
           COPY PARMCATALOGO.
           COPY PARMRUNLOG.
           COPY AMBIENTE.
       77 WS-ARQ-PRODUTOS        PIC X(60) VALUE SPACES.
       77 WS-ARQ-SALDOSDEPOSITO  PIC X(60) VALUE SPACES.
       77 WS-ARQ-TRANSITO        PIC X(60) VALUE SPACES.
       77 WS-ARQ-LOTESESTOQUE    PIC X(60) VALUE SPACES.
       77 WS-ARQ-REPAROESTOQUE   PIC X(60) VALUE SPACES.
       77 WS-ARQ-AUDITORIA       PIC X(60) VALUE SPACES.
       77 WS-ARQ-EXCECOES        PIC X(60) VALUE SPACES.
       77 WS-FS               PIC 99 VALUE 0.
       77 WS-FS-SAL           PIC 99 VALUE 0.
       77 WS-FS-TRN           PIC 99 VALUE 0.
       77 WS-FS-LOT           PIC 99 VALUE 0.
       77 WS-FS-REP           PIC 99 VALUE 0.
       77 WS-FS-AUD           PIC 99 VALUE 0.
       77 WS-FS-LOG           PIC 99 VALUE 0.
       77 WS-FS-REL           PIC 99 VALUE 0.
       77 WS-EOF              PIC 99 VALUE 0.
       77 WS-EOF-LOT          PIC 99 VALUE 0.
       77 WS-DATA-RELATORIO   PIC 9(08) VALUE 0.
       77 WS-SALDOS-ABERTO    PIC A VALUE 'N'.
       77 WS-LOTES-ABERTO     PIC A VALUE 'N'.
       77 WS-MODO-REPARO      PIC A VALUE 'N'.
       77 WS-FONTE-REPARO     PIC X VALUE SPACE.
       77 WS-OPERADOR-REPARO  PIC 999 VALUE 0.
       77 WS-DEPOSITO         PIC 9(03) VALUE 0.
       77 WS-SOMA-DEPOSITOS   PIC 9(11) VALUE 0.
       77 WS-SOMA-TRANSITO    PIC 9(11) VALUE 0.
       77 WS-SOMA-LOTES       PIC 9(11) VALUE 0.
       77 WS-QTDE-LOTES       PIC 9(05) VALUE 0.
       77 WS-DIF-DEPOSITOS    PIC S9(11) VALUE 0.
       77 WS-DIF-LOTES        PIC S9(11) VALUE 0.
       77 WS-ESTOQUE-MESTRE   PIC 9(09) VALUE 0.
       77 WS-ESTOQUE-NOVO     PIC 9(09) VALUE 0.
       77 WS-QTDE-TRN         PIC 9(04) VALUE 0.
       77 WS-IDX-TRN          PIC 9(04) VALUE 0.
       77 WS-TRN-ACHOU        PIC A VALUE 'N'.
       77 WS-TRN-ESTOUROU     PIC A VALUE 'N'.
       77 WS-CONT-PRODUTOS    PIC 9(07) VALUE 0.
       77 WS-CONT-DIF-DEP     PIC 9(05) VALUE 0.
       77 WS-CONT-DIF-LOTE    PIC 9(05) VALUE 0.
       77 WS-CONT-REPARADOS   PIC 9(05) VALUE 0.
       77 WS-CONT-FALHAS      PIC 9(05) VALUE 0.
       77 WS-LOG-CHAVE        PIC X(20) VALUE SPACES.
       77 WS-LOG-FS-VALOR     PIC 99 VALUE 0.
       77 WS-AUD-ANTES        PIC X(200) VALUE SPACES.
       77 WS-AUD-DEPOIS       PIC X(200) VALUE SPACES.

      * Goods dispatched between depositos have left the origin
      * balance and not yet reached the destination one, so the
      * quantity still in transit is added back per product.
       01 WS-TABELA-TRANSITO.
           03 WS-TRN-PRODUTO OCCURS 2000 TIMES.
               05 WS-TRN-CODIGO    PIC 9(05).
               05 WS-TRN-QTDE      PIC 9(11).

       01 WS-LINHA-DET-CONCILIA.
           03 WS-DET-CODIGO        PIC 9(05).
           03 FILLER               PIC X VALUE SPACE.
           03 WS-DET-NOME          PIC X(16).
           03 FILLER               PIC X VALUE SPACE.
           03 WS-DET-MESTRE        PIC ZZZZZZZZ9.
           03 FILLER               PIC X VALUE SPACE.
           03 WS-DET-DEPOSITOS     PIC ZZZZZZZZ9.
           03 FILLER               PIC X VALUE SPACE.
           03 WS-DET-TRANSITO      PIC ZZZZZZZZ9.
           03 FILLER               PIC X VALUE SPACE.
           03 WS-DET-DIF-DEP       PIC -ZZZZZZZZ9.
           03 FILLER               PIC X VALUE SPACE.
           03 WS-DET-LOTES         PIC ZZZZZZZZ9.
           03 WS-DET-LOTES-X REDEFINES WS-DET-LOTES
                                   PIC X(09).
           03 FILLER               PIC X VALUE SPACE.
           03 WS-DET-DIF-LOTE      PIC -ZZZZZZZZ9.
           03 WS-DET-DIF-LOTE-X REDEFINES WS-DET-DIF-LOTE
                                   PIC X(10).
           03 FILLER               PIC X VALUE SPACE.
           03 WS-DET-ACAO          PIC X(05).

       PROCEDURE DIVISION.
      ******************************************************************
      * Compares ESTOQUE-PRODUTO on PRODUTOS.TXT with the two files
      * that break it down: the deposito balances on SALDOSDEPOSITO
      * plus whatever is still on a truck in TRANSITO, and - for the
      * products that have lots - the lot balances on LOTESESTOQUE.
      * Runs unattended in the nightly chain and only reports; a
      * REPAROESTOQUE.TXT card left by REPARA-ESTOQUE makes the next
      * run rebuild the master totals from the source named there.
      ******************************************************************
       MAIN-PROCEDURE.
           MOVE "CONCILIA-ESTOQUE" TO PARM-RUN-PROGRAMA
           MOVE 'I' TO PARM-RUN-EVENTO
           MOVE 0 TO PARM-RUN-REGISTROS
           CALL "GRAVA-RUNLOG" USING PARM-RUNLOG

           PERFORM 0950-RESOLVER-AMBIENTE
           DISPLAY "CONCILIACAO DO ESTOQUE - MESTRE X DEPOSITOS X LOTES"
           MOVE 'C' TO PARM-RUN-EVENTO

           PERFORM 1000-LER-PEDIDO-REPARO
           PERFORM 1100-CARREGAR-TRANSITO

           IF WS-MODO-REPARO EQUAL 'S'
               OPEN I-O PRODUTOS
           ELSE
               OPEN INPUT PRODUTOS
           END-IF

           IF WS-FS NOT EQUAL ZEROS
               DISPLAY "NAO FOI POSSIVEL ABRIR O CADASTRO DE PRODUTOS"
               DISPLAY "FILE STATUS: " WS-FS
               MOVE 'F' TO PARM-RUN-EVENTO
           ELSE
               OPEN INPUT SALDOS-DEP
               IF WS-FS-SAL EQUAL ZEROS
                   MOVE 'S' TO WS-SALDOS-ABERTO
               ELSE
                   DISPLAY "SALDOS POR DEPOSITO NAO DISPONIVEIS - FILE "
                       "STATUS: " WS-FS-SAL
               END-IF

               OPEN INPUT LOTES-ESTOQUE
               IF WS-FS-LOT EQUAL ZEROS
                   MOVE 'S' TO WS-LOTES-ABERTO
               END-IF

               PERFORM 8100-ABRIR-RELATORIO

               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF EQUAL 1
                   READ PRODUTOS NEXT RECORD
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM 2000-CONFERIR-PRODUTO
                   END-READ
               END-PERFORM

               IF WS-SALDOS-ABERTO EQUAL 'S'
                   CLOSE SALDOS-DEP
               END-IF
               IF WS-LOTES-ABERTO EQUAL 'S'
                   CLOSE LOTES-ESTOQUE
               END-IF
               CLOSE PRODUTOS

               PERFORM 4000-IMPRIMIR-TOTAIS

               IF WS-MODO-REPARO EQUAL 'S'
                   PERFORM 4200-LIMPAR-PEDIDO-REPARO
               END-IF

               IF WS-CONT-FALHAS GREATER 0
                   MOVE 'F' TO PARM-RUN-EVENTO
               END-IF
           END-IF

           DISPLAY "PRODUTOS CONFERIDOS.....: " WS-CONT-PRODUTOS
           DISPLAY "DIVERGENCIAS DEPOSITOS..: " WS-CONT-DIF-DEP
           DISPLAY "DIVERGENCIAS LOTES......: " WS-CONT-DIF-LOTE
           IF WS-MODO-REPARO EQUAL 'S'
               DISPLAY "TOTAIS CORRIGIDOS.......: " WS-CONT-REPARADOS
           END-IF

           MOVE WS-CONT-PRODUTOS TO PARM-RUN-REGISTROS
           CALL "GRAVA-RUNLOG" USING PARM-RUNLOG

           GOBACK.

      ******************************************************************
      * No card, an empty card or an unknown source means a plain
      * check - the nightly run never changes PRODUTOS on its own.
      ******************************************************************
       1000-LER-PEDIDO-REPARO.
           MOVE 'N' TO WS-MODO-REPARO

           OPEN INPUT PEDIDO-REPARO

           IF WS-FS-REP EQUAL ZEROS
               READ PEDIDO-REPARO
                   AT END
                       CONTINUE
                   NOT AT END
                       IF REP-FONTE-DEPOSITOS
                       OR REP-FONTE-LOTES
                           MOVE 'S' TO WS-MODO-REPARO
                           MOVE REP-FONTE TO WS-FONTE-REPARO
                           MOVE REP-OPERADOR TO WS-OPERADOR-REPARO
                       END-IF
               END-READ
               CLOSE PEDIDO-REPARO
           END-IF

           IF WS-MODO-REPARO EQUAL 'S'
               IF WS-FONTE-REPARO EQUAL 'D'
                   DISPLAY "MODO REPARO - TOTAIS REFEITOS PELOS SALDOS "
                       "DOS DEPOSITOS + TRANSITO"
               ELSE
                   DISPLAY "MODO REPARO - TOTAIS REFEITOS PELOS SALDOS "
                       "DOS LOTES"
               END-IF
           END-IF.

       1100-CARREGAR-TRANSITO.
           MOVE 0 TO WS-QTDE-TRN
           MOVE 'N' TO WS-TRN-ESTOUROU

           OPEN INPUT TRANSITO

           IF WS-FS-TRN EQUAL ZEROS
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF EQUAL 1
                   READ TRANSITO NEXT RECORD
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF TRANSITO-DESPACHADO
                               PERFORM 1110-ACUMULAR-TRANSITO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANSITO
           END-IF

           IF WS-TRN-ESTOUROU EQUAL 'S'
               DISPLAY "TABELA DE TRANSITO CHEIA - PRODUTOS ALEM DE "
                   "2000 APARECEM COMO DIVERGENTES"
           END-IF.

       1110-ACUMULAR-TRANSITO.
           MOVE 'N' TO WS-TRN-ACHOU
           PERFORM VARYING WS-IDX-TRN FROM 1 BY 1
                   UNTIL WS-IDX-TRN GREATER WS-QTDE-TRN
                   OR WS-TRN-ACHOU EQUAL 'S'
               IF WS-TRN-CODIGO(WS-IDX-TRN) EQUAL COD-PRODUTO-TR
                   ADD QTDE-TR TO WS-TRN-QTDE(WS-IDX-TRN)
                   MOVE 'S' TO WS-TRN-ACHOU
               END-IF
           END-PERFORM

           IF WS-TRN-ACHOU EQUAL 'N'
               IF WS-QTDE-TRN LESS 2000
                   ADD 1 TO WS-QTDE-TRN
                   MOVE COD-PRODUTO-TR TO WS-TRN-CODIGO(WS-QTDE-TRN)
                   MOVE QTDE-TR TO WS-TRN-QTDE(WS-QTDE-TRN)
               ELSE
                   MOVE 'S' TO WS-TRN-ESTOUROU
               END-IF
           END-IF.

       2000-CONFERIR-PRODUTO.
           ADD 1 TO WS-CONT-PRODUTOS
           MOVE ESTOQUE-PRODUTO TO WS-ESTOQUE-MESTRE

           PERFORM 2100-SOMAR-DEPOSITOS
           PERFORM 2200-SOMAR-TRANSITO
           PERFORM 2300-SOMAR-LOTES

           COMPUTE WS-DIF-DEPOSITOS = WS-SOMA-DEPOSITOS
               + WS-SOMA-TRANSITO - ESTOQUE-PRODUTO

           IF WS-QTDE-LOTES GREATER 0
               COMPUTE WS-DIF-LOTES = WS-SOMA-LOTES - ESTOQUE-PRODUTO
           ELSE
               MOVE 0 TO WS-DIF-LOTES
           END-IF

           IF WS-DIF-DEPOSITOS NOT EQUAL 0
           OR WS-DIF-LOTES NOT EQUAL 0
               MOVE SPACES TO WS-DET-ACAO

               IF WS-DIF-DEPOSITOS NOT EQUAL 0
                   ADD 1 TO WS-CONT-DIF-DEP
                   MOVE SPACES TO WS-LOG-CHAVE
                   STRING "PRODUTO " COD-PRODUTO " DEPOS."
                       DELIMITED BY SIZE INTO WS-LOG-CHAVE
                   MOVE 91 TO WS-LOG-FS-VALOR
                   PERFORM 7000-GRAVAR-LOG-EXCECAO
               END-IF

               IF WS-DIF-LOTES NOT EQUAL 0
                   ADD 1 TO WS-CONT-DIF-LOTE
                   MOVE SPACES TO WS-LOG-CHAVE
                   STRING "PRODUTO " COD-PRODUTO " LOTES"
                       DELIMITED BY SIZE INTO WS-LOG-CHAVE
                   MOVE 92 TO WS-LOG-FS-VALOR
                   PERFORM 7000-GRAVAR-LOG-EXCECAO
               END-IF

               IF WS-MODO-REPARO EQUAL 'S'
                   PERFORM 3000-REPARAR-PRODUTO
               END-IF

               PERFORM 5000-IMPRIMIR-DIVERGENCIA
           END-IF.

      ******************************************************************
      * Same walk as APROVA-PONTO: one random read per deposito code.
      ******************************************************************
       2100-SOMAR-DEPOSITOS.
           MOVE 0 TO WS-SOMA-DEPOSITOS

           IF WS-SALDOS-ABERTO EQUAL 'S'
               PERFORM VARYING WS-DEPOSITO FROM 1 BY 1
                       UNTIL WS-DEPOSITO GREATER 99
                   MOVE WS-DEPOSITO TO COD-DEPOSITO-SD
                   MOVE COD-PRODUTO TO COD-PRODUTO-SD
                   READ SALDOS-DEP
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD QTDE-SALDO-DEP TO WS-SOMA-DEPOSITOS
                   END-READ
               END-PERFORM
           END-IF.

       2200-SOMAR-TRANSITO.
           MOVE 0 TO WS-SOMA-TRANSITO
           MOVE 'N' TO WS-TRN-ACHOU
           PERFORM VARYING WS-IDX-TRN FROM 1 BY 1
                   UNTIL WS-IDX-TRN GREATER WS-QTDE-TRN
                   OR WS-TRN-ACHOU EQUAL 'S'
               IF WS-TRN-CODIGO(WS-IDX-TRN) EQUAL COD-PRODUTO
                   MOVE WS-TRN-QTDE(WS-IDX-TRN) TO WS-SOMA-TRANSITO
                   MOVE 'S' TO WS-TRN-ACHOU
               END-IF
           END-PERFORM.

      ******************************************************************
      * Held lots (LOTE-RETIDO) are still on hand and still inside
      * ESTOQUE-PRODUTO, so they count here.
      ******************************************************************
       2300-SOMAR-LOTES.
           MOVE 0 TO WS-SOMA-LOTES
           MOVE 0 TO WS-QTDE-LOTES

           IF WS-LOTES-ABERTO EQUAL 'S'
               MOVE 0 TO WS-EOF-LOT
               MOVE COD-PRODUTO TO COD-PRODUTO-LE
               MOVE 0 TO DATA-VALIDADE-LE
               MOVE SPACES TO NUM-LOTE-LE

               START LOTES-ESTOQUE KEY NOT LESS CHAVE-LOTE-EST
                   INVALID KEY
                       MOVE 1 TO WS-EOF-LOT
               END-START

               PERFORM UNTIL WS-EOF-LOT EQUAL 1
                   READ LOTES-ESTOQUE NEXT RECORD
                       AT END
                           MOVE 1 TO WS-EOF-LOT
                       NOT AT END
                           IF COD-PRODUTO-LE NOT EQUAL COD-PRODUTO
                               MOVE 1 TO WS-EOF-LOT
                           ELSE
                               ADD QTDE-LOTE-LE TO WS-SOMA-LOTES
                               ADD 1 TO WS-QTDE-LOTES
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      ******************************************************************
      * Only the total named on the card is rebuilt; a break against
      * the other source is reported and left as it is.
      ******************************************************************
       3000-REPARAR-PRODUTO.
           MOVE ESTOQUE-PRODUTO TO WS-ESTOQUE-NOVO

           IF WS-FONTE-REPARO EQUAL 'D'
           AND WS-DIF-DEPOSITOS NOT EQUAL 0
               COMPUTE WS-ESTOQUE-NOVO = WS-SOMA-DEPOSITOS
                   + WS-SOMA-TRANSITO
           END-IF

           IF WS-FONTE-REPARO EQUAL 'L'
           AND WS-QTDE-LOTES GREATER 0
           AND WS-DIF-LOTES NOT EQUAL 0
               MOVE WS-SOMA-LOTES TO WS-ESTOQUE-NOVO
           END-IF

           IF WS-ESTOQUE-NOVO NOT EQUAL ESTOQUE-PRODUTO
               MOVE REG-PRODUTO TO WS-AUD-ANTES
               MOVE WS-ESTOQUE-NOVO TO ESTOQUE-PRODUTO

               REWRITE REG-PRODUTO

               IF WS-FS NOT EQUAL ZEROS
                   DISPLAY "PRODUTO " COD-PRODUTO
                       " NAO CORRIGIDO - FILE STATUS: " WS-FS
                   ADD 1 TO WS-CONT-FALHAS
                   MOVE "FALHA" TO WS-DET-ACAO
               ELSE
                   ADD 1 TO WS-CONT-REPARADOS
                   MOVE "CORR." TO WS-DET-ACAO
                   MOVE REG-PRODUTO TO WS-AUD-DEPOIS
                   PERFORM 8000-GRAVAR-AUDITORIA
               END-IF
           END-IF.

       4000-IMPRIMIR-TOTAIS.
           MOVE SPACES TO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           MOVE SPACES TO LINHA-RELATORIO
           STRING "PRODUTOS CONFERIDOS.....: " WS-CONT-PRODUTOS
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           MOVE SPACES TO LINHA-RELATORIO
           STRING "DIVERGENCIAS DEPOSITOS..: " WS-CONT-DIF-DEP
               "   (DEPOSITOS + TRANSITO - ESTOQUE)"
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           MOVE SPACES TO LINHA-RELATORIO
           STRING "DIVERGENCIAS LOTES......: " WS-CONT-DIF-LOTE
               "   (LOTES - ESTOQUE)"
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           IF WS-MODO-REPARO EQUAL 'S'
               MOVE SPACES TO LINHA-RELATORIO
               STRING "TOTAIS CORRIGIDOS.......: " WS-CONT-REPARADOS
                   "   FALHAS: " WS-CONT-FALHAS
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               PERFORM 8200-IMPRIMIR-LINHA
           END-IF

           IF WS-TRN-ESTOUROU EQUAL 'S'
               MOVE SPACES TO LINHA-RELATORIO
               STRING "(*) TABELA DE TRANSITO CHEIA - CONFERIR OS "
                   "PRODUTOS EM TRANSITO MANUALMENTE"
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               PERFORM 8200-IMPRIMIR-LINHA
           END-IF

           IF WS-FS-REL EQUAL ZEROS
               CLOSE RELATORIO
               MOVE "CONCILIA-ESTOQUE" TO PARM-CAT-PROGRAMA
               MOVE REL-CAB-TITULO TO PARM-CAT-TITULO
               MOVE REL-NOME-ARQ TO PARM-CAT-ARQUIVO
               CALL "GRAVA-CATALOGO" USING PARM-CATALOGO
               DISPLAY "RELATORIO GRAVADO EM " REL-NOME-ARQ
           END-IF.

       4200-LIMPAR-PEDIDO-REPARO.
           OPEN OUTPUT PEDIDO-REPARO
           IF WS-FS-REP EQUAL ZEROS
               CLOSE PEDIDO-REPARO
           END-IF.

       5000-IMPRIMIR-DIVERGENCIA.
           MOVE COD-PRODUTO TO WS-DET-CODIGO
           MOVE NOME-PRODUTO TO WS-DET-NOME
           MOVE WS-ESTOQUE-MESTRE TO WS-DET-MESTRE
           MOVE WS-SOMA-DEPOSITOS TO WS-DET-DEPOSITOS
           MOVE WS-SOMA-TRANSITO TO WS-DET-TRANSITO
           MOVE WS-DIF-DEPOSITOS TO WS-DET-DIF-DEP

           IF WS-QTDE-LOTES GREATER 0
               MOVE WS-SOMA-LOTES TO WS-DET-LOTES
               MOVE WS-DIF-LOTES TO WS-DET-DIF-LOTE
           ELSE
               MOVE "SEM LOTES" TO WS-DET-LOTES-X
               MOVE SPACES TO WS-DET-DIF-LOTE-X
           END-IF

           MOVE WS-LINHA-DET-CONCILIA TO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA.

      ******************************************************************
      * LOG-FS-VALOR carries no real file status here: 91 marks a
      * break against the deposito balances and 92 one against the
      * lots, so RELATORIO-EXCECOES lists the two kinds apart.
      ******************************************************************
       7000-GRAVAR-LOG-EXCECAO.
           OPEN EXTEND LOG-EXCECOES

           IF WS-FS-LOG EQUAL 35
               OPEN OUTPUT LOG-EXCECOES
           END-IF

           IF WS-FS-LOG EQUAL 0
               MOVE "CONCILIA-ESTOQUE" TO LOG-PROGRAMA
               MOVE FUNCTION CURRENT-DATE(1:14) TO LOG-DATA-HORA
               MOVE WS-LOG-CHAVE TO LOG-CHAVE
               MOVE WS-LOG-FS-VALOR TO LOG-FS-VALOR
               MOVE 'N' TO LOG-IND-RECONHECIDO
               WRITE REG-LOG-EXCECAO
               CLOSE LOG-EXCECOES
           END-IF.

       8000-GRAVAR-AUDITORIA.
           OPEN EXTEND AUDITORIA

           IF WS-FS-AUD EQUAL 35
               OPEN OUTPUT AUDITORIA
           END-IF

           IF WS-FS-AUD EQUAL 0
               MOVE "PRODUTOS" TO AUD-ARQUIVO
               MOVE 'A' TO AUD-OPERACAO
               MOVE COD-PRODUTO TO AUD-CHAVE
               MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-DATA-HORA
               MOVE WS-OPERADOR-REPARO TO AUD-OPERADOR
               MOVE WS-AUD-ANTES TO AUD-IMAGEM-ANTES
               MOVE WS-AUD-DEPOIS TO AUD-IMAGEM-DEPOIS
               WRITE REG-AUDIT-MESTRE
               CLOSE AUDITORIA
           ELSE
               DISPLAY "NAO FOI POSSIVEL GRAVAR A AUDITORIA - FILE ST"
      -            "ATUS: " WS-FS-AUD
           END-IF.

       8100-ABRIR-RELATORIO.
           MOVE PARM-AMB-NOME TO REL-CAB-AMBIENTE

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-RELATORIO
           MOVE WS-DATA-RELATORIO(5:2) TO REL-CAB-DATA(1:2)
           MOVE WS-DATA-RELATORIO(7:2) TO REL-CAB-DATA(4:2)
           MOVE WS-DATA-RELATORIO(1:4) TO REL-CAB-DATA(7:4)

           MOVE SPACES TO REL-CABECALHO-COLUNAS
           STRING "COD   NOME               ESTOQUE DEPOSITOS  TRANSITO"
               "   DIF.DEP.     LOTES   DIF.LOTE ACAO"
               DELIMITED BY SIZE INTO REL-CABECALHO-COLUNAS

           MOVE SPACES TO REL-CAB-TITULO
           IF WS-MODO-REPARO EQUAL 'S'
               STRING "CONCILIACAO DO ESTOQUE - REPARO DOS TOTAIS"
                   DELIMITED BY SIZE INTO REL-CAB-TITULO
           ELSE
               STRING "CONCILIACAO DO ESTOQUE - DEPOSITOS E LOTES"
                   DELIMITED BY SIZE INTO REL-CAB-TITULO
           END-IF

           MOVE SPACES TO REL-NOME-ARQ
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'RELATORIOS\CONCILIAESTOQUE' WS-DATA-RELATORIO '.TXT'
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

       0950-RESOLVER-AMBIENTE.
           CALL "CONFIG-AMBIENTE" USING PARM-AMBIENTE
           DISPLAY "AMBIENTE ATIVO: " PARM-AMB-NOME

           MOVE SPACES TO WS-ARQ-PRODUTOS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'PRODUTOS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-PRODUTOS

           MOVE SPACES TO WS-ARQ-SALDOSDEPOSITO
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'SALDOSDEPOSITO.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-SALDOSDEPOSITO

           MOVE SPACES TO WS-ARQ-TRANSITO
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'TRANSITO.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-TRANSITO

           MOVE SPACES TO WS-ARQ-LOTESESTOQUE
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'LOTESESTOQUE.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-LOTESESTOQUE

           MOVE SPACES TO WS-ARQ-REPAROESTOQUE
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'REPAROESTOQUE.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-REPAROESTOQUE

           MOVE SPACES TO WS-ARQ-AUDITORIA
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'AUDITORIA.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-AUDITORIA

           MOVE SPACES TO WS-ARQ-EXCECOES
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'EXCECOES.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-EXCECOES.

       END PROGRAM CONCILIA-ESTOQUE.
