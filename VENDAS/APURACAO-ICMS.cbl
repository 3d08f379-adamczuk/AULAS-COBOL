       IDENTIFICATION DIVISION.
       PROGRAM-ID. APURACAO-ICMS.
       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FATURAS-LINHAS ASSIGN TO WS-ARQ-FATURASLINHAS
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-FL.

           SELECT NOTAS ASSIGN TO WS-ARQ-NOTASFORN
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CHAVE-NOTA-FORN
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-NF.

           SELECT ORDENS ASSIGN TO WS-ARQ-ORDENSCOMPRA
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS NUM-ORDEM
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-ORD.

           SELECT DEVOLUCOES ASSIGN TO WS-ARQ-DEVOLUCOES
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS NUM-NOTA-CREDITO
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-DEV.

           SELECT PRODUTOS ASSIGN TO WS-ARQ-PRODUTOS
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS COD-PRODUTO
           ALTERNATE RECORD KEY IS EAN-PRODUTO
           ALTERNATE RECORD KEY IS NOME-PRODUTO
               WITH DUPLICATES
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-PROD.

           SELECT CLASSES ASSIGN TO WS-ARQ-CLASSESFISCAIS
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS COD-CLASSE-FISCAL-CF
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-CLA.

           SELECT APURACOES ASSIGN TO WS-ARQ-APURACAOICMS
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS PERIODO-APU
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-APU.

           SELECT RELATORIO ASSIGN TO REL-NOME-ARQ
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD FATURAS-LINHAS.
           COPY FATURALINHA.

       FD NOTAS.
           COPY NOTAFORN.

       FD ORDENS.
           COPY ORDEMCOMPRA.

       FD DEVOLUCOES.
           COPY DEVOLUCAO.

       FD PRODUTOS.
           COPY PRODUTO.

       FD CLASSES.
           COPY CLASSEFISCAL.

       FD APURACOES.
           COPY APURACAOICMS.

       FD RELATORIO.
       01 LINHA-RELATORIO     PIC X(90).
       WORKING-STORAGE SECTION.
           COPY RELATORIO.
           COPY PARMCATALOGO.
           COPY AMBIENTE.
       77 WS-ARQ-FATURASLINHAS   PIC X(60) VALUE SPACES.
       77 WS-ARQ-NOTASFORN       PIC X(60) VALUE SPACES.
       77 WS-ARQ-ORDENSCOMPRA    PIC X(60) VALUE SPACES.
       77 WS-ARQ-DEVOLUCOES      PIC X(60) VALUE SPACES.
       77 WS-ARQ-PRODUTOS        PIC X(60) VALUE SPACES.
       77 WS-ARQ-CLASSESFISCAIS  PIC X(60) VALUE SPACES.
       77 WS-ARQ-APURACAOICMS    PIC X(60) VALUE SPACES.
       77 WS-FS-FL            PIC 99 VALUE 0.
       77 WS-FS-NF            PIC 99 VALUE 0.
       77 WS-FS-ORD           PIC 99 VALUE 0.
       77 WS-FS-DEV           PIC 99 VALUE 0.
       77 WS-FS-PROD          PIC 99 VALUE 0.
       77 WS-FS-CLA           PIC 99 VALUE 0.
       77 WS-FS-APU           PIC 99 VALUE 0.
       77 WS-FS-REL           PIC 99 VALUE 0.
       77 WS-EOF              PIC 99 VALUE 0.
       77 WS-PERIODO          PIC 9(06) VALUE 0.
       77 WS-PERIODO-ANTERIOR PIC 9(06) VALUE 0.
       77 WS-DATA-RELATORIO   PIC 9(08) VALUE 0.
       77 WS-CLASSE           PIC 99 VALUE 0.
       77 WS-IDX-CLA          PIC 9(03) VALUE 0.
       77 WS-ITEM             PIC 99 VALUE 0.
       77 WS-ULTIMO-ITEM      PIC 99 VALUE 0.
       77 WS-BASE             PIC 9(11)V99 VALUE 0.
       77 WS-IMPOSTO          PIC 9(11)V99 VALUE 0.
       77 WS-PESO-ITEM        PIC 9(15)V99 VALUE 0.
       77 WS-PESO-TOTAL       PIC 9(15)V99 VALUE 0.
       77 WS-BASE-DISTRIBUIDA PIC 9(11)V99 VALUE 0.
       77 WS-QTDE-DEV-ITENS   PIC 9(03) VALUE 0.
       77 WS-IDX-DEV          PIC 9(03) VALUE 0.
       77 WS-DEV-SEM-PRECO    PIC 9(05) VALUE 0.
       77 WS-SALDO-APURADO    PIC S9(11)V99 VALUE 0.
       77 MASC-VALOR          PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01 WS-TABELA-CLASSES.
           03 WS-CLA-OCORR OCCURS 100 TIMES.
               05 WS-CLA-CARREGADA    PIC A.
               05 WS-CLA-DESCRICAO    PIC X(20).
               05 WS-CLA-ALIQUOTA     PIC 99V99.
               05 WS-CLA-BASE-SAI     PIC 9(11)V99.
               05 WS-CLA-DEBITO       PIC 9(11)V99.
               05 WS-CLA-BASE-ENT     PIC 9(11)V99.
               05 WS-CLA-CREDITO      PIC 9(11)V99.
               05 WS-CLA-BASE-DEV     PIC 9(11)V99.
               05 WS-CLA-ESTORNO      PIC 9(11)V99.

       01 WS-TABELA-DEVOLUCOES.
           03 WS-TDV-OCORR OCCURS 500 TIMES.
               05 WS-TDV-FATURA       PIC 9(06).
               05 WS-TDV-PRODUTO      PIC 9(05).
               05 WS-TDV-QTDE         PIC 9(09).
               05 WS-TDV-ACHADA       PIC A.

       01 WS-LINHA-DET-ICMS.
           03 WS-DET-CLASSE        PIC 99.
           03 FILLER               PIC X VALUE SPACE.
           03 WS-DET-DESCRICAO     PIC X(14).
           03 FILLER               PIC X VALUE SPACE.
           03 WS-DET-ALIQUOTA      PIC Z9,99.
           03 FILLER               PIC X VALUE SPACE.
           03 WS-DET-BASE-SAI      PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER               PIC X VALUE SPACE.
           03 WS-DET-DEBITO        PIC Z.ZZZ.ZZ9,99.
           03 FILLER               PIC X VALUE SPACE.
           03 WS-DET-CREDITO       PIC Z.ZZZ.ZZ9,99.
           03 FILLER               PIC X VALUE SPACE.
           03 WS-DET-ESTORNO       PIC Z.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0950-RESOLVER-AMBIENTE
           DISPLAY "APURACAO MENSAL DO ICMS"

           DISPLAY "INFORME O PERIODO (AAAAMM)"
           ACCEPT WS-PERIODO

           IF WS-PERIODO(5:2) EQUAL '01'
               COMPUTE WS-PERIODO-ANTERIOR = WS-PERIODO - 89
           ELSE
               COMPUTE WS-PERIODO-ANTERIOR = WS-PERIODO - 1
           END-IF

           INITIALIZE WS-TABELA-CLASSES

           OPEN INPUT PRODUTOS
           OPEN INPUT CLASSES

           IF WS-FS-PROD NOT EQUAL ZEROS
           OR WS-FS-CLA NOT EQUAL ZEROS
               DISPLAY "CADASTRO DE PRODUTOS OU DE CLASSES FISCAIS IN"
      -            "DISPONIVEL"
               DISPLAY "PRODUTOS: " WS-FS-PROD "  CLASSES: " WS-FS-CLA
           ELSE
               PERFORM 1000-CARREGAR-DEVOLUCOES
               PERFORM 2000-APURAR-SAIDAS
               PERFORM 3000-APURAR-ENTRADAS
               PERFORM 4000-APURAR-SALDO
               PERFORM 5000-IMPRIMIR-LIVRO
               PERFORM 6000-GRAVAR-APURACAO
           END-IF

           IF WS-FS-PROD EQUAL ZEROS
               CLOSE PRODUTOS
           END-IF

           IF WS-FS-CLA EQUAL ZEROS
               CLOSE CLASSES
           END-IF

           GOBACK.

      * Credit notes of the month are loaded first so the single pass
      * over FATURASLINHAS can price each returned item at the price
      * it was billed, the same rule DEVOLUCAO-VENDA uses for the note.
       1000-CARREGAR-DEVOLUCOES.
           MOVE 0 TO WS-QTDE-DEV-ITENS
           MOVE 0 TO WS-EOF

           OPEN INPUT DEVOLUCOES

           IF WS-FS-DEV NOT EQUAL ZEROS
               DISPLAY "DEVOLUCOES.TXT INDISPONIVEL - SEM ESTORNOS NO"
      -            " PERIODO"
               MOVE 1 TO WS-EOF
           ELSE
               MOVE 0 TO NUM-NOTA-CREDITO
               START DEVOLUCOES KEY NOT LESS NUM-NOTA-CREDITO
                   INVALID KEY
                       MOVE 1 TO WS-EOF
               END-START
           END-IF

           PERFORM UNTIL WS-EOF EQUAL 1
               READ DEVOLUCOES NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF DATA-DEVOLUCAO(1:6) EQUAL WS-PERIODO
                           PERFORM VARYING WS-ITEM FROM 1 BY 1
                                   UNTIL WS-ITEM GREATER
                                       QTDE-ITENS-DEV
                               PERFORM 1100-GUARDAR-ITEM-DEVOLVIDO
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM

           IF WS-FS-DEV EQUAL ZEROS OR WS-FS-DEV EQUAL 10
               CLOSE DEVOLUCOES
           END-IF.

       1100-GUARDAR-ITEM-DEVOLVIDO.
           IF WS-QTDE-DEV-ITENS LESS 500
               ADD 1 TO WS-QTDE-DEV-ITENS
               MOVE NUM-FATURA-DEV TO WS-TDV-FATURA(WS-QTDE-DEV-ITENS)
               MOVE COD-PRODUTO-DEV(WS-ITEM) TO
                   WS-TDV-PRODUTO(WS-QTDE-DEV-ITENS)
               MOVE QTDE-DEV(WS-ITEM) TO
                   WS-TDV-QTDE(WS-QTDE-DEV-ITENS)
               MOVE 'N' TO WS-TDV-ACHADA(WS-QTDE-DEV-ITENS)
           ELSE
               DISPLAY "LIMITE DE 500 ITENS DEVOLVIDOS ATINGIDO - NOTA "
                   NUM-NOTA-CREDITO " IGNORADA"
           END-IF.

       2000-APURAR-SAIDAS.
           MOVE 0 TO WS-EOF

           OPEN INPUT FATURAS-LINHAS

           IF WS-FS-FL NOT EQUAL ZEROS
               DISPLAY "FATURASLINHAS.TXT INDISPONIVEL - SEM DEBITOS "
                   "NO PERIODO"
               MOVE 1 TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF EQUAL 1
               READ FATURAS-LINHAS
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF DATA-FATURA-FL(1:6) EQUAL WS-PERIODO
                           PERFORM 2100-DEBITAR-LINHA
                       END-IF

                       IF WS-QTDE-DEV-ITENS GREATER 0
                           PERFORM 2200-CASAR-DEVOLUCAO
                       END-IF
               END-READ
           END-PERFORM

           IF WS-FS-FL EQUAL ZEROS OR WS-FS-FL EQUAL 10
               CLOSE FATURAS-LINHAS
           END-IF

           PERFORM 2300-ESTORNAR-SEM-PRECO.

       2100-DEBITAR-LINHA.
           MOVE COD-PRODUTO-FL TO COD-PRODUTO
           PERFORM 7000-BUSCAR-CLASSE

           MOVE VALOR-FL TO WS-BASE
           PERFORM 7200-CALCULAR-IMPOSTO

           ADD WS-BASE TO WS-CLA-BASE-SAI(WS-IDX-CLA)
           ADD WS-IMPOSTO TO WS-CLA-DEBITO(WS-IDX-CLA).

       2200-CASAR-DEVOLUCAO.
           PERFORM VARYING WS-IDX-DEV FROM 1 BY 1
                   UNTIL WS-IDX-DEV GREATER WS-QTDE-DEV-ITENS
               IF WS-TDV-ACHADA(WS-IDX-DEV) EQUAL 'N'
               AND WS-TDV-FATURA(WS-IDX-DEV) EQUAL NUM-FATURA-FL
               AND WS-TDV-PRODUTO(WS-IDX-DEV) EQUAL COD-PRODUTO-FL
                   MOVE 'S' TO WS-TDV-ACHADA(WS-IDX-DEV)
                   COMPUTE WS-BASE =
                       WS-TDV-QTDE(WS-IDX-DEV) * PRECO-FL
                       ON SIZE ERROR
                           MOVE 0 TO WS-BASE
                   END-COMPUTE
                   PERFORM 2250-ESTORNAR-ITEM
               END-IF
           END-PERFORM.

       2250-ESTORNAR-ITEM.
           MOVE WS-TDV-PRODUTO(WS-IDX-DEV) TO COD-PRODUTO
           PERFORM 7000-BUSCAR-CLASSE
           PERFORM 7200-CALCULAR-IMPOSTO

           ADD WS-BASE TO WS-CLA-BASE-DEV(WS-IDX-CLA)
           ADD WS-IMPOSTO TO WS-CLA-ESTORNO(WS-IDX-CLA).

       2300-ESTORNAR-SEM-PRECO.
           MOVE 0 TO WS-DEV-SEM-PRECO

           PERFORM VARYING WS-IDX-DEV FROM 1 BY 1
                   UNTIL WS-IDX-DEV GREATER WS-QTDE-DEV-ITENS
               IF WS-TDV-ACHADA(WS-IDX-DEV) EQUAL 'N'
                   ADD 1 TO WS-DEV-SEM-PRECO
                   MOVE WS-TDV-PRODUTO(WS-IDX-DEV) TO COD-PRODUTO
                   PERFORM 7000-BUSCAR-CLASSE
                   COMPUTE WS-BASE = WS-TDV-QTDE(WS-IDX-DEV)
                       * PRECO-UNITARIO-PRODUTO
                       ON SIZE ERROR
                           MOVE 0 TO WS-BASE
                   END-COMPUTE
                   PERFORM 7200-CALCULAR-IMPOSTO
                   ADD WS-BASE TO WS-CLA-BASE-DEV(WS-IDX-CLA)
                   ADD WS-IMPOSTO TO WS-CLA-ESTORNO(WS-IDX-CLA)
               END-IF
           END-PERFORM

           IF WS-DEV-SEM-PRECO GREATER 0
               DISPLAY "ITENS DEVOLVIDOS SEM LINHA FATURADA (PRECO DE "
                   "TABELA): " WS-DEV-SEM-PRECO
           END-IF.

       3000-APURAR-ENTRADAS.
           MOVE 0 TO WS-EOF

           OPEN INPUT NOTAS
           OPEN INPUT ORDENS

           IF WS-FS-NF NOT EQUAL ZEROS
               DISPLAY "NOTASFORN.TXT INDISPONIVEL - SEM CREDITOS NO "
                   "PERIODO"
               MOVE 1 TO WS-EOF
           ELSE
               MOVE LOW-VALUES TO CHAVE-NOTA-FORN
               START NOTAS KEY NOT LESS CHAVE-NOTA-FORN
                   INVALID KEY
                       MOVE 1 TO WS-EOF
               END-START
           END-IF

           PERFORM UNTIL WS-EOF EQUAL 1
               READ NOTAS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF NF-APROVADA
                       AND DATA-NF(1:6) EQUAL WS-PERIODO
                           PERFORM 3100-CREDITAR-NOTA
                       END-IF
               END-READ
           END-PERFORM

           IF WS-FS-NF EQUAL ZEROS OR WS-FS-NF EQUAL 10
               CLOSE NOTAS
           END-IF

           IF WS-FS-ORD EQUAL ZEROS
               CLOSE ORDENS
           END-IF.

      * The supplier invoice carries one total; its value is spread
      * over the order's received lines in proportion to quantity
      * received times product cost, and each share takes the credit
      * rate of its product's fiscal class.
       3100-CREDITAR-NOTA.
           MOVE NUM-ORDEM-NF TO NUM-ORDEM
           MOVE 0 TO WS-PESO-TOTAL
           MOVE 0 TO WS-ULTIMO-ITEM

           IF WS-FS-ORD EQUAL ZEROS
               READ ORDENS
                   INVALID KEY
                       MOVE 0 TO QTDE-ITENS-ORD
                       MOVE 0 TO WS-FS-ORD
               END-READ
           ELSE
               MOVE 0 TO QTDE-ITENS-ORD
           END-IF

           PERFORM VARYING WS-ITEM FROM 1 BY 1
                   UNTIL WS-ITEM GREATER QTDE-ITENS-ORD
               PERFORM 3200-PESAR-ITEM
               IF WS-PESO-ITEM GREATER 0
                   ADD WS-PESO-ITEM TO WS-PESO-TOTAL
                   MOVE WS-ITEM TO WS-ULTIMO-ITEM
               END-IF
           END-PERFORM

           IF WS-PESO-TOTAL EQUAL 0
               DISPLAY "NOTA " NUM-DOC-NF " DO FORNECEDOR "
                   COD-FORNECEDOR-NF " SEM ITENS RECEBIDOS NA ORDEM "
                   NUM-ORDEM-NF " - CREDITO SEM CLASSE"
               MOVE 0 TO WS-CLASSE
               MOVE 1 TO WS-IDX-CLA
               IF WS-CLA-CARREGADA(WS-IDX-CLA) NOT EQUAL 'S'
                   PERFORM 7100-CARREGAR-CLASSE
               END-IF
               ADD VALOR-NF TO WS-CLA-BASE-ENT(WS-IDX-CLA)
           ELSE
               MOVE 0 TO WS-BASE-DISTRIBUIDA

               PERFORM VARYING WS-ITEM FROM 1 BY 1
                       UNTIL WS-ITEM GREATER WS-ULTIMO-ITEM
                   PERFORM 3200-PESAR-ITEM
                   IF WS-PESO-ITEM GREATER 0
                       PERFORM 3300-CREDITAR-ITEM
                   END-IF
               END-PERFORM
           END-IF.

       3200-PESAR-ITEM.
           MOVE 0 TO WS-PESO-ITEM
           MOVE COD-PRODUTO-ORD(WS-ITEM) TO COD-PRODUTO

           READ PRODUTOS
               INVALID KEY
                   MOVE 0 TO CUSTO-UNITARIO-PRODUTO
                   MOVE 0 TO WS-FS-PROD
           END-READ

           IF CUSTO-UNITARIO-PRODUTO GREATER 0
               COMPUTE WS-PESO-ITEM = QTDE-RECEBIDA-ORD(WS-ITEM)
                   * CUSTO-UNITARIO-PRODUTO
           ELSE
               MOVE QTDE-RECEBIDA-ORD(WS-ITEM) TO WS-PESO-ITEM
           END-IF.

       3300-CREDITAR-ITEM.
           IF WS-ITEM EQUAL WS-ULTIMO-ITEM
               COMPUTE WS-BASE = VALOR-NF - WS-BASE-DISTRIBUIDA
           ELSE
               COMPUTE WS-BASE ROUNDED =
                   VALOR-NF * WS-PESO-ITEM / WS-PESO-TOTAL
           END-IF

           ADD WS-BASE TO WS-BASE-DISTRIBUIDA

           PERFORM 7000-BUSCAR-CLASSE
           PERFORM 7200-CALCULAR-IMPOSTO

           ADD WS-BASE TO WS-CLA-BASE-ENT(WS-IDX-CLA)
           ADD WS-IMPOSTO TO WS-CLA-CREDITO(WS-IDX-CLA).

       4000-APURAR-SALDO.
           INITIALIZE REG-APURACAO-ICMS
           MOVE WS-PERIODO-ANTERIOR TO PERIODO-APU

           OPEN I-O APURACOES

           IF WS-FS-APU EQUAL 35
               OPEN OUTPUT APURACOES
               IF WS-FS-APU EQUAL ZEROS
                   CLOSE APURACOES
                   OPEN I-O APURACOES
               END-IF
           END-IF

           IF WS-FS-APU EQUAL ZEROS
               READ APURACOES
                   INVALID KEY
                       DISPLAY "PERIODO ANTERIOR " WS-PERIODO-ANTERIOR
                           " NAO APURADO - SEM SALDO CREDOR A TRANSP"
      -                    "ORTAR"
                       MOVE 0 TO SALDO-CREDOR-APU
               END-READ
           ELSE
               DISPLAY "APURACAOICMS.TXT INDISPONIVEL - FILE STATUS: "
                   WS-FS-APU
           END-IF

           MOVE SALDO-CREDOR-APU TO SALDO-CREDOR-ANT-APU
           MOVE WS-PERIODO TO PERIODO-APU
           MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-APURACAO
           MOVE 0 TO BASE-SAIDAS-APU DEBITO-APU BASE-ENTRADAS-APU
               CREDITO-APU BASE-DEVOLUCOES-APU ESTORNO-APU

           PERFORM VARYING WS-IDX-CLA FROM 1 BY 1
                   UNTIL WS-IDX-CLA GREATER 100
               ADD WS-CLA-BASE-SAI(WS-IDX-CLA) TO BASE-SAIDAS-APU
               ADD WS-CLA-DEBITO(WS-IDX-CLA) TO DEBITO-APU
               ADD WS-CLA-BASE-ENT(WS-IDX-CLA) TO BASE-ENTRADAS-APU
               ADD WS-CLA-CREDITO(WS-IDX-CLA) TO CREDITO-APU
               ADD WS-CLA-BASE-DEV(WS-IDX-CLA) TO BASE-DEVOLUCOES-APU
               ADD WS-CLA-ESTORNO(WS-IDX-CLA) TO ESTORNO-APU
           END-PERFORM

           COMPUTE WS-SALDO-APURADO = DEBITO-APU - ESTORNO-APU
               - CREDITO-APU - SALDO-CREDOR-ANT-APU

           IF WS-SALDO-APURADO GREATER 0
               MOVE WS-SALDO-APURADO TO IMPOSTO-RECOLHER-APU
               MOVE 0 TO SALDO-CREDOR-APU
           ELSE
               MOVE 0 TO IMPOSTO-RECOLHER-APU
               COMPUTE SALDO-CREDOR-APU = 0 - WS-SALDO-APURADO
           END-IF.

       5000-IMPRIMIR-LIVRO.
           MOVE SPACES TO REL-CABECALHO-COLUNAS
           STRING "CL DESCRICAO      ALIQ     BASE SAIDAS      DEBITO"
               "      CREDITO      ESTORNO"
               DELIMITED BY SIZE INTO REL-CABECALHO-COLUNAS
           PERFORM 8100-ABRIR-RELATORIO

           PERFORM VARYING WS-IDX-CLA FROM 1 BY 1
                   UNTIL WS-IDX-CLA GREATER 100
               IF WS-CLA-BASE-SAI(WS-IDX-CLA) GREATER 0
               OR WS-CLA-BASE-ENT(WS-IDX-CLA) GREATER 0
               OR WS-CLA-BASE-DEV(WS-IDX-CLA) GREATER 0
                   PERFORM 5100-IMPRIMIR-CLASSE
               END-IF
           END-PERFORM

           MOVE SPACES TO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           MOVE DEBITO-APU TO MASC-VALOR
           MOVE SPACES TO LINHA-RELATORIO
           STRING "(+) DEBITOS POR SAIDAS.............: " MASC-VALOR
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           MOVE ESTORNO-APU TO MASC-VALOR
           MOVE SPACES TO LINHA-RELATORIO
           STRING "(-) ESTORNOS POR DEVOLUCOES........: " MASC-VALOR
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           MOVE CREDITO-APU TO MASC-VALOR
           MOVE SPACES TO LINHA-RELATORIO
           STRING "(-) CREDITOS POR ENTRADAS..........: " MASC-VALOR
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           MOVE SALDO-CREDOR-ANT-APU TO MASC-VALOR
           MOVE SPACES TO LINHA-RELATORIO
           STRING "(-) SALDO CREDOR DO PERIODO ANTERIOR: " MASC-VALOR
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           MOVE IMPOSTO-RECOLHER-APU TO MASC-VALOR
           MOVE SPACES TO LINHA-RELATORIO
           STRING "(=) ICMS A RECOLHER................: " MASC-VALOR
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           MOVE SALDO-CREDOR-APU TO MASC-VALOR
           MOVE SPACES TO LINHA-RELATORIO
           STRING "(=) SALDO CREDOR A TRANSPORTAR.....: " MASC-VALOR
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           IF WS-FS-REL EQUAL ZEROS
               CLOSE RELATORIO
               MOVE "APURACAO-ICMS" TO PARM-CAT-PROGRAMA
               MOVE REL-CAB-TITULO TO PARM-CAT-TITULO
               MOVE REL-NOME-ARQ TO PARM-CAT-ARQUIVO
               CALL "GRAVA-CATALOGO" USING PARM-CATALOGO
               DISPLAY "RELATORIO GRAVADO EM " REL-NOME-ARQ
           END-IF.

       5100-IMPRIMIR-CLASSE.
           COMPUTE WS-DET-CLASSE = WS-IDX-CLA - 1
           MOVE WS-CLA-DESCRICAO(WS-IDX-CLA) TO WS-DET-DESCRICAO
           MOVE WS-CLA-ALIQUOTA(WS-IDX-CLA) TO WS-DET-ALIQUOTA
           MOVE WS-CLA-BASE-SAI(WS-IDX-CLA) TO WS-DET-BASE-SAI
           MOVE WS-CLA-DEBITO(WS-IDX-CLA) TO WS-DET-DEBITO
           MOVE WS-CLA-CREDITO(WS-IDX-CLA) TO WS-DET-CREDITO
           MOVE WS-CLA-ESTORNO(WS-IDX-CLA) TO WS-DET-ESTORNO
           MOVE WS-LINHA-DET-ICMS TO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA.

       6000-GRAVAR-APURACAO.
           IF WS-FS-APU EQUAL ZEROS
               WRITE REG-APURACAO-ICMS
                   INVALID KEY
                       REWRITE REG-APURACAO-ICMS
                       DISPLAY "PERIODO " WS-PERIODO " JA APURADO - "
                           "APURACAO SUBSTITUIDA"
               END-WRITE

               IF WS-FS-APU NOT EQUAL ZEROS
                   DISPLAY "NAO FOI POSSIVEL GRAVAR A APURACAO - FILE "
                       "STATUS: " WS-FS-APU
               ELSE
                   MOVE IMPOSTO-RECOLHER-APU TO MASC-VALOR
                   DISPLAY "ICMS A RECOLHER..........: " MASC-VALOR
                   MOVE SALDO-CREDOR-APU TO MASC-VALOR
                   DISPLAY "SALDO CREDOR A TRANSPORTAR: " MASC-VALOR
               END-IF

               CLOSE APURACOES
           END-IF.

      * Reads the product (COD-PRODUTO already moved) and leaves the
      * table slot of its fiscal class in WS-IDX-CLA; slot 1 holds
      * products without a class or not found on PRODUTOS.TXT.
       7000-BUSCAR-CLASSE.
           READ PRODUTOS
               INVALID KEY
                   MOVE 0 TO COD-CLASSE-FISCAL-PRODUTO
                   MOVE 0 TO PRECO-UNITARIO-PRODUTO
                   MOVE 0 TO WS-FS-PROD
           END-READ

           MOVE COD-CLASSE-FISCAL-PRODUTO TO WS-CLASSE
           COMPUTE WS-IDX-CLA = WS-CLASSE + 1

           IF WS-CLA-CARREGADA(WS-IDX-CLA) NOT EQUAL 'S'
               PERFORM 7100-CARREGAR-CLASSE
           END-IF.

       7100-CARREGAR-CLASSE.
           MOVE 'S' TO WS-CLA-CARREGADA(WS-IDX-CLA)
           MOVE 0 TO WS-CLA-ALIQUOTA(WS-IDX-CLA)
           MOVE "SEM CLASSE FISCAL" TO WS-CLA-DESCRICAO(WS-IDX-CLA)

           IF WS-CLASSE NOT EQUAL 0
               MOVE WS-CLASSE TO COD-CLASSE-FISCAL-CF
               READ CLASSES
                   INVALID KEY
                       MOVE "CLASSE NAO CADASTRADA" TO
                           WS-CLA-DESCRICAO(WS-IDX-CLA)
                       MOVE 0 TO WS-FS-CLA
                   NOT INVALID KEY
                       MOVE DESCRICAO-CF TO
                           WS-CLA-DESCRICAO(WS-IDX-CLA)
                       MOVE ALIQUOTA-ICMS-CF TO
                           WS-CLA-ALIQUOTA(WS-IDX-CLA)
               END-READ
           END-IF.

       7200-CALCULAR-IMPOSTO.
           COMPUTE WS-IMPOSTO ROUNDED =
               WS-BASE * WS-CLA-ALIQUOTA(WS-IDX-CLA) / 100
               ON SIZE ERROR
                   MOVE 0 TO WS-IMPOSTO
           END-COMPUTE.

       8100-ABRIR-RELATORIO.
           MOVE PARM-AMB-NOME TO REL-CAB-AMBIENTE

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-RELATORIO
           MOVE WS-DATA-RELATORIO(5:2) TO REL-CAB-DATA(1:2)
           MOVE WS-DATA-RELATORIO(7:2) TO REL-CAB-DATA(4:2)
           MOVE WS-DATA-RELATORIO(1:4) TO REL-CAB-DATA(7:4)

           MOVE SPACES TO REL-CAB-TITULO
           STRING "APURACAO DO ICMS DO PERIODO " WS-PERIODO
               DELIMITED BY SIZE INTO REL-CAB-TITULO

           MOVE SPACES TO REL-NOME-ARQ
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'RELATORIOS\APURACAOICMS' WS-PERIODO '.TXT'
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

           MOVE SPACES TO WS-ARQ-FATURASLINHAS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'FATURASLINHAS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-FATURASLINHAS

           MOVE SPACES TO WS-ARQ-NOTASFORN
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'NOTASFORN.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-NOTASFORN

           MOVE SPACES TO WS-ARQ-ORDENSCOMPRA
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'ORDENSCOMPRA.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-ORDENSCOMPRA

           MOVE SPACES TO WS-ARQ-DEVOLUCOES
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'DEVOLUCOES.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-DEVOLUCOES

           MOVE SPACES TO WS-ARQ-PRODUTOS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'PRODUTOS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-PRODUTOS

           MOVE SPACES TO WS-ARQ-CLASSESFISCAIS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'CLASSESFISCAIS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-CLASSESFISCAIS

           MOVE SPACES TO WS-ARQ-APURACAOICMS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'APURACAOICMS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-APURACAOICMS.

       END PROGRAM APURACAO-ICMS.
