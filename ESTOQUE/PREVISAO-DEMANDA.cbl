       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREVISAO-DEMANDA.
       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUTOS ASSIGN TO WS-ARQ-PRODUTOS
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS COD-PRODUTO
           ALTERNATE RECORD KEY IS EAN-PRODUTO
           ALTERNATE RECORD KEY IS NOME-PRODUTO
               WITH DUPLICATES
           FILE STATUS IS WS-FS-PROD.

           SELECT FATURAS-LINHAS ASSIGN TO WS-ARQ-FATURASLINHAS
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-FL.

           SELECT RESUMO ASSIGN TO WS-ARQ-RESUMOMOV
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-RES.

           SELECT FONTES ASSIGN TO WS-ARQ-FONTESPRODUTO
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CHAVE-FONTE-PRODUTO
           FILE STATUS IS WS-FS-FNT.

           SELECT RECOMENDACOES ASSIGN TO WS-ARQ-RECOMENDACOES
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS COD-PRODUTO-RCP
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-RCP.

           SELECT RELATORIO ASSIGN TO REL-NOME-ARQ
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD PRODUTOS.
           COPY PRODUTO.

       FD FATURAS-LINHAS.
           COPY FATURALINHA.

       FD RESUMO.
       01 REG-RESUMO-MOV.
           03 COD-PRODUTO-RES      PIC 9(05).
           03 PERIODO-RES          PIC 9(06).
           03 TOTAL-ENTRADAS-RES   PIC 9(11).
           03 TOTAL-SAIDAS-RES     PIC 9(11).

       FD FONTES.
           COPY FONTEPRODUTO.

       FD RECOMENDACOES.
           COPY RECOMENDAPONTO.

       FD RELATORIO.
       01 LINHA-RELATORIO     PIC X(90).
       WORKING-STORAGE SECTION.
           COPY PARMRUNLOG.
           COPY RELATORIO.
           COPY PARMCATALOGO.
           COPY AMBIENTE.
       77 WS-ARQ-PRODUTOS        PIC X(60) VALUE SPACES.
       77 WS-ARQ-FATURASLINHAS   PIC X(60) VALUE SPACES.
       77 WS-ARQ-RESUMOMOV       PIC X(60) VALUE SPACES.
       77 WS-ARQ-FONTESPRODUTO   PIC X(60) VALUE SPACES.
       77 WS-ARQ-RECOMENDACOES   PIC X(60) VALUE SPACES.
       77 WS-FS-PROD          PIC 99 VALUE 0.
       77 WS-FS-FL            PIC 99 VALUE 0.
       77 WS-FS-RES           PIC 99 VALUE 0.
       77 WS-FS-FNT           PIC 99 VALUE 0.
       77 WS-FS-RCP           PIC 99 VALUE 0.
       77 WS-FS-REL           PIC 99 VALUE 0.
       77 WS-EOF              PIC 99 VALUE 0.
       77 WS-EOF-FNT          PIC 99 VALUE 0.
       77 WS-DATA-HOJE        PIC 9(08) VALUE 0.
       77 WS-DATA-RELATORIO   PIC 9(08) VALUE 0.
       77 WS-ANO              PIC 9(04) VALUE 0.
       77 WS-MES              PIC 99 VALUE 0.
       77 WS-MES-ATUAL        PIC 9(06) VALUE 0.
       77 WS-NUM-MES          PIC 9(06) VALUE 0.
       77 WS-PRIMEIRO-MES-FAT PIC 9(06) VALUE 0.
       77 WS-IND-MES          PIC S9(06) VALUE 0.
       77 WS-MES-INICIAL      PIC 99 VALUE 0.
       77 WS-QTDE-MESES       PIC 99 VALUE 0.
       77 WS-SOMA             PIC 9(13) VALUE 0.
       77 WS-SOMA-12          PIC 9(13) VALUE 0.
       77 WS-MEDIA            PIC 9(11)V99 VALUE 0.
       77 WS-MEDIA-12         PIC 9(11)V99 VALUE 0.
       77 WS-PREVISAO         PIC 9(11)V99 VALUE 0.
       77 WS-DIFERENCA        PIC S9(11)V99 VALUE 0.
       77 WS-SOMA-QUADRADOS   PIC 9(18)V99 VALUE 0.
       77 WS-DESVIO           PIC 9(11)V99 VALUE 0.
       77 WS-PRAZO            PIC 9(03) VALUE 0.
       77 WS-FONTE-PREF       PIC 9 VALUE 0.
       77 WS-FONTE-ACHADA     PIC A VALUE 'N'.
       77 WS-MESES-PRAZO      PIC 9(03)V9(04) VALUE 0.
       77 WS-ESTOQUE-SEG      PIC 9(09) VALUE 0.
       77 WS-PONTO-RECOM      PIC 9(09) VALUE 0.
       77 WS-AVISO            PIC X(12) VALUE SPACES.
       77 WS-ANALISADOS       PIC 9(05) VALUE 0.
       77 WS-RECOMENDACOES    PIC 9(05) VALUE 0.
       77 WS-INSUFICIENTES    PIC 9(05) VALUE 0.
       77 WS-ALTERACOES       PIC 9(05) VALUE 0.

      * Forecast and safety stock parameters: smoothing constant for
      * the monthly demand, service level target with its normal
      * distribution factor, and the lead time assumed when the
      * product has no approved source on file.
       77 WS-ALFA             PIC 9V99 VALUE 0,30.
       77 WS-NIVEL-SERVICO    PIC 99 VALUE 95.
       77 WS-FATOR-Z          PIC 9V99 VALUE 1,65.
       77 WS-PRAZO-PADRAO     PIC 9(03) VALUE 30.
       77 WS-MESES-MINIMO     PIC 99 VALUE 12.
       77 WS-COD-BUSCA        PIC 9(05) VALUE 0.
       77 WS-QTDE-HIS         PIC 9(04) VALUE 0.
       77 WS-IDX-HIS          PIC 9(04) VALUE 0.
       77 WS-IDX-BUSCA        PIC 9(04) VALUE 0.
       77 WS-AVISO-HIS        PIC X VALUE 'N'.

      * Demand per product for the 24 complete months before the
      * current one; month 24 is last month. FATURADO comes from the
      * invoice lines and ARQUIVADO from the archived movement
      * summaries, used only before the invoice file begins. Products
      * take a row the first time they turn up; row 1 stays empty and
      * stands in for every product with no history.
       01 WS-TABELA-HISTORICO.
           03 WS-HIS-PRODUTO OCCURS 2000 TIMES.
               05 WS-HIS-CODIGO       PIC 9(05).
               05 WS-HIS-MES OCCURS 24 TIMES.
                   07 WS-HIS-FATURADO  PIC 9(11).
                   07 WS-HIS-ARQUIVADO PIC 9(11).

       01 WS-SERIE-DEMANDA.
           03 WS-SERIE-MES        PIC 9(11) OCCURS 24 TIMES.

       01 WS-LINHA-PRODUTO.
           03 FILLER               PIC X(08) VALUE "PRODUTO ".
           03 WS-LPR-PRODUTO       PIC 9(05).
           03 FILLER               PIC X VALUE SPACE.
           03 WS-LPR-NOME          PIC X(20).
           03 FILLER               PIC X(07) VALUE " MESES ".
           03 WS-LPR-MESES         PIC Z9.
           03 FILLER               PIC X(07) VALUE " PRAZO ".
           03 WS-LPR-PRAZO         PIC ZZ9.
           03 FILLER               PIC X(11) VALUE " MEDIA 12M ".
           03 WS-LPR-MEDIA         PIC ZZZZZZZZ9.
           03 FILLER               PIC X(10) VALUE " PREVISAO ".
           03 WS-LPR-PREVISAO      PIC ZZZZZZZZ9.

       01 WS-LINHA-PONTO.
           03 FILLER               PIC X(09) VALUE "  DESVIO ".
           03 WS-LPO-DESVIO        PIC ZZZZZZZZ9.
           03 FILLER               PIC X(10) VALUE " EST.SEG. ".
           03 WS-LPO-SEGURANCA     PIC ZZZZZZZZ9.
           03 FILLER               PIC X(07) VALUE " ATUAL ".
           03 WS-LPO-ATUAL         PIC ZZZZZZZZ9.
           03 FILLER               PIC X(13) VALUE " RECOMENDADO ".
           03 WS-LPO-RECOMENDADO   PIC ZZZZZZZZ9.
           03 FILLER               PIC X VALUE SPACE.
           03 WS-LPO-AVISO         PIC X(12).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "PREVISAO-DEMANDA" TO PARM-RUN-PROGRAMA
           MOVE 'I' TO PARM-RUN-EVENTO
           MOVE 0 TO PARM-RUN-REGISTROS
           CALL "GRAVA-RUNLOG" USING PARM-RUNLOG

           PERFORM 0950-RESOLVER-AMBIENTE
           DISPLAY "PREVISAO DE DEMANDA E PONTO DE RESSUPRIMENTO"

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           MOVE WS-DATA-HOJE(1:4) TO WS-ANO
           MOVE WS-DATA-HOJE(5:2) TO WS-MES
           COMPUTE WS-MES-ATUAL = WS-ANO * 12 + WS-MES
           MOVE 'C' TO PARM-RUN-EVENTO

           INITIALIZE WS-TABELA-HISTORICO
           MOVE 1 TO WS-QTDE-HIS

           OPEN INPUT PRODUTOS

           IF WS-FS-PROD NOT EQUAL ZEROS
               DISPLAY "NAO FOI POSSIVEL ABRIR O ARQUIVO DE PRODUTOS"
               DISPLAY "FILE STATUS: " WS-FS-PROD
               MOVE 'F' TO PARM-RUN-EVENTO
           ELSE
               OPEN I-O RECOMENDACOES

               IF WS-FS-RCP EQUAL 35
                   OPEN OUTPUT RECOMENDACOES
                   IF WS-FS-RCP EQUAL ZEROS
                       CLOSE RECOMENDACOES
                       OPEN I-O RECOMENDACOES
                   END-IF
               END-IF

               IF WS-FS-RCP NOT EQUAL ZEROS
                   DISPLAY "NAO FOI POSSIVEL ABRIR RECOMENDACOESPONTO"
                       ".TXT - FILE STATUS: " WS-FS-RCP
                   MOVE 'F' TO PARM-RUN-EVENTO
               ELSE
                   OPEN INPUT FONTES

                   IF WS-FS-FNT NOT EQUAL ZEROS
                       DISPLAY "SEM CADASTRO DE FORNECEDORES APROVADOS "
                           "- PRAZO PADRAO DE " WS-PRAZO-PADRAO " DIAS"
                   END-IF

                   PERFORM 2000-CARREGAR-FATURAS
                   PERFORM 2100-CARREGAR-RESUMOS

                   MOVE "DEMANDA MENSAL EM UNIDADES DE ESTOQUE - NIVEL "
                       TO REL-CABECALHO-COLUNAS
                   MOVE WS-NIVEL-SERVICO TO REL-CABECALHO-COLUNAS(47:2)
                   MOVE "%" TO REL-CABECALHO-COLUNAS(49:1)
                   PERFORM 8100-ABRIR-RELATORIO

                   PERFORM 3000-ANALISAR-PRODUTOS

                   MOVE SPACES TO LINHA-RELATORIO
                   STRING "PRODUTOS ANALISADOS: " WS-ANALISADOS
                       "  RECOMENDACOES: " WS-RECOMENDACOES
                       "  ALTERAM O PONTO: " WS-ALTERACOES
                       DELIMITED BY SIZE INTO LINHA-RELATORIO
                   PERFORM 8200-IMPRIMIR-LINHA

                   MOVE SPACES TO LINHA-RELATORIO
                   STRING "HISTORICO INSUFICIENTE (MENOS DE "
                       WS-MESES-MINIMO " MESES): " WS-INSUFICIENTES
                       DELIMITED BY SIZE INTO LINHA-RELATORIO
                   PERFORM 8200-IMPRIMIR-LINHA

                   IF WS-FS-REL EQUAL ZEROS
                       CLOSE RELATORIO
                       MOVE "PREVISAO-DEMANDA" TO PARM-CAT-PROGRAMA
                       MOVE REL-CAB-TITULO TO PARM-CAT-TITULO
                       MOVE REL-NOME-ARQ TO PARM-CAT-ARQUIVO
                       CALL "GRAVA-CATALOGO" USING PARM-CATALOGO
                       DISPLAY "RELATORIO GRAVADO EM " REL-NOME-ARQ
                   END-IF

                   IF WS-FS-FNT EQUAL ZEROS
                       CLOSE FONTES
                   END-IF

                   CLOSE RECOMENDACOES
               END-IF

               CLOSE PRODUTOS
           END-IF

           DISPLAY "RECOMENDACOES GRAVADAS: " WS-RECOMENDACOES
           DISPLAY "APROVACAO PELA OPCAO APROVA-PONTO DO MENU"

           MOVE WS-RECOMENDACOES TO PARM-RUN-REGISTROS
           CALL "GRAVA-RUNLOG" USING PARM-RUNLOG

           GOBACK.

      * Invoiced quantity per product and month. The earliest month
      * on the file marks where the invoice history begins.
       2000-CARREGAR-FATURAS.
           MOVE 0 TO WS-EOF
           MOVE 0 TO WS-PRIMEIRO-MES-FAT

           OPEN INPUT FATURAS-LINHAS

           IF WS-FS-FL NOT EQUAL ZEROS
               DISPLAY "FATURASLINHAS.TXT NAO ABERTO - FILE STATUS: "
                   WS-FS-FL
               MOVE 1 TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF EQUAL 1
               READ FATURAS-LINHAS
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       MOVE DATA-FATURA-FL(1:4) TO WS-ANO
                       MOVE DATA-FATURA-FL(5:2) TO WS-MES
                       COMPUTE WS-NUM-MES = WS-ANO * 12 + WS-MES

                       IF WS-PRIMEIRO-MES-FAT EQUAL 0
                       OR WS-NUM-MES LESS WS-PRIMEIRO-MES-FAT
                           MOVE WS-NUM-MES TO WS-PRIMEIRO-MES-FAT
                       END-IF

                       PERFORM 6000-CALCULAR-INDICE-MES

                       IF WS-IND-MES GREATER 0
                       AND COD-PRODUTO-FL GREATER 0
                           MOVE COD-PRODUTO-FL TO WS-COD-BUSCA
                           PERFORM 6100-LOCALIZAR-HISTORICO

                           IF WS-IDX-HIS GREATER 0
                               ADD QTDE-FL TO
                                   WS-HIS-FATURADO(WS-IDX-HIS,
                                       WS-IND-MES)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-FS-FL EQUAL ZEROS OR WS-FS-FL EQUAL 10
               CLOSE FATURAS-LINHAS
           END-IF.

      * Monthly outflows kept by ARQUIVA-MOVIMENTO when the movement
      * file was trimmed; they stand in for sales in the months the
      * invoice file does not reach back to.
       2100-CARREGAR-RESUMOS.
           MOVE 0 TO WS-EOF

           OPEN INPUT RESUMO

           IF WS-FS-RES NOT EQUAL ZEROS
               MOVE 1 TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF EQUAL 1
               READ RESUMO
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       MOVE PERIODO-RES(1:4) TO WS-ANO
                       MOVE PERIODO-RES(5:2) TO WS-MES
                       COMPUTE WS-NUM-MES = WS-ANO * 12 + WS-MES
                       PERFORM 6000-CALCULAR-INDICE-MES

                       IF WS-IND-MES GREATER 0
                       AND COD-PRODUTO-RES GREATER 0
                           MOVE COD-PRODUTO-RES TO WS-COD-BUSCA
                           PERFORM 6100-LOCALIZAR-HISTORICO

                           IF WS-IDX-HIS GREATER 0
                               ADD TOTAL-SAIDAS-RES TO
                                   WS-HIS-ARQUIVADO(WS-IDX-HIS,
                                       WS-IND-MES)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-FS-RES EQUAL ZEROS OR WS-FS-RES EQUAL 10
               CLOSE RESUMO
           END-IF.

       3000-ANALISAR-PRODUTOS.
           MOVE 0 TO WS-EOF

           PERFORM UNTIL WS-EOF EQUAL 1
               READ PRODUTOS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF NOT PRODUTO-INATIVO
                       AND COD-PRODUTO GREATER 0
                           PERFORM 3100-MONTAR-SERIE
                       END-IF
               END-READ
           END-PERFORM.

      * One demand figure per month: invoiced quantity from the month
      * the invoice file begins, archived outflows before it. The
      * series starts at the product's first month with demand.
       3100-MONTAR-SERIE.
           MOVE 0 TO WS-MES-INICIAL
           MOVE COD-PRODUTO TO WS-COD-BUSCA
           PERFORM 6200-BUSCAR-HISTORICO

           PERFORM VARYING WS-IND-MES FROM 1 BY 1
                   UNTIL WS-IND-MES GREATER 24
               COMPUTE WS-NUM-MES = WS-MES-ATUAL - 25 + WS-IND-MES

               IF WS-PRIMEIRO-MES-FAT NOT EQUAL 0
               AND WS-NUM-MES NOT LESS WS-PRIMEIRO-MES-FAT
                   MOVE WS-HIS-FATURADO(WS-IDX-HIS, WS-IND-MES)
                       TO WS-SERIE-MES(WS-IND-MES)
               ELSE
                   MOVE WS-HIS-ARQUIVADO(WS-IDX-HIS, WS-IND-MES)
                       TO WS-SERIE-MES(WS-IND-MES)
               END-IF

               IF WS-MES-INICIAL EQUAL 0
               AND WS-SERIE-MES(WS-IND-MES) GREATER 0
                   MOVE WS-IND-MES TO WS-MES-INICIAL
               END-IF
           END-PERFORM

           IF WS-MES-INICIAL GREATER 0
               ADD 1 TO WS-ANALISADOS
               COMPUTE WS-QTDE-MESES = 25 - WS-MES-INICIAL

               IF WS-QTDE-MESES LESS WS-MESES-MINIMO
                   ADD 1 TO WS-INSUFICIENTES
                   PERFORM 3500-IMPRIMIR-INSUFICIENTE
               ELSE
                   PERFORM 3200-PREVER-DEMANDA
                   PERFORM 3300-CALCULAR-PONTO
                   PERFORM 3400-GRAVAR-RECOMENDACAO
                   PERFORM 3600-IMPRIMIR-PRODUTO
               END-IF
           END-IF.

      * Exponential smoothing from the first month of the series
      * gives next month's forecast; the variability is the standard
      * deviation of the monthly demand over the same months. The
      * last 12 months' plain average is kept for comparison.
       3200-PREVER-DEMANDA.
           MOVE WS-SERIE-MES(WS-MES-INICIAL) TO WS-PREVISAO
           MOVE 0 TO WS-SOMA
           MOVE 0 TO WS-SOMA-12

           PERFORM VARYING WS-IND-MES FROM WS-MES-INICIAL BY 1
                   UNTIL WS-IND-MES GREATER 24
               ADD WS-SERIE-MES(WS-IND-MES) TO WS-SOMA

               IF WS-IND-MES GREATER 12
                   ADD WS-SERIE-MES(WS-IND-MES) TO WS-SOMA-12
               END-IF

               IF WS-IND-MES GREATER WS-MES-INICIAL
                   COMPUTE WS-PREVISAO ROUNDED =
                       WS-ALFA * WS-SERIE-MES(WS-IND-MES)
                       + (1 - WS-ALFA) * WS-PREVISAO
               END-IF
           END-PERFORM

           COMPUTE WS-MEDIA ROUNDED = WS-SOMA / WS-QTDE-MESES
           COMPUTE WS-MEDIA-12 ROUNDED = WS-SOMA-12 / 12
           MOVE 0 TO WS-SOMA-QUADRADOS

           PERFORM VARYING WS-IND-MES FROM WS-MES-INICIAL BY 1
                   UNTIL WS-IND-MES GREATER 24
               COMPUTE WS-DIFERENCA =
                   WS-SERIE-MES(WS-IND-MES) - WS-MEDIA
               COMPUTE WS-SOMA-QUADRADOS = WS-SOMA-QUADRADOS
                   + WS-DIFERENCA * WS-DIFERENCA
           END-PERFORM

           COMPUTE WS-DESVIO ROUNDED = FUNCTION SQRT
               (WS-SOMA-QUADRADOS / (WS-QTDE-MESES - 1)).

      * Lead time of the approved source of lowest preference rank.
      * Safety stock covers the demand variability over the lead
      * time at the service level; the reorder point adds the
      * forecast demand over the lead time.
       3300-CALCULAR-PONTO.
           PERFORM 3310-PRAZO-FONTE

           COMPUTE WS-MESES-PRAZO ROUNDED = WS-PRAZO / 30
           COMPUTE WS-ESTOQUE-SEG ROUNDED = WS-FATOR-Z * WS-DESVIO
               * FUNCTION SQRT(WS-MESES-PRAZO)
           COMPUTE WS-PONTO-RECOM ROUNDED =
               WS-PREVISAO * WS-MESES-PRAZO + WS-ESTOQUE-SEG

           MOVE SPACES TO WS-AVISO
           IF WS-FONTE-ACHADA EQUAL 'N'
               MOVE "PRAZO PADRAO" TO WS-AVISO
           END-IF

           IF WS-PONTO-RECOM NOT EQUAL PONTO-RESSUPRIMENTO
               ADD 1 TO WS-ALTERACOES
           END-IF.

       3310-PRAZO-FONTE.
           MOVE WS-PRAZO-PADRAO TO WS-PRAZO
           MOVE 'N' TO WS-FONTE-ACHADA
           MOVE 0 TO WS-FONTE-PREF

           IF WS-FS-FNT EQUAL ZEROS
               MOVE 0 TO WS-EOF-FNT
               MOVE COD-PRODUTO TO COD-PRODUTO-FNT
               MOVE 0 TO COD-FORNECEDOR-FNT

               START FONTES KEY NOT LESS CHAVE-FONTE-PRODUTO
                   INVALID KEY
                       MOVE 1 TO WS-EOF-FNT
               END-START

               PERFORM UNTIL WS-EOF-FNT EQUAL 1
                   READ FONTES NEXT RECORD
                       AT END
                           MOVE 1 TO WS-EOF-FNT
                       NOT AT END
                           IF COD-PRODUTO-FNT NOT EQUAL COD-PRODUTO
                               MOVE 1 TO WS-EOF-FNT
                           ELSE
                               IF FONTE-APROVADA
                               AND (WS-FONTE-ACHADA EQUAL 'N'
                                   OR PREFERENCIA-FNT LESS
                                       WS-FONTE-PREF)
                                   MOVE 'S' TO WS-FONTE-ACHADA
                                   MOVE PREFERENCIA-FNT TO
                                       WS-FONTE-PREF
                                   MOVE PRAZO-ENTREGA-FNT TO WS-PRAZO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM

               MOVE 0 TO WS-FS-FNT
           END-IF.

      * A new month's figures replace whatever was left on file for
      * the product, decided or not.
       3400-GRAVAR-RECOMENDACAO.
           INITIALIZE REG-RECOMENDACAO-PONTO
           MOVE COD-PRODUTO TO COD-PRODUTO-RCP
           MOVE WS-DATA-HOJE TO DATA-CALCULO-RCP
           MOVE WS-QTDE-MESES TO MESES-HISTORICO-RCP
           MOVE WS-MEDIA-12 TO MEDIA-12-MESES-RCP
           MOVE WS-PREVISAO TO PREVISAO-MENSAL-RCP
           MOVE WS-DESVIO TO DESVIO-MENSAL-RCP
           MOVE WS-PRAZO TO PRAZO-ENTREGA-RCP
           MOVE WS-NIVEL-SERVICO TO NIVEL-SERVICO-RCP
           MOVE WS-ESTOQUE-SEG TO ESTOQUE-SEGURANCA-RCP
           MOVE PONTO-RESSUPRIMENTO TO PONTO-ATUAL-RCP
           MOVE WS-PONTO-RECOM TO PONTO-RECOMENDADO-RCP
           MOVE 'P' TO STATUS-RCP

           WRITE REG-RECOMENDACAO-PONTO
               INVALID KEY
                   REWRITE REG-RECOMENDACAO-PONTO
           END-WRITE

           IF WS-FS-RCP NOT EQUAL ZEROS
               DISPLAY "NAO FOI POSSIVEL GRAVAR A RECOMENDACAO DO PRO"
      -            "DUTO " COD-PRODUTO " - FILE STATUS: " WS-FS-RCP
           ELSE
               ADD 1 TO WS-RECOMENDACOES
           END-IF.

       3500-IMPRIMIR-INSUFICIENTE.
           MOVE SPACES TO LINHA-RELATORIO
           STRING "PRODUTO " COD-PRODUTO " " NOME-PRODUTO
               " HISTORICO DE " WS-QTDE-MESES " MESES - PONTO ATUAL "
               "MANTIDO" DELIMITED BY SIZE INTO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA.

       3600-IMPRIMIR-PRODUTO.
           MOVE COD-PRODUTO TO WS-LPR-PRODUTO
           MOVE NOME-PRODUTO TO WS-LPR-NOME
           MOVE WS-QTDE-MESES TO WS-LPR-MESES
           MOVE WS-PRAZO TO WS-LPR-PRAZO
           MOVE WS-MEDIA-12 TO WS-LPR-MEDIA
           MOVE WS-PREVISAO TO WS-LPR-PREVISAO
           MOVE WS-LINHA-PRODUTO TO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           MOVE WS-DESVIO TO WS-LPO-DESVIO
           MOVE WS-ESTOQUE-SEG TO WS-LPO-SEGURANCA
           MOVE PONTO-RESSUPRIMENTO TO WS-LPO-ATUAL
           MOVE WS-PONTO-RECOM TO WS-LPO-RECOMENDADO
           MOVE WS-AVISO TO WS-LPO-AVISO
           MOVE WS-LINHA-PONTO TO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA.

      * Position of WS-NUM-MES in the 24-month window; zero when the
      * month falls outside it.
       6000-CALCULAR-INDICE-MES.
           COMPUTE WS-IND-MES = WS-NUM-MES - WS-MES-ATUAL + 25

           IF WS-IND-MES LESS 1 OR WS-IND-MES GREATER 24
               MOVE 0 TO WS-IND-MES
           END-IF.

      * Row of the product in WS-COD-BUSCA, taking the next free one
      * when it has none yet; 0 when the table is full.
       6100-LOCALIZAR-HISTORICO.
           PERFORM 6200-BUSCAR-HISTORICO

           IF WS-IDX-HIS EQUAL 1
               IF WS-QTDE-HIS LESS 2000
                   ADD 1 TO WS-QTDE-HIS
                   MOVE WS-COD-BUSCA TO WS-HIS-CODIGO(WS-QTDE-HIS)
                   MOVE WS-QTDE-HIS TO WS-IDX-HIS
               ELSE
                   MOVE 0 TO WS-IDX-HIS

                   IF WS-AVISO-HIS EQUAL 'N'
                       DISPLAY "TABELA DE HISTORICO CHEIA - 2000 "
                           "PRODUTOS; OS DEMAIS FICAM SEM HISTORICO"
                       MOVE 'S' TO WS-AVISO-HIS
                   END-IF
               END-IF
           END-IF.

      * Row of the product in WS-COD-BUSCA, or the empty row 1.
       6200-BUSCAR-HISTORICO.
           MOVE 1 TO WS-IDX-HIS

           PERFORM VARYING WS-IDX-BUSCA FROM 2 BY 1
                   UNTIL WS-IDX-BUSCA GREATER WS-QTDE-HIS
                   OR WS-IDX-HIS GREATER 1
               IF WS-HIS-CODIGO(WS-IDX-BUSCA) EQUAL WS-COD-BUSCA
                   MOVE WS-IDX-BUSCA TO WS-IDX-HIS
               END-IF
           END-PERFORM.

       8100-ABRIR-RELATORIO.
           MOVE PARM-AMB-NOME TO REL-CAB-AMBIENTE

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-RELATORIO
           MOVE WS-DATA-RELATORIO(5:2) TO REL-CAB-DATA(1:2)
           MOVE WS-DATA-RELATORIO(7:2) TO REL-CAB-DATA(4:2)
           MOVE WS-DATA-RELATORIO(1:4) TO REL-CAB-DATA(7:4)

           MOVE "PREVISAO DE DEMANDA - PONTO DE PEDIDO"
               TO REL-CAB-TITULO

           MOVE SPACES TO REL-NOME-ARQ
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'RELATORIOS\PREVISAO' WS-DATA-RELATORIO '.TXT'
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

           MOVE SPACES TO WS-ARQ-FATURASLINHAS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'FATURASLINHAS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-FATURASLINHAS

           MOVE SPACES TO WS-ARQ-RESUMOMOV
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'RESUMOMOV.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-RESUMOMOV

           MOVE SPACES TO WS-ARQ-FONTESPRODUTO
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'FONTESPRODUTO.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-FONTESPRODUTO

           MOVE SPACES TO WS-ARQ-RECOMENDACOES
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'RECOMENDACOESPONTO.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-RECOMENDACOES.

       END PROGRAM PREVISAO-DEMANDA.
