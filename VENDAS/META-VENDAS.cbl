       IDENTIFICATION DIVISION.
       PROGRAM-ID. META-VENDAS.
       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT METAS-VENDA ASSIGN TO WS-ARQ-METASVENDA
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CHAVE-META
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-MET.

           SELECT VENDEDORES ASSIGN TO WS-ARQ-VENDEDORES
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS COD-VENDEDOR
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-VEN.

           SELECT CATEGORIAS ASSIGN TO WS-ARQ-CATEGORIAS
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS COD-CATEGORIA
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-CAT.

           SELECT PRODUTOS ASSIGN TO WS-ARQ-PRODUTOS
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS COD-PRODUTO
           ALTERNATE RECORD KEY IS EAN-PRODUTO
           ALTERNATE RECORD KEY IS NOME-PRODUTO
               WITH DUPLICATES
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-PROD.

           SELECT FATURAS ASSIGN TO WS-ARQ-FATURAS
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS NUM-FATURA
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-FAT.

           SELECT FATURAS-LINHAS ASSIGN TO WS-ARQ-FATURASLINHAS
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-FL.

           SELECT DEVOLUCOES ASSIGN TO WS-ARQ-DEVOLUCOES
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS NUM-NOTA-CREDITO
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-DEV.

           SELECT RELATORIO ASSIGN TO REL-NOME-ARQ
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD METAS-VENDA.
           COPY METAVENDA.

       FD VENDEDORES.
           COPY VENDEDOR.

       FD CATEGORIAS.
           COPY CATEGORIA.

       FD PRODUTOS.
           COPY PRODUTO.

       FD FATURAS.
           COPY FATURA.

       FD FATURAS-LINHAS.
           COPY FATURALINHA.

       FD DEVOLUCOES.
           COPY DEVOLUCAO.

       FD RELATORIO.
       01 LINHA-RELATORIO     PIC X(90).
       WORKING-STORAGE SECTION.
           COPY RELATORIO.
           COPY PARMCATALOGO.
           COPY AMBIENTE.
       77 WS-ARQ-METASVENDA      PIC X(60) VALUE SPACES.
       77 WS-ARQ-VENDEDORES      PIC X(60) VALUE SPACES.
       77 WS-ARQ-CATEGORIAS      PIC X(60) VALUE SPACES.
       77 WS-ARQ-PRODUTOS        PIC X(60) VALUE SPACES.
       77 WS-ARQ-FATURAS         PIC X(60) VALUE SPACES.
       77 WS-ARQ-FATURASLINHAS   PIC X(60) VALUE SPACES.
       77 WS-ARQ-DEVOLUCOES      PIC X(60) VALUE SPACES.
       77 WS-FS-MET           PIC 99 VALUE 0.
       77 WS-FS-VEN           PIC 99 VALUE 0.
       77 WS-FS-CAT           PIC 99 VALUE 0.
       77 WS-FS-PROD          PIC 99 VALUE 0.
       77 WS-FS-FAT           PIC 99 VALUE 0.
       77 WS-FS-FL            PIC 99 VALUE 0.
       77 WS-FS-DEV           PIC 99 VALUE 0.
       77 WS-FS-REL           PIC 99 VALUE 0.
       77 CONTROLE           PIC A VALUE SPACES.
       77 WS-OPCAO            PIC 9 VALUE 0.
       77 WS-EOF              PIC 99 VALUE 0.
       77 WS-CONFIRMA         PIC A VALUE SPACES.
       77 WS-PERIODO          PIC 9(06) VALUE 0.
       77 WS-ANO              PIC 9(04) VALUE 0.
       77 WS-MES              PIC 99 VALUE 0.
       77 WS-DATA-RELATORIO   PIC 9(08) VALUE 0.
       77 WS-VENDEDOR-BUSCA   PIC 999 VALUE 0.
       77 WS-CATEGORIA-BUSCA  PIC 99 VALUE 0.
       77 WS-VALOR-LIQUIDO    PIC S9(11)V99 VALUE 0.
       77 WS-VALOR-DEV        PIC 9(11)V99 VALUE 0.
       77 WS-FATURA-ATUAL     PIC 9(06) VALUE 0.
       77 WS-VENDEDOR-FATURA  PIC 999 VALUE 0.
       77 WS-QTDE-VEND        PIC 9(03) VALUE 0.
       77 WS-QTDE-CMT         PIC 9(03) VALUE 0.
       77 WS-QTDE-DEV-ITENS   PIC 9(03) VALUE 0.
       77 WS-IDX-BUSCA        PIC 9(03) VALUE 0.
       77 WS-IDX-ENCONTRADO   PIC 9(03) VALUE 0.
       77 WS-IDX-MAIOR        PIC 9(03) VALUE 0.
       77 WS-ITEM             PIC 99 VALUE 0.
       77 WS-RANKING          PIC 9(03) VALUE 0.
       77 WS-PERC-MAIOR       PIC S9(05)V9 VALUE 0.
       77 WS-PERC-CALC        PIC S9(05)V9 VALUE 0.
       77 WS-TOTAL-META-MES   PIC 9(11)V99 VALUE 0.
       77 WS-TOTAL-REAL-MES   PIC S9(11)V99 VALUE 0.
       77 WS-TOTAL-META-ANO   PIC 9(11)V99 VALUE 0.
       77 WS-TOTAL-REAL-ANO   PIC S9(11)V99 VALUE 0.
       77 MASC-VALOR          PIC ZZ.ZZZ.ZZ9,99.
       77 MASC-META           PIC ZZZ.ZZZ.ZZ9.
       77 MASC-REAL           PIC -ZZZ.ZZZ.ZZ9.
       77 MASC-PERC           PIC ZZZ9,9.
       77 MASC-META-ANO       PIC ZZZ.ZZZ.ZZ9.
       77 MASC-REAL-ANO       PIC -ZZZ.ZZZ.ZZ9.
       77 MASC-PERC-ANO       PIC ZZZ9,9.

       01 WS-TABELA-ATINGIMENTO.
           03 WS-ATG-OCORR OCCURS 200 TIMES
                   INDEXED BY WS-IDX-ATG.
               05 WS-ATG-VENDEDOR     PIC 999.
               05 WS-ATG-META-MES     PIC 9(11)V99.
               05 WS-ATG-REAL-MES     PIC S9(11)V99.
               05 WS-ATG-META-ANO     PIC 9(11)V99.
               05 WS-ATG-REAL-ANO     PIC S9(11)V99.
               05 WS-ATG-PERC-MES     PIC S9(05)V9.
               05 WS-ATG-PERC-ANO     PIC S9(05)V9.
               05 WS-ATG-IMPRESSO     PIC A.

       01 WS-TABELA-CATEGORIA-META.
           03 WS-CMT-OCORR OCCURS 500 TIMES
                   INDEXED BY WS-IDX-CMT.
               05 WS-CMT-VENDEDOR     PIC 999.
               05 WS-CMT-CATEGORIA    PIC 99.
               05 WS-CMT-META         PIC 9(11)V99.
               05 WS-CMT-REAL         PIC S9(11)V99.

       01 WS-TABELA-DEVOLUCOES.
           03 WS-TDV-OCORR OCCURS 500 TIMES
                   INDEXED BY WS-IDX-DEV.
               05 WS-TDV-FATURA       PIC 9(06).
               05 WS-TDV-VENDEDOR     PIC 999.
               05 WS-TDV-PRODUTO      PIC 9(05).
               05 WS-TDV-QTDE         PIC 9(09).
               05 WS-TDV-ACHADA       PIC A.

       01 WS-LINHA-DET-META.
           03 WS-DET-RANKING       PIC ZZ9.
           03 FILLER               PIC X VALUE SPACE.
           03 WS-DET-VENDEDOR      PIC 999.
           03 FILLER               PIC X VALUE SPACE.
           03 WS-DET-NOME          PIC X(14).
           03 FILLER               PIC X VALUE SPACE.
           03 WS-DET-META-MES      PIC ZZZ.ZZZ.ZZ9.
           03 FILLER               PIC X VALUE SPACE.
           03 WS-DET-REAL-MES      PIC -ZZZ.ZZZ.ZZ9.
           03 FILLER               PIC X VALUE SPACE.
           03 WS-DET-PERC-MES      PIC ZZZ9,9.
           03 FILLER               PIC X VALUE SPACE.
           03 WS-DET-META-ANO      PIC ZZZ.ZZZ.ZZ9.
           03 FILLER               PIC X VALUE SPACE.
           03 WS-DET-REAL-ANO      PIC -ZZZ.ZZZ.ZZ9.
           03 FILLER               PIC X VALUE SPACE.
           03 WS-DET-PERC-ANO      PIC ZZZ9,9.

       01 WS-LINHA-DET-CATEGORIA.
           03 FILLER               PIC X(08) VALUE SPACES.
           03 FILLER               PIC X(04) VALUE "CAT ".
           03 WS-DCT-CATEGORIA     PIC 99.
           03 FILLER               PIC X VALUE SPACE.
           03 WS-DCT-NOME          PIC X(07).
           03 FILLER               PIC X VALUE SPACE.
           03 WS-DCT-META          PIC ZZZ.ZZZ.ZZ9.
           03 FILLER               PIC X VALUE SPACE.
           03 WS-DCT-REAL          PIC -ZZZ.ZZZ.ZZ9.
           03 FILLER               PIC X VALUE SPACE.
           03 WS-DCT-PERC          PIC ZZZ9,9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0950-RESOLVER-AMBIENTE
           DISPLAY "METAS DE VENDAS POR VENDEDOR"

           OPEN I-O METAS-VENDA

           IF WS-FS-MET EQUAL 35
               OPEN OUTPUT METAS-VENDA
               IF WS-FS-MET EQUAL ZEROS
                   CLOSE METAS-VENDA
                   OPEN I-O METAS-VENDA
               END-IF
           END-IF

           OPEN INPUT VENDEDORES
           OPEN INPUT CATEGORIAS

           IF WS-FS-MET NOT EQUAL ZEROS
           OR WS-FS-VEN NOT EQUAL ZEROS
               DISPLAY "NAO FOI POSSIVEL ABRIR OS ARQUIVOS"
               DISPLAY "METAS: " WS-FS-MET "  VENDEDORES: " WS-FS-VEN
           ELSE
               PERFORM UNTIL CONTROLE EQUAL 'N'
                   DISPLAY "1 - DEFINIR META DO MES"
                   DISPLAY "2 - LISTAR METAS DO MES"
                   DISPLAY "3 - RELATORIO DE ATINGIMENTO DAS METAS"
                   ACCEPT WS-OPCAO

                   EVALUATE WS-OPCAO
                       WHEN 1
                           PERFORM 2000-DEFINIR-META
                       WHEN 2
                           PERFORM 3000-LISTAR-METAS
                       WHEN 3
                           PERFORM 5000-RELATORIO-ATINGIMENTO
                       WHEN OTHER
                           DISPLAY "OPCAO INVALIDA"
                   END-EVALUATE

                   DISPLAY "DESEJA REALIZAR OUTRA OPERACAO?"
                   DISPLAY "DIGITE N PARA NAO"
                   ACCEPT CONTROLE
               END-PERFORM
           END-IF

           CLOSE METAS-VENDA
           CLOSE VENDEDORES

           IF WS-FS-CAT EQUAL ZEROS
               CLOSE CATEGORIAS
           END-IF

           GOBACK.

       2000-DEFINIR-META.
           DISPLAY "CODIGO DO VENDEDOR"
           ACCEPT COD-VENDEDOR

           READ VENDEDORES
               INVALID KEY
                   DISPLAY "VENDEDOR NAO CADASTRADO: " COD-VENDEDOR
                   MOVE 0 TO WS-FS-VEN
               NOT INVALID KEY
                   DISPLAY "VENDEDOR: " NOME-VENDEDOR
                   PERFORM 2100-INFORMAR-META
           END-READ.

       2100-INFORMAR-META.
           MOVE COD-VENDEDOR TO COD-VENDEDOR-MET
           DISPLAY "PERIODO DA META (AAAAMM)"
           ACCEPT PERIODO-MET
           DISPLAY "CATEGORIA (ZERO = META TOTAL DO VENDEDOR)"
           ACCEPT COD-CATEGORIA-MET

           MOVE 'S' TO WS-CONFIRMA
           MOVE PERIODO-MET(5:2) TO WS-MES

           IF WS-MES LESS 1 OR WS-MES GREATER 12
               DISPLAY "PERIODO INVALIDO: " PERIODO-MET
               MOVE 'N' TO WS-CONFIRMA
           END-IF

           IF WS-CONFIRMA EQUAL 'S'
           AND COD-CATEGORIA-MET NOT EQUAL 0
               IF WS-FS-CAT NOT EQUAL ZEROS
                   DISPLAY "CADASTRO DE CATEGORIAS INDISPONIVEL"
                   MOVE 'N' TO WS-CONFIRMA
               ELSE
                   MOVE COD-CATEGORIA-MET TO COD-CATEGORIA
                   READ CATEGORIAS
                       INVALID KEY
                           DISPLAY "CATEGORIA NAO CADASTRADA: "
                               COD-CATEGORIA-MET
                           MOVE 0 TO WS-FS-CAT
                           MOVE 'N' TO WS-CONFIRMA
                       NOT INVALID KEY
                           DISPLAY "CATEGORIA: " NOME-CATEGORIA
                   END-READ
               END-IF
           END-IF

           IF WS-CONFIRMA EQUAL 'S'
               READ METAS-VENDA
                   INVALID KEY
                       MOVE 0 TO WS-FS-MET
                       MOVE 0 TO VALOR-META
                       MOVE 0 TO TAXA-ACELERADA-MET
                       PERFORM 2200-ACEITAR-VALORES
                       WRITE REG-META-VENDA
                   NOT INVALID KEY
                       MOVE VALOR-META TO MASC-VALOR
                       DISPLAY "META ATUAL..........: " MASC-VALOR
                       IF COD-CATEGORIA-MET EQUAL 0
                           DISPLAY "TAXA ACELERADA ATUAL: "
                               TAXA-ACELERADA-MET
                       END-IF
                       PERFORM 2200-ACEITAR-VALORES
                       REWRITE REG-META-VENDA
               END-READ

               IF WS-FS-MET NOT EQUAL ZEROS
                   DISPLAY "NAO FOI POSSIVEL GRAVAR A META - FILE STAT"
      -                "US: " WS-FS-MET
               ELSE
                   DISPLAY "META GRAVADA COM SUCESSO!"
               END-IF
           END-IF.

       2200-ACEITAR-VALORES.
           DISPLAY "VALOR DA META (MERCADORIA, SEM ICMS)"
           ACCEPT VALOR-META

           IF COD-CATEGORIA-MET EQUAL 0
               DISPLAY "TAXA DE COMISSAO ACIMA DA META (ZERO = TAXA N"
      -            "ORMAL)"
               ACCEPT TAXA-ACELERADA-MET
           ELSE
               MOVE 0 TO TAXA-ACELERADA-MET
           END-IF.

       3000-LISTAR-METAS.
           DISPLAY "INFORME O PERIODO (AAAAMM)"
           ACCEPT WS-PERIODO

           MOVE 0 TO WS-EOF
           MOVE LOW-VALUES TO CHAVE-META

           START METAS-VENDA KEY NOT LESS CHAVE-META
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START

           PERFORM UNTIL WS-EOF EQUAL 1
               READ METAS-VENDA NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF PERIODO-MET EQUAL WS-PERIODO
                           MOVE VALOR-META TO MASC-VALOR
                           DISPLAY COD-VENDEDOR-MET "  CAT "
                               COD-CATEGORIA-MET "  META " MASC-VALOR
                               "  TAXA ACEL. " TAXA-ACELERADA-MET
                       END-IF
               END-READ
           END-PERFORM.

      * Attainment compares each target with the merchandise invoiced
      * by the salesperson (VALOR-TOTAL-FATURA less the ICMS and the
      * freight) less the credit notes issued against their invoices.
      * Month and year-to-date figures come from the same passes; the
      * category split is only built for the month being reported.
       5000-RELATORIO-ATINGIMENTO.
           DISPLAY "INFORME O PERIODO (AAAAMM)"
           ACCEPT WS-PERIODO
           MOVE WS-PERIODO(1:4) TO WS-ANO

           INITIALIZE WS-TABELA-ATINGIMENTO
           INITIALIZE WS-TABELA-CATEGORIA-META
           MOVE 0 TO WS-QTDE-VEND
           MOVE 0 TO WS-QTDE-CMT
           MOVE 0 TO WS-QTDE-DEV-ITENS

           PERFORM 5100-CARREGAR-METAS

           OPEN INPUT FATURAS

           IF WS-FS-FAT NOT EQUAL ZEROS
               DISPLAY "NAO FOI POSSIVEL ABRIR O ARQUIVO DE FATURAS"
               DISPLAY "FILE STATUS: " WS-FS-FAT
           ELSE
               PERFORM 5200-ACUMULAR-FATURAS
               PERFORM 5300-DEDUZIR-DEVOLUCOES

               IF WS-QTDE-CMT GREATER 0
                   PERFORM 5400-REALIZADO-CATEGORIAS
               END-IF

               CLOSE FATURAS

               IF WS-QTDE-VEND EQUAL 0
                   DISPLAY "NENHUMA META OU VENDA NO ANO ATE "
                       WS-PERIODO
               ELSE
                   PERFORM 6000-IMPRIMIR-ATINGIMENTO
               END-IF
           END-IF.

       5100-CARREGAR-METAS.
           MOVE 0 TO WS-EOF
           MOVE LOW-VALUES TO CHAVE-META

           START METAS-VENDA KEY NOT LESS CHAVE-META
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START

           PERFORM UNTIL WS-EOF EQUAL 1
               READ METAS-VENDA NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF PERIODO-MET(1:4) EQUAL WS-ANO
                       AND PERIODO-MET NOT GREATER WS-PERIODO
                           PERFORM 5110-GUARDAR-META
                       END-IF
               END-READ
           END-PERFORM.

       5110-GUARDAR-META.
           IF COD-CATEGORIA-MET EQUAL 0
               MOVE COD-VENDEDOR-MET TO WS-VENDEDOR-BUSCA
               PERFORM 7000-LOCALIZAR-VENDEDOR

               IF WS-IDX-ENCONTRADO GREATER 0
                   ADD VALOR-META TO WS-ATG-META-ANO(WS-IDX-ENCONTRADO)
                   IF PERIODO-MET EQUAL WS-PERIODO
                       ADD VALOR-META TO
                           WS-ATG-META-MES(WS-IDX-ENCONTRADO)
                   END-IF
               END-IF
           ELSE
               IF PERIODO-MET EQUAL WS-PERIODO
                   IF WS-QTDE-CMT LESS 500
                       ADD 1 TO WS-QTDE-CMT
                       MOVE COD-VENDEDOR-MET TO
                           WS-CMT-VENDEDOR(WS-QTDE-CMT)
                       MOVE COD-CATEGORIA-MET TO
                           WS-CMT-CATEGORIA(WS-QTDE-CMT)
                       MOVE VALOR-META TO WS-CMT-META(WS-QTDE-CMT)
                       MOVE 0 TO WS-CMT-REAL(WS-QTDE-CMT)
                   ELSE
                       DISPLAY "LIMITE DE 500 METAS POR CATEGORIA - "
                           "VENDEDOR " COD-VENDEDOR-MET " CAT "
                           COD-CATEGORIA-MET " IGNORADA"
                   END-IF
               END-IF
           END-IF.

       5200-ACUMULAR-FATURAS.
           MOVE 0 TO WS-EOF
           MOVE 0 TO NUM-FATURA

           START FATURAS KEY NOT LESS NUM-FATURA
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START

           PERFORM UNTIL WS-EOF EQUAL 1
               READ FATURAS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF DATA-FATURA(1:4) EQUAL WS-ANO
                       AND DATA-FATURA(1:6) NOT GREATER WS-PERIODO
                           PERFORM 5210-ACUMULAR-FATURA
                       END-IF
               END-READ
           END-PERFORM.

       5210-ACUMULAR-FATURA.
           MOVE COD-VENDEDOR-FAT TO WS-VENDEDOR-BUSCA
           PERFORM 7000-LOCALIZAR-VENDEDOR

           IF WS-IDX-ENCONTRADO GREATER 0
               COMPUTE WS-VALOR-LIQUIDO =
                   VALOR-TOTAL-FATURA - VALOR-IMPOSTO-FATURA
                   - VALOR-FRETE-FATURA
               ADD WS-VALOR-LIQUIDO TO
                   WS-ATG-REAL-ANO(WS-IDX-ENCONTRADO)
               IF DATA-FATURA(1:6) EQUAL WS-PERIODO
                   ADD WS-VALOR-LIQUIDO TO
                       WS-ATG-REAL-MES(WS-IDX-ENCONTRADO)
               END-IF
           END-IF.

       5300-DEDUZIR-DEVOLUCOES.
           MOVE 0 TO WS-EOF

           OPEN INPUT DEVOLUCOES

           IF WS-FS-DEV NOT EQUAL ZEROS
               DISPLAY "DEVOLUCOES.TXT INDISPONIVEL - REALIZADO SEM D"
      -            "EDUCAO DE NOTAS DE CREDITO"
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
                       IF DATA-DEVOLUCAO(1:4) EQUAL WS-ANO
                       AND DATA-DEVOLUCAO(1:6) NOT GREATER WS-PERIODO
                           PERFORM 5310-DEDUZIR-NOTA
                       END-IF
               END-READ
           END-PERFORM

           IF WS-FS-DEV EQUAL ZEROS OR WS-FS-DEV EQUAL 10
               CLOSE DEVOLUCOES
           END-IF.

       5310-DEDUZIR-NOTA.
           MOVE NUM-FATURA-DEV TO NUM-FATURA

           READ FATURAS
               INVALID KEY
                   DISPLAY "NOTA DE CREDITO " NUM-NOTA-CREDITO
                       " - FATURA " NUM-FATURA-DEV " NAO ENCONTRADA"
                   MOVE 0 TO WS-FS-FAT
               NOT INVALID KEY
                   MOVE COD-VENDEDOR-FAT TO WS-VENDEDOR-BUSCA
                   PERFORM 7000-LOCALIZAR-VENDEDOR

                   IF WS-IDX-ENCONTRADO GREATER 0
                       SUBTRACT VALOR-NOTA-CREDITO FROM
                           WS-ATG-REAL-ANO(WS-IDX-ENCONTRADO)
                       IF DATA-DEVOLUCAO(1:6) EQUAL WS-PERIODO
                           SUBTRACT VALOR-NOTA-CREDITO FROM
                               WS-ATG-REAL-MES(WS-IDX-ENCONTRADO)
                       END-IF
                   END-IF

                   IF DATA-DEVOLUCAO(1:6) EQUAL WS-PERIODO
                   AND WS-QTDE-CMT GREATER 0
                       PERFORM VARYING WS-ITEM FROM 1 BY 1
                               UNTIL WS-ITEM GREATER QTDE-ITENS-DEV
                           PERFORM 5320-GUARDAR-ITEM-DEVOLVIDO
                       END-PERFORM
                   END-IF
           END-READ.

       5320-GUARDAR-ITEM-DEVOLVIDO.
           IF WS-QTDE-DEV-ITENS LESS 500
               ADD 1 TO WS-QTDE-DEV-ITENS
               MOVE NUM-FATURA-DEV TO WS-TDV-FATURA(WS-QTDE-DEV-ITENS)
               MOVE COD-VENDEDOR-FAT TO
                   WS-TDV-VENDEDOR(WS-QTDE-DEV-ITENS)
               MOVE COD-PRODUTO-DEV(WS-ITEM) TO
                   WS-TDV-PRODUTO(WS-QTDE-DEV-ITENS)
               MOVE QTDE-DEV(WS-ITEM) TO
                   WS-TDV-QTDE(WS-QTDE-DEV-ITENS)
               MOVE 'N' TO WS-TDV-ACHADA(WS-QTDE-DEV-ITENS)
           ELSE
               DISPLAY "LIMITE DE 500 ITENS DEVOLVIDOS ATINGIDO - NOTA "
                   NUM-NOTA-CREDITO " IGNORADA NAS CATEGORIAS"
           END-IF.

      * Returned items are priced at the price they were billed on
      * the original invoice line, as DEVOLUCAO-VENDA does for the
      * credit note itself; an item whose line is no longer on
      * FATURASLINHAS falls back to the current list price.
       5400-REALIZADO-CATEGORIAS.
           MOVE 0 TO WS-EOF
           MOVE 0 TO WS-FATURA-ATUAL
           MOVE 0 TO WS-VENDEDOR-FATURA

           OPEN INPUT PRODUTOS
           OPEN INPUT FATURAS-LINHAS

           IF WS-FS-FL NOT EQUAL ZEROS
           OR WS-FS-PROD NOT EQUAL ZEROS
               DISPLAY "FATURASLINHAS.TXT OU PRODUTOS.TXT INDISPONIVE"
      -            "L - SEM REALIZADO POR CATEGORIA"
               MOVE 1 TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF EQUAL 1
               READ FATURAS-LINHAS
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF DATA-FATURA-FL(1:6) EQUAL WS-PERIODO
                           PERFORM 5410-ACUMULAR-LINHA
                       END-IF

                       IF WS-QTDE-DEV-ITENS GREATER 0
                           PERFORM 5420-CASAR-DEVOLUCAO
                       END-IF
               END-READ
           END-PERFORM

           IF WS-FS-PROD EQUAL ZEROS
               PERFORM 5430-DEVOLUCOES-SEM-LINHA
           END-IF

           IF WS-FS-FL EQUAL ZEROS OR WS-FS-FL EQUAL 10
               CLOSE FATURAS-LINHAS
           END-IF

           IF WS-FS-PROD EQUAL ZEROS
               CLOSE PRODUTOS
           END-IF.

       5410-ACUMULAR-LINHA.
           IF NUM-FATURA-FL NOT EQUAL WS-FATURA-ATUAL
               MOVE NUM-FATURA-FL TO WS-FATURA-ATUAL
               MOVE NUM-FATURA-FL TO NUM-FATURA
               READ FATURAS
                   INVALID KEY
                       MOVE 0 TO WS-VENDEDOR-FATURA
                       MOVE 0 TO WS-FS-FAT
                   NOT INVALID KEY
                       MOVE COD-VENDEDOR-FAT TO WS-VENDEDOR-FATURA
               END-READ
           END-IF

           MOVE WS-VENDEDOR-FATURA TO WS-VENDEDOR-BUSCA
           MOVE COD-PRODUTO-FL TO COD-PRODUTO
           PERFORM 7100-LOCALIZAR-CATEGORIA-META

           IF WS-IDX-ENCONTRADO GREATER 0
               ADD VALOR-FL TO WS-CMT-REAL(WS-IDX-ENCONTRADO)
           END-IF.

       5420-CASAR-DEVOLUCAO.
           PERFORM VARYING WS-IDX-DEV FROM 1 BY 1
                   UNTIL WS-IDX-DEV GREATER WS-QTDE-DEV-ITENS
               IF WS-TDV-ACHADA(WS-IDX-DEV) EQUAL 'N'
               AND WS-TDV-FATURA(WS-IDX-DEV) EQUAL NUM-FATURA-FL
               AND WS-TDV-PRODUTO(WS-IDX-DEV) EQUAL COD-PRODUTO-FL
                   MOVE 'S' TO WS-TDV-ACHADA(WS-IDX-DEV)
                   COMPUTE WS-VALOR-DEV =
                       WS-TDV-QTDE(WS-IDX-DEV) * PRECO-FL
                       ON SIZE ERROR
                           MOVE 0 TO WS-VALOR-DEV
                   END-COMPUTE
                   MOVE WS-TDV-VENDEDOR(WS-IDX-DEV) TO
                       WS-VENDEDOR-BUSCA
                   MOVE COD-PRODUTO-FL TO COD-PRODUTO
                   PERFORM 7100-LOCALIZAR-CATEGORIA-META
                   IF WS-IDX-ENCONTRADO GREATER 0
                       SUBTRACT WS-VALOR-DEV FROM
                           WS-CMT-REAL(WS-IDX-ENCONTRADO)
                   END-IF
               END-IF
           END-PERFORM.

       5430-DEVOLUCOES-SEM-LINHA.
           PERFORM VARYING WS-IDX-DEV FROM 1 BY 1
                   UNTIL WS-IDX-DEV GREATER WS-QTDE-DEV-ITENS
               IF WS-TDV-ACHADA(WS-IDX-DEV) EQUAL 'N'
                   MOVE WS-TDV-VENDEDOR(WS-IDX-DEV) TO
                       WS-VENDEDOR-BUSCA
                   MOVE WS-TDV-PRODUTO(WS-IDX-DEV) TO COD-PRODUTO
                   PERFORM 7100-LOCALIZAR-CATEGORIA-META
                   IF WS-IDX-ENCONTRADO GREATER 0
                       COMPUTE WS-VALOR-DEV = WS-TDV-QTDE(WS-IDX-DEV)
                           * PRECO-UNITARIO-PRODUTO
                           ON SIZE ERROR
                               MOVE 0 TO WS-VALOR-DEV
                       END-COMPUTE
                       SUBTRACT WS-VALOR-DEV FROM
                           WS-CMT-REAL(WS-IDX-ENCONTRADO)
                   END-IF
               END-IF
           END-PERFORM.

      * Ranking is by attainment of the month; salespeople with no
      * target for the month are listed after the ranked ones.
       6000-IMPRIMIR-ATINGIMENTO.
           PERFORM VARYING WS-IDX-ATG FROM 1 BY 1
                   UNTIL WS-IDX-ATG GREATER WS-QTDE-VEND
               MOVE 'N' TO WS-ATG-IMPRESSO(WS-IDX-ATG)
               MOVE 0 TO WS-ATG-PERC-MES(WS-IDX-ATG)
               MOVE 0 TO WS-ATG-PERC-ANO(WS-IDX-ATG)
               IF WS-ATG-META-MES(WS-IDX-ATG) GREATER 0
                   COMPUTE WS-ATG-PERC-MES(WS-IDX-ATG) ROUNDED =
                       WS-ATG-REAL-MES(WS-IDX-ATG) * 100
                       / WS-ATG-META-MES(WS-IDX-ATG)
                       ON SIZE ERROR
                           MOVE 9999,9 TO WS-ATG-PERC-MES(WS-IDX-ATG)
                   END-COMPUTE
               END-IF
               IF WS-ATG-META-ANO(WS-IDX-ATG) GREATER 0
                   COMPUTE WS-ATG-PERC-ANO(WS-IDX-ATG) ROUNDED =
                       WS-ATG-REAL-ANO(WS-IDX-ATG) * 100
                       / WS-ATG-META-ANO(WS-IDX-ATG)
                       ON SIZE ERROR
                           MOVE 9999,9 TO WS-ATG-PERC-ANO(WS-IDX-ATG)
                   END-COMPUTE
               END-IF
           END-PERFORM

           MOVE SPACES TO REL-CABECALHO-COLUNAS
           STRING " RK VEN NOME              META MES    REALIZADO ATIN"
               "G%    META ANO   REALIZ.ANO ATING%"
               DELIMITED BY SIZE INTO REL-CABECALHO-COLUNAS
           PERFORM 8100-ABRIR-RELATORIO

           MOVE 0 TO WS-TOTAL-META-MES
           MOVE 0 TO WS-TOTAL-REAL-MES
           MOVE 0 TO WS-TOTAL-META-ANO
           MOVE 0 TO WS-TOTAL-REAL-ANO
           MOVE 0 TO WS-RANKING

           PERFORM WS-QTDE-VEND TIMES
               PERFORM 6100-PROXIMO-DO-RANKING
               PERFORM 6200-IMPRIMIR-VENDEDOR
           END-PERFORM

           MOVE WS-TOTAL-META-MES TO MASC-META
           MOVE WS-TOTAL-REAL-MES TO MASC-REAL
           MOVE 0 TO WS-PERC-CALC
           IF WS-TOTAL-META-MES GREATER 0
               COMPUTE WS-PERC-CALC ROUNDED =
                   WS-TOTAL-REAL-MES * 100 / WS-TOTAL-META-MES
                   ON SIZE ERROR
                       MOVE 9999,9 TO WS-PERC-CALC
               END-COMPUTE
           END-IF
           MOVE WS-PERC-CALC TO MASC-PERC

           MOVE WS-TOTAL-META-ANO TO MASC-META-ANO
           MOVE WS-TOTAL-REAL-ANO TO MASC-REAL-ANO
           MOVE 0 TO WS-PERC-CALC
           IF WS-TOTAL-META-ANO GREATER 0
               COMPUTE WS-PERC-CALC ROUNDED =
                   WS-TOTAL-REAL-ANO * 100 / WS-TOTAL-META-ANO
                   ON SIZE ERROR
                       MOVE 9999,9 TO WS-PERC-CALC
               END-COMPUTE
           END-IF
           MOVE WS-PERC-CALC TO MASC-PERC-ANO

           MOVE ALL "-" TO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA
           MOVE SPACES TO LINHA-RELATORIO
           STRING "    TOTAL              " MASC-META " " MASC-REAL
               " " MASC-PERC " " MASC-META-ANO " " MASC-REAL-ANO
               " " MASC-PERC-ANO
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           IF WS-FS-REL EQUAL ZEROS
               CLOSE RELATORIO
               MOVE "META-VENDAS" TO PARM-CAT-PROGRAMA
               MOVE REL-CAB-TITULO TO PARM-CAT-TITULO
               MOVE REL-NOME-ARQ TO PARM-CAT-ARQUIVO
               CALL "GRAVA-CATALOGO" USING PARM-CATALOGO
               DISPLAY "RELATORIO GRAVADO EM " REL-NOME-ARQ
           END-IF.

       6100-PROXIMO-DO-RANKING.
           MOVE 0 TO WS-IDX-MAIOR
           MOVE -99999,9 TO WS-PERC-MAIOR

           PERFORM VARYING WS-IDX-BUSCA FROM 1 BY 1
                   UNTIL WS-IDX-BUSCA GREATER WS-QTDE-VEND
               IF WS-ATG-IMPRESSO(WS-IDX-BUSCA) EQUAL 'N'
                   IF WS-ATG-META-MES(WS-IDX-BUSCA) GREATER 0
                       MOVE WS-ATG-PERC-MES(WS-IDX-BUSCA) TO
                           WS-PERC-CALC
                   ELSE
                       MOVE -99999 TO WS-PERC-CALC
                   END-IF
                   IF WS-IDX-MAIOR EQUAL 0
                   OR WS-PERC-CALC GREATER WS-PERC-MAIOR
                       MOVE WS-IDX-BUSCA TO WS-IDX-MAIOR
                       MOVE WS-PERC-CALC TO WS-PERC-MAIOR
                   END-IF
               END-IF
           END-PERFORM

           SET WS-IDX-ATG TO WS-IDX-MAIOR
           MOVE 'S' TO WS-ATG-IMPRESSO(WS-IDX-ATG).

       6200-IMPRIMIR-VENDEDOR.
           MOVE SPACES TO WS-DET-NOME
           MOVE WS-ATG-VENDEDOR(WS-IDX-ATG) TO COD-VENDEDOR

           READ VENDEDORES
               INVALID KEY
                   MOVE "(NAO CADASTR.)" TO WS-DET-NOME
                   MOVE 0 TO WS-FS-VEN
               NOT INVALID KEY
                   MOVE NOME-VENDEDOR TO WS-DET-NOME
           END-READ

           IF WS-ATG-META-MES(WS-IDX-ATG) GREATER 0
               ADD 1 TO WS-RANKING
               MOVE WS-RANKING TO WS-DET-RANKING
           ELSE
               MOVE 0 TO WS-DET-RANKING
           END-IF

           MOVE WS-ATG-VENDEDOR(WS-IDX-ATG) TO WS-DET-VENDEDOR
           MOVE WS-ATG-META-MES(WS-IDX-ATG) TO WS-DET-META-MES
           MOVE WS-ATG-REAL-MES(WS-IDX-ATG) TO WS-DET-REAL-MES
           MOVE WS-ATG-PERC-MES(WS-IDX-ATG) TO WS-DET-PERC-MES
           MOVE WS-ATG-META-ANO(WS-IDX-ATG) TO WS-DET-META-ANO
           MOVE WS-ATG-REAL-ANO(WS-IDX-ATG) TO WS-DET-REAL-ANO
           MOVE WS-ATG-PERC-ANO(WS-IDX-ATG) TO WS-DET-PERC-ANO
           MOVE WS-LINHA-DET-META TO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           ADD WS-ATG-META-MES(WS-IDX-ATG) TO WS-TOTAL-META-MES
           ADD WS-ATG-REAL-MES(WS-IDX-ATG) TO WS-TOTAL-REAL-MES
           ADD WS-ATG-META-ANO(WS-IDX-ATG) TO WS-TOTAL-META-ANO
           ADD WS-ATG-REAL-ANO(WS-IDX-ATG) TO WS-TOTAL-REAL-ANO

           PERFORM VARYING WS-IDX-CMT FROM 1 BY 1
                   UNTIL WS-IDX-CMT GREATER WS-QTDE-CMT
               IF WS-CMT-VENDEDOR(WS-IDX-CMT) EQUAL
                       WS-ATG-VENDEDOR(WS-IDX-ATG)
                   PERFORM 6300-IMPRIMIR-CATEGORIA
               END-IF
           END-PERFORM.

       6300-IMPRIMIR-CATEGORIA.
           MOVE SPACES TO WS-DCT-NOME
           MOVE WS-CMT-CATEGORIA(WS-IDX-CMT) TO WS-DCT-CATEGORIA

           IF WS-FS-CAT EQUAL ZEROS
               MOVE WS-CMT-CATEGORIA(WS-IDX-CMT) TO COD-CATEGORIA
               READ CATEGORIAS
                   INVALID KEY
                       MOVE 0 TO WS-FS-CAT
                   NOT INVALID KEY
                       MOVE NOME-CATEGORIA TO WS-DCT-NOME
               END-READ
           END-IF

           MOVE 0 TO WS-PERC-CALC
           IF WS-CMT-META(WS-IDX-CMT) GREATER 0
               COMPUTE WS-PERC-CALC ROUNDED =
                   WS-CMT-REAL(WS-IDX-CMT) * 100
                   / WS-CMT-META(WS-IDX-CMT)
                   ON SIZE ERROR
                       MOVE 9999,9 TO WS-PERC-CALC
               END-COMPUTE
           END-IF

           MOVE WS-CMT-META(WS-IDX-CMT) TO WS-DCT-META
           MOVE WS-CMT-REAL(WS-IDX-CMT) TO WS-DCT-REAL
           MOVE WS-PERC-CALC TO WS-DCT-PERC
           MOVE WS-LINHA-DET-CATEGORIA TO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA.

       7000-LOCALIZAR-VENDEDOR.
           MOVE 0 TO WS-IDX-ENCONTRADO

           PERFORM VARYING WS-IDX-BUSCA FROM 1 BY 1
                   UNTIL WS-IDX-BUSCA GREATER WS-QTDE-VEND
               IF WS-ATG-VENDEDOR(WS-IDX-BUSCA) EQUAL WS-VENDEDOR-BUSCA
                   MOVE WS-IDX-BUSCA TO WS-IDX-ENCONTRADO
               END-IF
           END-PERFORM

           IF WS-IDX-ENCONTRADO EQUAL 0
               IF WS-QTDE-VEND GREATER OR EQUAL 200
                   DISPLAY "TABELA DE VENDEDORES CHEIA - VENDEDOR "
                       WS-VENDEDOR-BUSCA " IGNORADO"
               ELSE
                   ADD 1 TO WS-QTDE-VEND
                   MOVE WS-VENDEDOR-BUSCA TO
                       WS-ATG-VENDEDOR(WS-QTDE-VEND)
                   MOVE WS-QTDE-VEND TO WS-IDX-ENCONTRADO
               END-IF
           END-IF.

      * Finds the category target of WS-VENDEDOR-BUSCA for the
      * category of COD-PRODUTO; WS-IDX-ENCONTRADO stays zero when the
      * salesperson has no target split for that category.
       7100-LOCALIZAR-CATEGORIA-META.
           MOVE 0 TO WS-IDX-ENCONTRADO
           MOVE 0 TO WS-CATEGORIA-BUSCA

           READ PRODUTOS
               INVALID KEY
                   MOVE 0 TO WS-FS-PROD
               NOT INVALID KEY
                   MOVE COD-CATEGORIA-PRODUTO TO WS-CATEGORIA-BUSCA
           END-READ

           IF WS-CATEGORIA-BUSCA NOT EQUAL 0
               PERFORM VARYING WS-IDX-BUSCA FROM 1 BY 1
                       UNTIL WS-IDX-BUSCA GREATER WS-QTDE-CMT
                   IF WS-CMT-VENDEDOR(WS-IDX-BUSCA) EQUAL
                           WS-VENDEDOR-BUSCA
                   AND WS-CMT-CATEGORIA(WS-IDX-BUSCA) EQUAL
                           WS-CATEGORIA-BUSCA
                       MOVE WS-IDX-BUSCA TO WS-IDX-ENCONTRADO
                   END-IF
               END-PERFORM
           END-IF.

       8100-ABRIR-RELATORIO.
           MOVE PARM-AMB-NOME TO REL-CAB-AMBIENTE

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-RELATORIO
           MOVE WS-DATA-RELATORIO(5:2) TO REL-CAB-DATA(1:2)
           MOVE WS-DATA-RELATORIO(7:2) TO REL-CAB-DATA(4:2)
           MOVE WS-DATA-RELATORIO(1:4) TO REL-CAB-DATA(7:4)

           MOVE SPACES TO REL-CAB-TITULO
           STRING "ATINGIMENTO DE METAS " WS-PERIODO
               DELIMITED BY SIZE INTO REL-CAB-TITULO

           MOVE SPACES TO REL-NOME-ARQ
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'RELATORIOS\METAS' WS-PERIODO '.TXT'
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

           MOVE SPACES TO WS-ARQ-METASVENDA
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'METASVENDA.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-METASVENDA

           MOVE SPACES TO WS-ARQ-VENDEDORES
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'VENDEDORES.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-VENDEDORES

           MOVE SPACES TO WS-ARQ-CATEGORIAS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'CATEGORIAS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-CATEGORIAS

           MOVE SPACES TO WS-ARQ-PRODUTOS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'PRODUTOS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-PRODUTOS

           MOVE SPACES TO WS-ARQ-FATURAS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'FATURAS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-FATURAS

           MOVE SPACES TO WS-ARQ-FATURASLINHAS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'FATURASLINHAS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-FATURASLINHAS

           MOVE SPACES TO WS-ARQ-DEVOLUCOES
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'DEVOLUCOES.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-DEVOLUCOES.

       END PROGRAM META-VENDAS.
