           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-CP.

           SELECT DEVOLUCOES-FORN ASSIGN TO WS-ARQ-DEVOLUCOESFORN
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS NUM-DEVOLUCAO-FORN
           ALTERNATE RECORD KEY IS NUM-ORDEM-DVF
               WITH DUPLICATES
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-DVF.

           SELECT DIVERGENCIAS ASSIGN TO WS-ARQ-DIVERGENCIAS
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
       FD CONTAS-PAGAR.
           COPY CONTAPAGAR.

       FD DEVOLUCOES-FORN.
           COPY DEVOLUCAOFORN.

       FD DIVERGENCIAS.
       01 LINHA-DIVERGENCIA   PIC X(90).
       WORKING-STORAGE SECTION.
           COPY FSTATUS.
           COPY PARMLANCAMENTO.
           COPY PARMCOTACAO.
           COPY AMBIENTE.
       77 WS-ARQ-NOTASFORN       PIC X(60) VALUE SPACES.
       77 WS-ARQ-ORDENSCOMPRA    PIC X(60) VALUE SPACES.
       77 WS-ARQ-FORNECEDORES    PIC X(60) VALUE SPACES.
       77 WS-ARQ-CONTASPAGAR     PIC X(60) VALUE SPACES.
       77 WS-ARQ-DIVERGENCIAS    PIC X(60) VALUE SPACES.
       77 WS-ARQ-DEVOLUCOESFORN  PIC X(60) VALUE SPACES.
       77 WS-FS              PIC 99 VALUE 0.
       77 WS-FS-NF            PIC 99 VALUE 0.
       77 WS-FS-PROD          PIC 99 VALUE 0.
       77 WS-FS-FOR           PIC 99 VALUE 0.
       77 WS-FS-CP            PIC 99 VALUE 0.
       77 WS-FS-DIV           PIC 99 VALUE 0.
       77 WS-FS-DVF           PIC 99 VALUE 0.
       77 WS-EOF-DVF          PIC 99 VALUE 0.
       77 WS-VALOR-ABATER     PIC 9(09)V99 VALUE 0.
       77 CONTROLE           PIC A VALUE SPACES.
       77 WS-ITEM             PIC 99 VALUE 0.
       77 WS-QTDE-RECEBIDA-TOT PIC 9(11) VALUE 0.
       77 WS-MOTIVO-DIV       PIC X(40) VALUE SPACES.
       77 MASC-VALOR          PIC ZZ.ZZZ.ZZ9,99.
       77 MASC-VALOR-NF       PIC ZZ.ZZZ.ZZ9,99.
       77 MASC-TAXA           PIC ZZ.ZZ9,999999.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               ADD QTDE-RECEBIDA-ORD(WS-ITEM) TO
                   WS-QTDE-RECEBIDA-TOT

               IF PRECO-ITEM-ORD(WS-ITEM) NOT EQUAL 0
                   COMPUTE WS-VALOR-LINHA =
                       QTDE-RECEBIDA-ORD(WS-ITEM)
                       * PRECO-ITEM-ORD(WS-ITEM)
                       ON SIZE ERROR
                           MOVE 0 TO WS-VALOR-LINHA
                   END-COMPUTE
                   ADD WS-VALOR-LINHA TO WS-VALOR-RECEBIDO
               ELSE
                   MOVE COD-PRODUTO-ORD(WS-ITEM) TO COD-PRODUTO

                   READ PRODUTOS
                       INVALID KEY
                           DISPLAY "PRODUTO " COD-PRODUTO-ORD(WS-ITEM)
                               " SEM CADASTRO - LINHA SEM VALOR"
                       NOT INVALID KEY
                           COMPUTE WS-VALOR-LINHA =
                               QTDE-RECEBIDA-ORD(WS-ITEM)
                               * CUSTO-UNITARIO-PRODUTO
                               ON SIZE ERROR
                                   MOVE 0 TO WS-VALOR-LINHA
                           END-COMPUTE
                           ADD WS-VALOR-LINHA TO WS-VALOR-RECEBIDO
                   END-READ
               END-IF
           END-PERFORM

           MOVE WS-VALOR-RECEBIDO TO MASC-VALOR
           ACCEPT DATA-NF
           DISPLAY "INFORME A QUANTIDADE FATURADA NA NOTA"
           ACCEPT QTDE-NF
           DISPLAY "INFORME A MOEDA DA NOTA (EM BRANCO = REAIS)"
           ACCEPT COD-MOEDA-NF

           IF COD-MOEDA-NF EQUAL SPACES
           OR COD-MOEDA-NF EQUAL "BRL"
               MOVE SPACES TO COD-MOEDA-NF
               MOVE 0 TO VALOR-MOEDA-NF
               MOVE 0 TO TAXA-CAMBIO-NF
               DISPLAY "INFORME O VALOR TOTAL DA NOTA"
               ACCEPT VALOR-NF
           ELSE
               PERFORM 2250-CONVERTER-MOEDA
               IF PARM-COT-RETORNO NOT EQUAL ZEROS
                   GO TO 2200-FIM
               END-IF
           END-IF

           MOVE SPACES TO WS-MOTIVO-DIV

       2200-FIM.
           EXIT.

      * The invoice is converted at the rate of its own date (or the
      * last rate before it); without a rate it is not registered.
       2250-CONVERTER-MOEDA.
           MOVE COD-MOEDA-NF TO PARM-COT-MOEDA
           MOVE DATA-NF TO PARM-COT-DATA
           CALL "BUSCA-COTACAO" USING PARM-COTACAO

           IF PARM-COT-RETORNO NOT EQUAL ZEROS
               DISPLAY "SEM COTACAO DE " COD-MOEDA-NF " ATE " DATA-NF
                   " - NOTA NAO REGISTRADA (RETORNO "
                   PARM-COT-RETORNO ")"
           ELSE
               MOVE PARM-COT-TAXA TO TAXA-CAMBIO-NF
               DISPLAY "INFORME O VALOR TOTAL DA NOTA EM " COD-MOEDA-NF
               ACCEPT VALOR-MOEDA-NF

               COMPUTE VALOR-NF ROUNDED =
                   VALOR-MOEDA-NF * TAXA-CAMBIO-NF
                   ON SIZE ERROR
                       MOVE 0 TO VALOR-NF
               END-COMPUTE

               MOVE TAXA-CAMBIO-NF TO MASC-TAXA
               MOVE VALOR-NF TO MASC-VALOR-NF
               DISPLAY "COTACAO DE " PARM-COT-DATA-TAXA ": " MASC-TAXA
                   " - VALOR EM REAIS: " MASC-VALOR-NF
           END-IF.

       3000-GRAVAR-NOTA.
           WRITE REG-NOTA-FORN

                       READ FORNECEDORES
                           INVALID KEY
                               MOVE 30 TO PRAZO-PAGAMENTO-FORN
                               MOVE 0 TO PERC-DESCONTO-FORN
                       END-READ
                   ELSE
                       MOVE 30 TO PRAZO-PAGAMENTO-FORN
                       MOVE 0 TO PERC-DESCONTO-FORN
                   END-IF

                   COMPUTE WS-INT-VENCIMENTO =
                   MOVE VALOR-NF TO VALOR-ORIGINAL-CP
                   MOVE VALOR-NF TO VALOR-ABERTO-CP
                   MOVE 'A' TO STATUS-CP
                   MOVE 0 TO VALOR-DESCONTO-CP
                   MOVE 0 TO DATA-LIQUIDACAO-CP
                   MOVE 0 TO NUM-RECORRENTE-CP
                   MOVE 0 TO CENTRO-CUSTO-CP
                   MOVE COD-MOEDA-NF TO COD-MOEDA-CP
                   MOVE VALOR-MOEDA-NF TO VALOR-MOEDA-CP
                   MOVE TAXA-CAMBIO-NF TO TAXA-CAMBIO-CP

                   IF PERC-DESCONTO-FORN GREATER 0
                       MOVE PERC-DESCONTO-FORN TO PERC-DESCONTO-CP
                       COMPUTE WS-INT-VENCIMENTO =
                           FUNCTION INTEGER-OF-DATE(DATA-NF)
                           + DIAS-DESCONTO-FORN
                       COMPUTE DATA-LIMITE-DESCONTO-CP =
                           FUNCTION DATE-OF-INTEGER(WS-INT-VENCIMENTO)
                   ELSE
                       MOVE 0 TO PERC-DESCONTO-CP
                       MOVE 0 TO DATA-LIMITE-DESCONTO-CP
                   END-IF

                   WRITE REG-CONTA-PAGAR

                       DISPLAY "NAO FOI POSSIVEL GRAVAR O TITULO A PA"
      -                    "GAR - FILE STATUS: " WS-FS-CP
                   ELSE
                       MOVE 24000 TO PARM-LAN-DEBITO
                       MOVE 21000 TO PARM-LAN-CREDITO
                       MOVE VALOR-NF TO PARM-LAN-VALOR
                       MOVE "ENTRADA NOTA FORNECEDOR" TO

                       DISPLAY "NOTA APROVADA - TITULO GERADO COM VEN"
      -                    "CIMENTO " DATA-VENCIMENTO-CP

                       PERFORM 4100-ABATER-DEVOLUCOES
                   END-IF
               NOT INVALID KEY
                   DISPLAY "TITULO A PAGAR JA EXISTE PARA A ORDEM "
                       NUM-ORDEM
           END-READ.

      * Debit notes of supplier returns issued before the titulo
      * existed are taken off it now, oldest first.
       4100-ABATER-DEVOLUCOES.
           OPEN I-O DEVOLUCOES-FORN

           IF WS-FS-DVF EQUAL ZEROS
               MOVE 0 TO WS-EOF-DVF
               MOVE NUM-ORDEM TO NUM-ORDEM-DVF

               START DEVOLUCOES-FORN KEY EQUAL NUM-ORDEM-DVF
                   INVALID KEY
                       MOVE 1 TO WS-EOF-DVF
               END-START

               PERFORM UNTIL WS-EOF-DVF EQUAL 1
                   READ DEVOLUCOES-FORN NEXT RECORD
                       AT END
                           MOVE 1 TO WS-EOF-DVF
                       NOT AT END
                           IF NUM-ORDEM-DVF NOT EQUAL NUM-ORDEM
                               MOVE 1 TO WS-EOF-DVF
                           ELSE
                               IF DVF-PENDENTE
                               AND VALOR-ABERTO-CP GREATER 0
                                   PERFORM 4150-ABATER-UMA-DEVOLUCAO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE DEVOLUCOES-FORN
           END-IF.

       4150-ABATER-UMA-DEVOLUCAO.
           COMPUTE WS-VALOR-ABATER = VALOR-TOTAL-DVF - VALOR-ABATIDO-DVF

           IF WS-VALOR-ABATER GREATER VALOR-ABERTO-CP
               MOVE VALOR-ABERTO-CP TO WS-VALOR-ABATER
           END-IF

           SUBTRACT WS-VALOR-ABATER FROM VALOR-ABERTO-CP

           IF VALOR-ABERTO-CP EQUAL 0
               MOVE 'L' TO STATUS-CP
               MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-LIQUIDACAO-CP
           END-IF

           REWRITE REG-CONTA-PAGAR

           IF WS-FS-CP NOT EQUAL ZEROS
               DISPLAY "NAO FOI POSSIVEL ABATER A DEVOLUCAO "
                   NUM-DEVOLUCAO-FORN " - FILE STATUS: " WS-FS-CP
               MOVE 0 TO WS-FS-CP
           ELSE
               ADD WS-VALOR-ABATER TO VALOR-ABATIDO-DVF

               IF VALOR-ABATIDO-DVF NOT LESS VALOR-TOTAL-DVF
                   MOVE 'A' TO STATUS-DVF
               END-IF

               REWRITE REG-DEVOLUCAO-FORN

               MOVE 21000 TO PARM-LAN-DEBITO
               MOVE 24000 TO PARM-LAN-CREDITO
               MOVE WS-VALOR-ABATER TO PARM-LAN-VALOR
               MOVE "DEVOLUCAO A FORNECEDOR" TO PARM-LAN-HISTORICO
               MOVE "NOTA-FORNECEDOR" TO PARM-LAN-ORIGEM
               MOVE NUM-DEVOLUCAO-FORN TO PARM-LAN-DOCUMENTO
               CALL "GRAVA-LANCAMENTO" USING PARM-LANCAMENTO

               IF PARM-LAN-RETORNO NOT EQUAL ZEROS
                   DISPLAY "LANCAMENTO CONTABIL NAO GRAVADO - FILE ST"
      -                "ATUS: " PARM-LAN-RETORNO
               END-IF

               MOVE WS-VALOR-ABATER TO MASC-VALOR
               DISPLAY "DEVOLUCAO " NUM-DEVOLUCAO-FORN
                   " ABATIDA DO TITULO: " MASC-VALOR
           END-IF.

       5000-GRAVAR-DIVERGENCIA.
           OPEN EXTEND DIVERGENCIAS

           MOVE SPACES TO WS-ARQ-DIVERGENCIAS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'DIVERGENCIASNF.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-DIVERGENCIAS

           MOVE SPACES TO WS-ARQ-DEVOLUCOESFORN
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'DEVOLUCOESFORN.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-DEVOLUCOESFORN.

       END PROGRAM NOTA-FORNECEDOR.
