       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTA-ELETRONICA.
       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT PRODUTOS ASSIGN TO WS-ARQ-PRODUTOS
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS COD-PRODUTO
           ALTERNATE RECORD KEY IS EAN-PRODUTO
           ALTERNATE RECORD KEY IS NOME-PRODUTO
               WITH DUPLICATES
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-PROD.

           SELECT REMESSA-NFE ASSIGN TO WS-NOME-ARQ-NFE
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-NFE.

           SELECT RETORNO-NFE ASSIGN TO WS-ARQ-NFERETORNO
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-RET.

           SELECT LOG-EXCECOES ASSIGN TO WS-ARQ-EXCECOES
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-LOG.
       DATA DIVISION.
       FILE SECTION.
       FD FATURAS.
           COPY FATURA.

       FD FATURAS-LINHAS.
           COPY FATURALINHA.

       FD PRODUTOS.
           COPY PRODUTO.

       FD REMESSA-NFE.
           COPY NFE.

       FD RETORNO-NFE.
           COPY NFERETORNO.

       FD LOG-EXCECOES.
           COPY EXCELOG.
       WORKING-STORAGE SECTION.
           COPY PARMNUMERO.
           COPY AMBIENTE.
       77 WS-ARQ-FATURAS         PIC X(60) VALUE SPACES.
       77 WS-ARQ-FATURASLINHAS   PIC X(60) VALUE SPACES.
       77 WS-ARQ-PRODUTOS        PIC X(60) VALUE SPACES.
       77 WS-ARQ-NFERETORNO      PIC X(60) VALUE SPACES.
       77 WS-ARQ-EXCECOES        PIC X(60) VALUE SPACES.
       77 WS-NOME-ARQ-NFE        PIC X(60) VALUE SPACES.
       77 WS-FS-FAT           PIC 99 VALUE 0.
       77 WS-FS-FL            PIC 99 VALUE 0.
       77 WS-FS-PROD          PIC 99 VALUE 0.
       77 WS-FS-NFE           PIC 99 VALUE 0.
       77 WS-FS-RET           PIC 99 VALUE 0.
       77 WS-FS-LOG           PIC 99 VALUE 0.
       77 WS-LOG-CHAVE        PIC X(20) VALUE SPACES.
       77 WS-LOG-FS-VALOR     PIC 99 VALUE 0.
       77 CONTROLE           PIC A VALUE SPACES.
       77 WS-OPCAO            PIC 9 VALUE 0.
       77 WS-EOF              PIC 99 VALUE 0.
       77 WS-NUM-LOTE         PIC 9(06) VALUE 0.
       77 WS-DATA-HOJE        PIC 9(08) VALUE 0.
       77 WS-FATURA-ATUAL     PIC 9(06) VALUE 0.
       77 WS-INCLUIR-FATURA   PIC A VALUE 'N'.
       77 WS-SEQ-ITEM         PIC 99 VALUE 0.
       77 WS-QTDE-NOTAS       PIC 9(05) VALUE 0.
       77 WS-QTDE-ITENS       PIC 9(07) VALUE 0.
       77 WS-TOTAL-VALOR      PIC 9(13)V99 VALUE 0.
       77 WS-TOTAL-IMPOSTO    PIC 9(13)V99 VALUE 0.
       77 WS-IMPOSTO-ITEM     PIC 9(09)V99 VALUE 0.
       77 WS-PENDENTES-SEM-LINHA PIC 9(05) VALUE 0.
       77 WS-AUTORIZADAS      PIC 9(05) VALUE 0.
       77 WS-REJEITADAS       PIC 9(05) VALUE 0.
       77 WS-SEM-MATCH        PIC 9(05) VALUE 0.
       77 WS-CONFIRMA         PIC A VALUE SPACES.
       77 MASC-VALOR          PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0950-RESOLVER-AMBIENTE
           DISPLAY "NOTA FISCAL ELETRONICA - TRANSMISSAO E RETORNO"

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE

           OPEN I-O FATURAS

           IF WS-FS-FAT NOT EQUAL ZEROS
               DISPLAY "NAO FOI POSSIVEL ABRIR O ARQUIVO DE FATURAS - "
                   "FILE STATUS: " WS-FS-FAT
               MOVE "FATURAS.TXT" TO WS-LOG-CHAVE
               MOVE WS-FS-FAT TO WS-LOG-FS-VALOR
               PERFORM 7000-GRAVAR-LOG-EXCECAO
           ELSE
               PERFORM UNTIL CONTROLE EQUAL 'N'
                   DISPLAY "1 - GERAR LOTE DE NF-E DAS FATURAS EMITIDAS"
                   DISPLAY "2 - PROCESSAR RETORNO DE AUTORIZACAO"
                   DISPLAY "3 - REENVIAR FATURA REJEITADA (CORRIGIDA)"
                   DISPLAY "4 - LISTAR FATURAS REJEITADAS"
                   ACCEPT WS-OPCAO

                   EVALUATE WS-OPCAO
                       WHEN 1
                           PERFORM 2000-GERAR-LOTE
                       WHEN 2
                           PERFORM 3000-PROCESSAR-RETORNO
                       WHEN 3
                           PERFORM 4000-REENVIAR-FATURA
                       WHEN 4
                           PERFORM 5000-LISTAR-REJEITADAS
                       WHEN OTHER
                           DISPLAY "OPCAO INVALIDA"
                   END-EVALUATE

                   DISPLAY "DESEJA REALIZAR OUTRA OPERACAO?"
                   DISPLAY "DIGITE N PARA NAO"
                   ACCEPT CONTROLE
               END-PERFORM

               CLOSE FATURAS
           END-IF

           GOBACK.

       2000-GERAR-LOTE.
           MOVE "LOTENFE" TO PARM-SERIE
           CALL "PROXIMO-NUMERO" USING PARM-PROXIMO-NUMERO

           IF PARM-RETORNO NOT EQUAL ZEROS
               DISPLAY "NAO FOI POSSIVEL NUMERAR O LOTE - FILE STATUS"
      -            ": " PARM-RETORNO
               MOVE "NUMEROS.TXT" TO WS-LOG-CHAVE
               MOVE PARM-RETORNO TO WS-LOG-FS-VALOR
               PERFORM 7000-GRAVAR-LOG-EXCECAO
           ELSE
               MOVE PARM-NUMERO TO WS-NUM-LOTE

               MOVE SPACES TO WS-NOME-ARQ-NFE
               STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
                   'NFE' WS-NUM-LOTE '.TXT'
                   DELIMITED BY SIZE INTO WS-NOME-ARQ-NFE

               OPEN INPUT FATURAS-LINHAS
               OPEN INPUT PRODUTOS

               IF WS-FS-FL NOT EQUAL ZEROS
                   DISPLAY "ARQUIVO DE LINHAS DE FATURA INDISPONIVEL "
                       "- FILE STATUS: " WS-FS-FL
               ELSE
                   OPEN OUTPUT REMESSA-NFE

                   IF WS-FS-NFE NOT EQUAL ZEROS
                       DISPLAY "NAO FOI POSSIVEL CRIAR O ARQUIVO DA NF"
      -                    "-E - FILE STATUS: " WS-FS-NFE
                       MOVE WS-NOME-ARQ-NFE TO WS-LOG-CHAVE
                       MOVE WS-FS-NFE TO WS-LOG-FS-VALOR
                       PERFORM 7000-GRAVAR-LOG-EXCECAO
                   ELSE
                       PERFORM 2100-GRAVAR-CABECALHO-LOTE
                       PERFORM 2200-LER-LINHAS-FATURAS
                       PERFORM 2900-GRAVAR-TRAILER-LOTE

                       CLOSE REMESSA-NFE

                       MOVE WS-TOTAL-VALOR TO MASC-VALOR
                       DISPLAY "LOTE " WS-NUM-LOTE " GERADO EM "
                           WS-NOME-ARQ-NFE
                       DISPLAY "NOTAS NO LOTE.: " WS-QTDE-NOTAS
                       DISPLAY "ITENS NO LOTE.: " WS-QTDE-ITENS
                       DISPLAY "VALOR TOTAL...: " MASC-VALOR
                       PERFORM 2950-CONTAR-SEM-LINHAS
                   END-IF

                   CLOSE FATURAS-LINHAS
               END-IF

               IF WS-FS-PROD EQUAL ZEROS
                   CLOSE PRODUTOS
               END-IF
           END-IF.

       2100-GRAVAR-CABECALHO-LOTE.
           MOVE 0 TO WS-QTDE-NOTAS
           MOVE 0 TO WS-QTDE-ITENS
           MOVE 0 TO WS-TOTAL-VALOR
           MOVE 0 TO WS-TOTAL-IMPOSTO

           MOVE SPACES TO REG-NFE-ARQUIVO
           MOVE '0' TO NFE-ARQ-TIPO
           MOVE WS-NUM-LOTE TO NFE-ARQ-LOTE
           MOVE WS-DATA-HOJE TO NFE-ARQ-DATA
           MOVE PARM-AMB-NOME TO NFE-ARQ-EMITENTE
           WRITE REG-NFE-ARQUIVO.

      * FATURAMENTO appends every line of an invoice in one run, so the
      * lines of each invoice sit together on FATURASLINHAS.TXT and a
      * control break on the invoice number is enough to emit each
      * pending invoice's header right before its items.
       2200-LER-LINHAS-FATURAS.
           MOVE 0 TO WS-EOF
           MOVE 0 TO WS-FATURA-ATUAL
           MOVE 'N' TO WS-INCLUIR-FATURA

           PERFORM UNTIL WS-EOF EQUAL 1
               READ FATURAS-LINHAS
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF NUM-FATURA-FL NOT EQUAL WS-FATURA-ATUAL
                           PERFORM 2300-INICIAR-FATURA
                       END-IF

                       IF WS-INCLUIR-FATURA EQUAL 'S'
                           PERFORM 2400-GRAVAR-ITEM
                       END-IF
               END-READ
           END-PERFORM.

       2300-INICIAR-FATURA.
           MOVE NUM-FATURA-FL TO WS-FATURA-ATUAL
           MOVE 'N' TO WS-INCLUIR-FATURA
           MOVE 0 TO WS-SEQ-ITEM
           MOVE NUM-FATURA-FL TO NUM-FATURA

           READ FATURAS
               INVALID KEY
                   MOVE 0 TO WS-FS-FAT
               NOT INVALID KEY
                   IF NFE-PENDENTE
                       PERFORM 2350-GRAVAR-NOTA
                   END-IF
           END-READ.

       2350-GRAVAR-NOTA.
           MOVE SPACES TO REG-NFE-NOTA
           MOVE '1' TO NFE-NOT-TIPO
           MOVE NUM-FATURA TO NFE-NOT-FATURA
           MOVE NUM-PEDIDO-FAT TO NFE-NOT-PEDIDO
           MOVE COD-CLIENTE-FAT TO NFE-NOT-CLIENTE
           MOVE DATA-FATURA TO NFE-NOT-DATA
           COMPUTE NFE-NOT-VALOR-MERC =
               VALOR-TOTAL-FATURA - VALOR-IMPOSTO-FATURA
               - VALOR-FRETE-FATURA
           MOVE VALOR-IMPOSTO-FATURA TO NFE-NOT-VALOR-IMPOSTO
           MOVE VALOR-FRETE-FATURA TO NFE-NOT-VALOR-FRETE
           MOVE VALOR-TOTAL-FATURA TO NFE-NOT-VALOR-TOTAL
           WRITE REG-NFE-NOTA

           IF WS-FS-NFE NOT EQUAL ZEROS
               DISPLAY "NAO FOI POSSIVEL GRAVAR A NOTA " NUM-FATURA
                   " - FILE STATUS: " WS-FS-NFE
           ELSE
               MOVE 'E' TO STATUS-NFE-FAT
               MOVE WS-NUM-LOTE TO NUM-LOTE-NFE-FAT
               MOVE SPACES TO MOTIVO-REJEICAO-NFE-FAT
               MOVE SPACES TO PROTOCOLO-NFE-FAT

               REWRITE REG-FATURA

               IF WS-FS-FAT NOT EQUAL ZEROS
                   DISPLAY "NAO FOI POSSIVEL MARCAR A FATURA "
                       NUM-FATURA " COMO ENVIADA - FILE STATUS: "
                       WS-FS-FAT
                   MOVE NUM-FATURA TO WS-LOG-CHAVE
                   MOVE WS-FS-FAT TO WS-LOG-FS-VALOR
                   PERFORM 7000-GRAVAR-LOG-EXCECAO
                   MOVE 0 TO WS-FS-FAT
               END-IF

               MOVE 'S' TO WS-INCLUIR-FATURA
               ADD 1 TO WS-QTDE-NOTAS
               ADD VALOR-TOTAL-FATURA TO WS-TOTAL-VALOR
           END-IF.

       2400-GRAVAR-ITEM.
           ADD 1 TO WS-SEQ-ITEM

           MOVE SPACES TO REG-NFE-ITEM
           MOVE '2' TO NFE-ITE-TIPO
           MOVE NUM-FATURA-FL TO NFE-ITE-FATURA
           MOVE WS-SEQ-ITEM TO NFE-ITE-SEQ
           MOVE COD-PRODUTO-FL TO NFE-ITE-PRODUTO
           MOVE QTDE-FL TO NFE-ITE-QTDE
           MOVE PRECO-FL TO NFE-ITE-PRECO
           MOVE VALOR-FL TO NFE-ITE-VALOR
           MOVE 0 TO NFE-ITE-CLASSE-FISCAL
           MOVE 0 TO NFE-ITE-ALIQUOTA
           MOVE IMPOSTO-FL TO WS-IMPOSTO-ITEM

           PERFORM 2450-BUSCAR-CLASSE-FISCAL

           MOVE WS-IMPOSTO-ITEM TO NFE-ITE-IMPOSTO
           WRITE REG-NFE-ITEM

           IF WS-FS-NFE NOT EQUAL ZEROS
               DISPLAY "NAO FOI POSSIVEL GRAVAR O ITEM " WS-SEQ-ITEM
                   " DA NOTA " NUM-FATURA-FL " - FILE STATUS: "
                   WS-FS-NFE
           ELSE
               ADD 1 TO WS-QTDE-ITENS
               ADD WS-IMPOSTO-ITEM TO WS-TOTAL-IMPOSTO
           END-IF.

      * The item carries the tax billed on the line, so the items of
      * a note add up to the VALOR-IMPOSTO-FATURA on its header; the
      * rate shown is the one that tax was billed at.
       2450-BUSCAR-CLASSE-FISCAL.
           IF WS-FS-PROD EQUAL ZEROS
               MOVE COD-PRODUTO-FL TO COD-PRODUTO

               READ PRODUTOS
                   INVALID KEY
                       DISPLAY "PRODUTO " COD-PRODUTO-FL " DA NOTA "
                           NUM-FATURA-FL " NAO CADASTRADO - ITEM SEM "
                           "CLASSE FISCAL"
                       MOVE 0 TO WS-FS-PROD
                   NOT INVALID KEY
                       MOVE COD-CLASSE-FISCAL-PRODUTO TO
                           NFE-ITE-CLASSE-FISCAL
               END-READ
           END-IF

           IF VALOR-FL GREATER 0
               COMPUTE NFE-ITE-ALIQUOTA ROUNDED =
                   IMPOSTO-FL * 100 / VALOR-FL
                   ON SIZE ERROR
                       MOVE 0 TO NFE-ITE-ALIQUOTA
               END-COMPUTE
           END-IF.

       2900-GRAVAR-TRAILER-LOTE.
           MOVE SPACES TO REG-NFE-TRAILER
           MOVE '9' TO NFE-TRL-TIPO
           MOVE WS-NUM-LOTE TO NFE-TRL-LOTE
           MOVE WS-QTDE-NOTAS TO NFE-TRL-QTDE-NOTAS
           MOVE WS-QTDE-ITENS TO NFE-TRL-QTDE-ITENS
           MOVE WS-TOTAL-VALOR TO NFE-TRL-VALOR-TOTAL
           MOVE WS-TOTAL-IMPOSTO TO NFE-TRL-IMPOSTO-TOTAL
           WRITE REG-NFE-TRAILER.

       2950-CONTAR-SEM-LINHAS.
           MOVE 0 TO WS-PENDENTES-SEM-LINHA
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
                       IF NFE-PENDENTE
                           ADD 1 TO WS-PENDENTES-SEM-LINHA
                           DISPLAY "FATURA " NUM-FATURA " PENDENTE SE"
      -                        "M LINHAS EM FATURASLINHAS.TXT - NAO T"
      -                        "RANSMITIDA"
                       END-IF
               END-READ
           END-PERFORM

           IF WS-PENDENTES-SEM-LINHA GREATER 0
               DISPLAY "FATURAS PENDENTES NAO TRANSMITIDAS: "
                   WS-PENDENTES-SEM-LINHA
           END-IF.

       3000-PROCESSAR-RETORNO.
           OPEN INPUT RETORNO-NFE

           IF WS-FS-RET NOT EQUAL ZEROS
               DISPLAY "ARQUIVO DE RETORNO (NFERETORNO.TXT) NAO ENCON"
      -            "TRADO - FILE STATUS: " WS-FS-RET
           ELSE
               MOVE 0 TO WS-EOF
               MOVE 0 TO WS-AUTORIZADAS
               MOVE 0 TO WS-REJEITADAS
               MOVE 0 TO WS-SEM-MATCH

               PERFORM UNTIL WS-EOF EQUAL 1
                   READ RETORNO-NFE
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM 3100-APLICAR-RETORNO
                   END-READ
               END-PERFORM

               CLOSE RETORNO-NFE

               DISPLAY "NOTAS AUTORIZADAS..........: " WS-AUTORIZADAS
               DISPLAY "NOTAS REJEITADAS...........: " WS-REJEITADAS
               DISPLAY "RETORNOS SEM CORRESPONDENCIA: " WS-SEM-MATCH
           END-IF.

       3100-APLICAR-RETORNO.
           MOVE RNF-FATURA TO NUM-FATURA

           READ FATURAS
               INVALID KEY
                   ADD 1 TO WS-SEM-MATCH
                   DISPLAY "RETORNO SEM FATURA: " RNF-FATURA
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN NOT NFE-ENVIADA
                           ADD 1 TO WS-SEM-MATCH
                           DISPLAY "RETORNO DE FATURA NAO ENVIADA: "
                               RNF-FATURA " - SITUACAO "
                               STATUS-NFE-FAT
                       WHEN RNF-LOTE NOT EQUAL NUM-LOTE-NFE-FAT
                           ADD 1 TO WS-SEM-MATCH
                           DISPLAY "RETORNO DE LOTE ANTIGO: FATURA "
                               RNF-FATURA " LOTE " RNF-LOTE
                       WHEN RNF-AUTORIZADA
                           MOVE 'A' TO STATUS-NFE-FAT
                           MOVE RNF-PROTOCOLO TO PROTOCOLO-NFE-FAT
                           MOVE SPACES TO MOTIVO-REJEICAO-NFE-FAT
                           PERFORM 3200-REGRAVAR-FATURA
                       WHEN RNF-REJEITADA
                           MOVE 'R' TO STATUS-NFE-FAT
                           MOVE SPACES TO PROTOCOLO-NFE-FAT
                           MOVE RNF-MOTIVO TO MOTIVO-REJEICAO-NFE-FAT
                           PERFORM 3200-REGRAVAR-FATURA
                       WHEN OTHER
                           ADD 1 TO WS-SEM-MATCH
                           DISPLAY "RETORNO COM SITUACAO INVALIDA: "
                               RNF-SITUACAO " - FATURA " RNF-FATURA
                   END-EVALUATE
           END-READ.

       3200-REGRAVAR-FATURA.
           REWRITE REG-FATURA

           IF WS-FS-FAT NOT EQUAL ZEROS
               DISPLAY "NAO FOI POSSIVEL ATUALIZAR A FATURA "
                   NUM-FATURA " - FILE STATUS: " WS-FS-FAT
               MOVE NUM-FATURA TO WS-LOG-CHAVE
               MOVE WS-FS-FAT TO WS-LOG-FS-VALOR
               PERFORM 7000-GRAVAR-LOG-EXCECAO
               MOVE 0 TO WS-FS-FAT
           ELSE
               IF NFE-AUTORIZADA
                   ADD 1 TO WS-AUTORIZADAS
               ELSE
                   ADD 1 TO WS-REJEITADAS
                   DISPLAY "FATURA " NUM-FATURA " REJEITADA - MOTIVO "
                       MOTIVO-REJEICAO-NFE-FAT
               END-IF
           END-IF.

      * A rejected invoice stays out of receivables until the cause
      * (product fiscal class, customer data) is corrected on the
      * masters; releasing it here puts it back to 'P' so the next lote
      * rebuilds it from the corrected data.
       4000-REENVIAR-FATURA.
           DISPLAY "INFORME O NUMERO DA FATURA REJEITADA"
           ACCEPT NUM-FATURA

           READ FATURAS
               INVALID KEY
                   DISPLAY "FATURA NAO ENCONTRADA"
               NOT INVALID KEY
                   IF NOT NFE-REJEITADA
                       DISPLAY "FATURA NAO ESTA REJEITADA - SITUACAO "
                           STATUS-NFE-FAT
                   ELSE
                       DISPLAY "MOTIVO DA REJEICAO: "
                           MOTIVO-REJEICAO-NFE-FAT " (LOTE "
                           NUM-LOTE-NFE-FAT ")"
                       DISPLAY "CADASTROS CORRIGIDOS? LIBERAR PARA REE"
      -                    "NVIO NO PROXIMO LOTE? (S/N)"
                       ACCEPT WS-CONFIRMA

                       IF WS-CONFIRMA EQUAL 'S'
                           MOVE 'P' TO STATUS-NFE-FAT
                           MOVE SPACES TO MOTIVO-REJEICAO-NFE-FAT
                           REWRITE REG-FATURA

                           IF WS-FS-FAT NOT EQUAL ZEROS
                               DISPLAY "NAO FOI POSSIVEL LIBERAR A FA"
      -                            "TURA - FILE STATUS: " WS-FS-FAT
                               MOVE 0 TO WS-FS-FAT
                           ELSE
                               DISPLAY "FATURA " NUM-FATURA
                                   " LIBERADA PARA REENVIO"
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       5000-LISTAR-REJEITADAS.
           MOVE 0 TO WS-REJEITADAS
           MOVE 0 TO WS-EOF
           MOVE 0 TO NUM-FATURA

           START FATURAS KEY NOT LESS NUM-FATURA
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START

           DISPLAY "FATURA  CLIENTE  DATA      LOTE    MOTIVO"

           PERFORM UNTIL WS-EOF EQUAL 1
               READ FATURAS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF NFE-REJEITADA
                           ADD 1 TO WS-REJEITADAS
                           DISPLAY NUM-FATURA "  " COD-CLIENTE-FAT
                               "      " DATA-FATURA "  "
                               NUM-LOTE-NFE-FAT "  "
                               MOTIVO-REJEICAO-NFE-FAT
                       END-IF
               END-READ
           END-PERFORM

           DISPLAY "FATURAS REJEITADAS: " WS-REJEITADAS.

       7000-GRAVAR-LOG-EXCECAO.
           OPEN EXTEND LOG-EXCECOES

           IF WS-FS-LOG EQUAL 35
               OPEN OUTPUT LOG-EXCECOES
           END-IF

           IF WS-FS-LOG EQUAL 0
               MOVE "NOTA-ELETRONICA" TO LOG-PROGRAMA
               MOVE FUNCTION CURRENT-DATE(1:14) TO LOG-DATA-HORA
               MOVE WS-LOG-CHAVE TO LOG-CHAVE
               MOVE WS-LOG-FS-VALOR TO LOG-FS-VALOR
               MOVE 'N' TO LOG-IND-RECONHECIDO
               WRITE REG-LOG-EXCECAO
               CLOSE LOG-EXCECOES
           END-IF.

       0950-RESOLVER-AMBIENTE.
           CALL "CONFIG-AMBIENTE" USING PARM-AMBIENTE
           DISPLAY "AMBIENTE ATIVO: " PARM-AMB-NOME

           MOVE SPACES TO WS-ARQ-FATURAS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'FATURAS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-FATURAS

           MOVE SPACES TO WS-ARQ-FATURASLINHAS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'FATURASLINHAS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-FATURASLINHAS

           MOVE SPACES TO WS-ARQ-PRODUTOS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'PRODUTOS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-PRODUTOS

           MOVE SPACES TO WS-ARQ-NFERETORNO
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'NFERETORNO.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-NFERETORNO

           MOVE SPACES TO WS-ARQ-EXCECOES
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'EXCECOES.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-EXCECOES.

       END PROGRAM NOTA-ELETRONICA.
