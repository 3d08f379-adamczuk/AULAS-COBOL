       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSPECAO-RECEBIMENTO.
       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INSPECOES ASSIGN TO WS-ARQ-INSPECOES
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-LE.

           SELECT DEVOLUCOES-FORN ASSIGN TO WS-ARQ-DEVOLUCOESFORN
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS NUM-DEVOLUCAO-FORN
           ALTERNATE RECORD KEY IS NUM-ORDEM-DVF
               WITH DUPLICATES
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-DVF.

           SELECT CONTAS-PAGAR ASSIGN TO WS-ARQ-CONTASPAGAR
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS NUM-ORDEM-CP
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-CP.

           SELECT DOCUMENTO ASSIGN TO WS-NOME-ARQ-DOC
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-DOC.

           SELECT LOG-EXCECOES ASSIGN TO WS-ARQ-EXCECOES
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
       FD LOTES-ESTOQUE.
           COPY LOTEESTOQUE.

       FD DEVOLUCOES-FORN.
           COPY DEVOLUCAOFORN.

       FD CONTAS-PAGAR.
           COPY CONTAPAGAR.

       FD DOCUMENTO.
       01 LINHA-DOCUMENTO     PIC X(80).

       FD LOG-EXCECOES.
           COPY EXCELOG.
       WORKING-STORAGE SECTION.
           COPY FSTATUS.
           COPY PARMSESSAO.
           COPY PARMSALDODEP.
           COPY PARMENDERECO.
           COPY PARMNUMERO.
           COPY PARMSERIE.
           COPY PARMLANCAMENTO.
           COPY PARMCATALOGO.
           COPY AMBIENTE.
       77 WS-ARQ-INSPECOES       PIC X(60) VALUE SPACES.
       77 WS-ARQ-PRODUTOS        PIC X(60) VALUE SPACES.
       77 WS-ARQ-PEDIDOSVENDA    PIC X(60) VALUE SPACES.
       77 WS-ARQ-LOTESESTOQUE    PIC X(60) VALUE SPACES.
       77 WS-ARQ-EXCECOES        PIC X(60) VALUE SPACES.
       77 WS-ARQ-DEVOLUCOESFORN  PIC X(60) VALUE SPACES.
       77 WS-ARQ-CONTASPAGAR     PIC X(60) VALUE SPACES.
       77 WS-NOME-ARQ-DOC        PIC X(60) VALUE SPACES.
       77 WS-FS              PIC 99 VALUE 0.
       77 WS-FS-LE            PIC 99 VALUE 0.
       77 WS-FS-PROD          PIC 99 VALUE 0.
       77 WS-FS-BO            PIC 99 VALUE 0.
       77 WS-FS-PV            PIC 99 VALUE 0.
       77 WS-FS-LOG           PIC 99 VALUE 0.
       77 WS-FS-DVF           PIC 99 VALUE 0.
       77 WS-FS-CP            PIC 99 VALUE 0.
       77 WS-FS-DOC           PIC 99 VALUE 0.
       77 WS-LOG-CHAVE        PIC X(20) VALUE SPACES.
       77 WS-LOG-FS-VALOR     PIC 99 VALUE 0.
       77 CONTROLE           PIC A VALUE SPACES.
       77 WS-DEPOSITO-MOV     PIC 99 VALUE 0.
       77 WS-MOTIVO-MOV       PIC XX VALUE SPACES.
       77 WS-QTDE-MOV         PIC 9(09) VALUE 0.
       77 WS-PRODUTO-MOV      PIC 9(05) VALUE 0.
       77 WS-QTDE-DISPONIVEL  PIC 9(09) VALUE 0.
       77 WS-PRODUTO-LIBERADO PIC 9(05) VALUE 0.
       77 WS-APROVADAS        PIC 9(05) VALUE 0.
       77 WS-REJEITADAS       PIC 9(05) VALUE 0.
       77 WS-BO-LIBERADOS     PIC 9(05) VALUE 0.
       77 WS-DEVOLUCOES       PIC 9(05) VALUE 0.
       77 WS-CONFIRMA         PIC A VALUE SPACES.
       77 WS-ORDEM-DEV        PIC 9(06) VALUE 0.
       77 WS-ITEM-DEV         PIC 99 VALUE 0.
       77 WS-VALOR-ABATER     PIC 9(09)V99 VALUE 0.
       77 MASC-VALOR          PIC ZZ.ZZZ.ZZ9,99.
       77 WS-ENDERECO-GUARDA  PIC 9(05) VALUE 0.

       01 WS-LINHA-DEVOLUCAO.
           03 WS-LDV-COD-PRODUTO   PIC 9(05).
           03 FILLER               PIC XX VALUE SPACES.
           03 WS-LDV-NOME-PRODUTO  PIC X(20).
           03 FILLER               PIC XX VALUE SPACES.
           03 WS-LDV-LOTE          PIC X(10).
           03 FILLER               PIC XX VALUE SPACES.
           03 WS-LDV-QTDE          PIC ZZZ.ZZZ.ZZ9.
           03 FILLER               PIC XX VALUE SPACES.
           03 WS-LDV-MOTIVO        PIC XX.
           03 FILLER               PIC XX VALUE SPACES.
           03 WS-LDV-VALOR         PIC ZZ.ZZZ.ZZ9,99.

       01 WS-LINHA-TOTAL-DEV.
           03 FILLER               PIC X(35) VALUE
               "VALOR DA NOTA DE DEBITO".
           03 FILLER               PIC X(21) VALUE SPACES.
           03 WS-TDV-VALOR         PIC ZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                   DISPLAY "1 - LISTAR INSPECOES PENDENTES"
                   DISPLAY "2 - APROVAR UMA INSPECAO"
                   DISPLAY "3 - REJEITAR UMA INSPECAO"
                   DISPLAY "4 - EMITIR DEVOLUCAO AO FORNECEDOR (ORDEM)"
                   ACCEPT WS-OPCAO

                   EVALUATE WS-OPCAO
                           PERFORM 3000-APROVAR-INSPECAO
                       WHEN 3
                           PERFORM 4000-REJEITAR-INSPECAO
                       WHEN 4
                           DISPLAY "INFORME O NUMERO DA ORDEM DE COMP"
      -                        "RA"
                           ACCEPT WS-ORDEM-DEV
                           PERFORM 8000-EMITIR-DEVOLUCAO THRU 8000-FIM
                       WHEN OTHER
                           DISPLAY "OPCAO INVALIDA"
                   END-EVALUATE
           DISPLAY "INSPECOES APROVADAS..: " WS-APROVADAS
           DISPLAY "INSPECOES REJEITADAS.: " WS-REJEITADAS
           DISPLAY "BACKORDERS LIBERADOS.: " WS-BO-LIBERADOS
           DISPLAY "DEVOLUCOES EMITIDAS..: " WS-DEVOLUCOES

           CLOSE INSPECOES
           CLOSE PRODUTOS
                   ELSE
                       MOVE COD-PRODUTO-INS TO WS-PRODUTO-MOV
                       MOVE QTDE-INS TO WS-QTDE-MOV
                       MOVE "TR" TO WS-MOTIVO-MOV

                       MOVE 'S' TO TIPO-MOVIMENTO
                       MOVE 99 TO WS-DEPOSITO-MOV
                       MOVE 'E' TO TIPO-MOVIMENTO
                       MOVE 1 TO WS-DEPOSITO-MOV
                       PERFORM 5000-GRAVAR-MOVIMENTO
                       PERFORM 3150-GUARDAR-EM-ENDERECO

                       MOVE 'A' TO STATUS-INS
                       MOVE FUNCTION CURRENT-DATE(1:8) TO
                   END-IF
           END-READ.

      * Suggests the putaway bin in deposito 01 and books the
      * released quantity there, or in the bin the operator chose.
       3150-GUARDAR-EM-ENDERECO.
           MOVE 'S' TO PARM-END-ACAO
           MOVE 1 TO PARM-END-DEPOSITO
           MOVE COD-PRODUTO-INS TO PARM-END-PRODUTO
           MOVE QTDE-INS TO PARM-END-QTDE
           CALL "ATUALIZA-ENDERECO" USING PARM-ENDERECO

           IF PARM-END-RETORNO EQUAL ZEROS
               DISPLAY "ENDERECO SUGERIDO PARA GUARDA: "
                   PARM-END-ENDERECO(1:2) "-" PARM-END-ENDERECO(3:2)
                   "-" PARM-END-ENDERECO(5:1)
           ELSE
               DISPLAY "NENHUM ENDERECO DO DEPOSITO 01 COMPORTA A QUA"
                   "NTIDADE"
               MOVE 0 TO PARM-END-ENDERECO
           END-IF

           DISPLAY "INFORME O ENDERECO DE GUARDA RRMMN (0 = SUGERIDO)"
           ACCEPT WS-ENDERECO-GUARDA

           IF WS-ENDERECO-GUARDA NOT EQUAL 0
               MOVE WS-ENDERECO-GUARDA TO PARM-END-ENDERECO
           END-IF

           IF PARM-END-ENDERECO EQUAL 0
               DISPLAY "MERCADORIA LIBERADA SEM ENDERECO - GUARDAR PE"
                   "LO CADASTRO DE ENDERECOS"
           ELSE
               MOVE 'E' TO PARM-END-ACAO
               MOVE 1 TO PARM-END-DEPOSITO
               MOVE COD-PRODUTO-INS TO PARM-END-PRODUTO
               MOVE QTDE-INS TO PARM-END-QTDE
               CALL "ATUALIZA-ENDERECO" USING PARM-ENDERECO

               IF PARM-END-RETORNO NOT EQUAL ZEROS
                   DISPLAY "ENDERECO INEXISTENTE OU BLOQUEADO - MERCA"
                       "DORIA LIBERADA SEM ENDERECO"
               ELSE
                   DISPLAY "GUARDADO NO ENDERECO "
                       PARM-END-ENDERECO(1:2) "-"
                       PARM-END-ENDERECO(3:2) "-"
                       PARM-END-ENDERECO(5:1)
               END-IF
           END-IF.

       4000-REJEITAR-INSPECAO.
           DISPLAY "INFORME O NUMERO DA INSPECAO"
           ACCEPT NUM-INSPECAO
                           INVALID KEY
                               MOVE 0 TO CUSTO-UNITARIO-PRODUTO
                               MOVE 0 TO PRECO-UNITARIO-PRODUTO
                               MOVE 'N' TO IND-SERIALIZADO-PRODUTO
                       END-READ

                       MOVE COD-PRODUTO-INS TO WS-PRODUTO-MOV
                           IF NUM-LOTE-INS NOT EQUAL SPACES
                               PERFORM 4100-BAIXAR-LOTE-REJEITADO
                           END-IF

                           IF PRODUTO-SERIALIZADO
                               PERFORM 4200-DEVOLVER-SERIES
                           END-IF

                           DISPLAY "EMITIR AGORA A DEVOLUCAO DA ORDEM "
                               NUM-ORDEM-INS "? (S/N)"
                           ACCEPT WS-CONFIRMA

                           IF WS-CONFIRMA EQUAL 'S'
                               MOVE NUM-ORDEM-INS TO WS-ORDEM-DEV
                               PERFORM 8000-EMITIR-DEVOLUCAO
                                   THRU 8000-FIM
                           END-IF
                       END-IF
                   END-IF
           END-READ.
               CLOSE LOTES-ESTOQUE
           END-IF.

       4200-DEVOLVER-SERIES.
           MOVE 'F' TO PARM-NSE-ACAO
           MOVE COD-PRODUTO-INS TO PARM-NSE-PRODUTO
           MOVE NUM-INSPECAO TO PARM-NSE-INSPECAO
           MOVE PARM-SES-OPERADOR TO PARM-NSE-OPERADOR
           CALL "REGISTRA-SERIE" USING PARM-NUM-SERIE

           IF PARM-NSE-RETORNO NOT EQUAL ZEROS
               DISPLAY "NAO FOI POSSIVEL BAIXAR OS NUMEROS DE SERIE - "
                   "FILE STATUS: " PARM-NSE-RETORNO
               MOVE NUM-INSPECAO TO WS-LOG-CHAVE
               MOVE PARM-NSE-RETORNO TO WS-LOG-FS-VALOR
               PERFORM 7000-GRAVAR-LOG-EXCECAO
           ELSE
               DISPLAY PARM-NSE-QTDE " NUMEROS DE SERIE DEVOLVIDOS AO "
                   "FORNECEDOR"
           END-IF.

       5000-GRAVAR-MOVIMENTO.
           MOVE WS-PRODUTO-MOV TO COD-PRODUTO-MOV
           MOVE WS-DEPOSITO-MOV TO COD-DEPOSITO-MOV
                   MOVE 1 TO QTDE-ITENS-VENDA
                   MOVE COD-PRODUTO-BO TO COD-PRODUTO-VENDA(1)
                   MOVE QTDE-BO TO QTDE-VENDA(1)
                   MOVE SPACES TO SUBSTITUICOES-VENDA
                   MOVE SPACES TO MOTIVO-CANCEL-VENDA
                   MOVE 'V' TO COND-PAGAMENTO-VENDA
                   MOVE 0 TO QTDE-PARCELAS-VENDA
                   END-IF
           END-READ.

      * Supplier return for the rejected inspections of one ordem
      * not yet sent back: one document with every product, lot and
      * quantity, valued at cost, whose debit note is taken off the
      * ordem's titulo in CONTASPAGAR.TXT.
       8000-EMITIR-DEVOLUCAO.
           INITIALIZE REG-DEVOLUCAO-FORN
           PERFORM 8100-LEVANTAR-REJEICOES

           IF QTDE-ITENS-DVF EQUAL 0
               DISPLAY "NENHUMA REJEICAO A DEVOLVER NA ORDEM "
                   WS-ORDEM-DEV
               GO TO 8000-FIM
           END-IF

           OPEN I-O DEVOLUCOES-FORN

           IF WS-FS-DVF EQUAL 35
               OPEN OUTPUT DEVOLUCOES-FORN
               IF WS-FS-DVF EQUAL ZEROS
                   CLOSE DEVOLUCOES-FORN
                   OPEN I-O DEVOLUCOES-FORN
               END-IF
           END-IF

           IF WS-FS-DVF NOT EQUAL ZEROS
               DISPLAY "NAO FOI POSSIVEL ABRIR AS DEVOLUCOES - FILE S"
      -            "TATUS: " WS-FS-DVF
               MOVE "DEVOLUCOESFORN.TXT" TO WS-LOG-CHAVE
               MOVE WS-FS-DVF TO WS-LOG-FS-VALOR
               PERFORM 7000-GRAVAR-LOG-EXCECAO
               GO TO 8000-FIM
           END-IF

           MOVE "DEVOLUCAOFORN" TO PARM-SERIE
           CALL "PROXIMO-NUMERO" USING PARM-PROXIMO-NUMERO

           IF PARM-RETORNO NOT EQUAL ZEROS
               DISPLAY "NAO FOI POSSIVEL NUMERAR A DEVOLUCAO - FILE S"
      -            "TATUS: " PARM-RETORNO
               MOVE "NUMEROS.TXT" TO WS-LOG-CHAVE
               MOVE PARM-RETORNO TO WS-LOG-FS-VALOR
               PERFORM 7000-GRAVAR-LOG-EXCECAO
               CLOSE DEVOLUCOES-FORN
               GO TO 8000-FIM
           END-IF

           MOVE PARM-NUMERO TO NUM-DEVOLUCAO-FORN
           MOVE WS-ORDEM-DEV TO NUM-ORDEM-DVF
           MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-DVF
           MOVE PARM-SES-OPERADOR TO OPERADOR-DVF
           MOVE 0 TO VALOR-TOTAL-DVF
           MOVE 0 TO VALOR-ABATIDO-DVF

           PERFORM VARYING WS-ITEM-DEV FROM 1 BY 1
                   UNTIL WS-ITEM-DEV GREATER QTDE-ITENS-DVF
               PERFORM 8200-VALORIZAR-ITEM
           END-PERFORM

           PERFORM 8300-ABATER-TITULO-PAGAR

           IF VALOR-ABATIDO-DVF LESS VALOR-TOTAL-DVF
               MOVE 'P' TO STATUS-DVF
           ELSE
               MOVE 'A' TO STATUS-DVF
           END-IF

           WRITE REG-DEVOLUCAO-FORN

           IF WS-FS-DVF NOT EQUAL ZEROS
               MOVE WS-FS-DVF TO WS-FS-CODIGO-BUSCA
               PERFORM 9000-TRADUZIR-FS-STATUS
               DISPLAY "NAO FOI POSSIVEL GRAVAR A DEVOLUCAO "
                   NUM-DEVOLUCAO-FORN
               DISPLAY "FILE STATUS: " WS-FS-DVF " - " WS-FS-MENSAGEM
               MOVE NUM-DEVOLUCAO-FORN TO WS-LOG-CHAVE
               MOVE WS-FS-DVF TO WS-LOG-FS-VALOR
               PERFORM 7000-GRAVAR-LOG-EXCECAO
           ELSE
               PERFORM VARYING WS-ITEM-DEV FROM 1 BY 1
                       UNTIL WS-ITEM-DEV GREATER QTDE-ITENS-DVF
                   PERFORM 8400-MARCAR-INSPECAO
               END-PERFORM

               PERFORM 8500-IMPRIMIR-DEVOLUCAO
               ADD 1 TO WS-DEVOLUCOES

               MOVE VALOR-TOTAL-DVF TO MASC-VALOR
               DISPLAY "DEVOLUCAO " NUM-DEVOLUCAO-FORN
                   " EMITIDA - NOTA DE DEBITO " MASC-VALOR

               IF DVF-PENDENTE
                   COMPUTE WS-VALOR-ABATER =
                       VALOR-TOTAL-DVF - VALOR-ABATIDO-DVF
                   MOVE WS-VALOR-ABATER TO MASC-VALOR
                   DISPLAY "DEBITO PENDENTE DE " MASC-VALOR
                       " - ABATIDO QUANDO O TITULO DA ORDEM FOR GERAD"
                       "O"
               END-IF
           END-IF

           CLOSE DEVOLUCOES-FORN.
       8000-FIM.
           EXIT.

       8100-LEVANTAR-REJEICOES.
           MOVE 0 TO QTDE-ITENS-DVF
           MOVE 0 TO WS-EOF
           MOVE 0 TO NUM-INSPECAO

           START INSPECOES KEY NOT LESS NUM-INSPECAO
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START

           PERFORM UNTIL WS-EOF EQUAL 1
               READ INSPECOES NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF INS-REJEITADA
                       AND NUM-ORDEM-INS EQUAL WS-ORDEM-DEV
                       AND NUM-DEVOLUCAO-INS EQUAL 0
                           IF QTDE-ITENS-DVF EQUAL 10
                               DISPLAY "INSPECAO " NUM-INSPECAO
                                   " FICA PARA A PROXIMA DEVOLUCAO ("
                                   "LIMITE DE 10 ITENS)"
                           ELSE
                               ADD 1 TO QTDE-ITENS-DVF
                               MOVE COD-FORNECEDOR-INS TO
                                   COD-FORNECEDOR-DVF
                               MOVE NUM-INSPECAO TO
                                   NUM-INSPECAO-DVF(QTDE-ITENS-DVF)
                               MOVE COD-PRODUTO-INS TO
                                   COD-PRODUTO-DVF(QTDE-ITENS-DVF)
                               MOVE QTDE-INS TO
                                   QTDE-DVF(QTDE-ITENS-DVF)
                               MOVE NUM-LOTE-INS TO
                                   NUM-LOTE-DVF(QTDE-ITENS-DVF)
                               MOVE MOTIVO-REJEICAO-INS TO
                                   MOTIVO-DVF(QTDE-ITENS-DVF)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           MOVE 0 TO WS-FS.

       8200-VALORIZAR-ITEM.
           MOVE COD-PRODUTO-DVF(WS-ITEM-DEV) TO COD-PRODUTO

           READ PRODUTOS
               INVALID KEY
                   MOVE 0 TO CUSTO-UNITARIO-PRODUTO
                   MOVE 0 TO WS-FS-PROD
           END-READ

           MOVE CUSTO-UNITARIO-PRODUTO TO CUSTO-UNIT-DVF(WS-ITEM-DEV)

           COMPUTE VALOR-ITEM-DVF(WS-ITEM-DEV) =
               QTDE-DVF(WS-ITEM-DEV) * CUSTO-UNIT-DVF(WS-ITEM-DEV)
               ON SIZE ERROR
                   MOVE 0 TO VALOR-ITEM-DVF(WS-ITEM-DEV)
           END-COMPUTE

           ADD VALOR-ITEM-DVF(WS-ITEM-DEV) TO VALOR-TOTAL-DVF.

       8300-ABATER-TITULO-PAGAR.
           OPEN I-O CONTAS-PAGAR

           IF WS-FS-CP NOT EQUAL ZEROS
               DISPLAY "CONTAS A PAGAR INDISPONIVEL - FILE STATUS: "
                   WS-FS-CP
           ELSE
               MOVE WS-ORDEM-DEV TO NUM-ORDEM-CP

               READ CONTAS-PAGAR
                   INVALID KEY
                       DISPLAY "ORDEM " WS-ORDEM-DEV " AINDA SEM TITU"
      -                    "LO A PAGAR"
                       MOVE 0 TO WS-FS-CP
                   NOT INVALID KEY
                       IF CP-ABERTA AND VALOR-ABERTO-CP GREATER 0
                           PERFORM 8350-ABATER-DEBITO
                       ELSE
                           DISPLAY "TITULO DA ORDEM " WS-ORDEM-DEV
                               " JA LIQUIDADO"
                       END-IF
               END-READ

               CLOSE CONTAS-PAGAR
           END-IF.

       8350-ABATER-DEBITO.
           IF VALOR-ABERTO-CP LESS VALOR-TOTAL-DVF
               MOVE VALOR-ABERTO-CP TO WS-VALOR-ABATER
           ELSE
               MOVE VALOR-TOTAL-DVF TO WS-VALOR-ABATER
           END-IF

           SUBTRACT WS-VALOR-ABATER FROM VALOR-ABERTO-CP

           IF VALOR-ABERTO-CP EQUAL 0
               MOVE 'L' TO STATUS-CP
               MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-LIQUIDACAO-CP
           END-IF

           REWRITE REG-CONTA-PAGAR

           IF WS-FS-CP NOT EQUAL ZEROS
               DISPLAY "NAO FOI POSSIVEL ABATER O TITULO A PAGAR - FI"
      -            "LE STATUS: " WS-FS-CP
               MOVE NUM-ORDEM-CP TO WS-LOG-CHAVE
               MOVE WS-FS-CP TO WS-LOG-FS-VALOR
               PERFORM 7000-GRAVAR-LOG-EXCECAO
               MOVE 0 TO WS-FS-CP
           ELSE
               MOVE WS-VALOR-ABATER TO VALOR-ABATIDO-DVF

               MOVE 21000 TO PARM-LAN-DEBITO
               MOVE 24000 TO PARM-LAN-CREDITO
               MOVE WS-VALOR-ABATER TO PARM-LAN-VALOR
               MOVE "DEVOLUCAO A FORNECEDOR" TO PARM-LAN-HISTORICO
               MOVE "INSPECAO-RECEBIMENTO" TO PARM-LAN-ORIGEM
               MOVE NUM-DEVOLUCAO-FORN TO PARM-LAN-DOCUMENTO
               CALL "GRAVA-LANCAMENTO" USING PARM-LANCAMENTO

               IF PARM-LAN-RETORNO NOT EQUAL ZEROS
                   DISPLAY "LANCAMENTO CONTABIL NAO GRAVADO - FILE ST"
      -                "ATUS: " PARM-LAN-RETORNO
               END-IF
           END-IF.

       8400-MARCAR-INSPECAO.
           MOVE NUM-INSPECAO-DVF(WS-ITEM-DEV) TO NUM-INSPECAO

           READ INSPECOES
               INVALID KEY
                   MOVE 0 TO WS-FS
               NOT INVALID KEY
                   MOVE NUM-DEVOLUCAO-FORN TO NUM-DEVOLUCAO-INS

                   REWRITE REG-INSPECAO

                   IF WS-FS NOT EQUAL ZEROS
                       DISPLAY "NAO FOI POSSIVEL LIGAR A INSPECAO "
                           NUM-INSPECAO " A DEVOLUCAO - FILE STATUS: "
                           WS-FS
                       MOVE NUM-INSPECAO TO WS-LOG-CHAVE
                       MOVE WS-FS TO WS-LOG-FS-VALOR
                       PERFORM 7000-GRAVAR-LOG-EXCECAO
                   END-IF
           END-READ.

       8500-IMPRIMIR-DEVOLUCAO.
           MOVE SPACES TO WS-NOME-ARQ-DOC
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'DEVFORN' NUM-DEVOLUCAO-FORN '.TXT'
               DELIMITED BY SIZE INTO WS-NOME-ARQ-DOC

           OPEN OUTPUT DOCUMENTO

           IF WS-FS-DOC NOT EQUAL ZEROS
               DISPLAY "NAO FOI POSSIVEL CRIAR O ROMANEIO DE DEVOLUCA"
      -            "O - FILE STATUS: " WS-FS-DOC
               MOVE NUM-DEVOLUCAO-FORN TO WS-LOG-CHAVE
               MOVE WS-FS-DOC TO WS-LOG-FS-VALOR
               PERFORM 7000-GRAVAR-LOG-EXCECAO
           ELSE
               MOVE "==========================================" TO
                   LINHA-DOCUMENTO
               WRITE LINHA-DOCUMENTO
               MOVE SPACES TO LINHA-DOCUMENTO
               STRING "DEVOLUCAO AO FORNECEDOR " NUM-DEVOLUCAO-FORN
                   "   ORDEM " NUM-ORDEM-DVF
                   "   FORNECEDOR " COD-FORNECEDOR-DVF
                   DELIMITED BY SIZE INTO LINHA-DOCUMENTO
               WRITE LINHA-DOCUMENTO
               MOVE SPACES TO LINHA-DOCUMENTO
               STRING "DATA: " DATA-DVF
                   "   ROMANEIO PARA A TRANSPORTADORA"
                   DELIMITED BY SIZE INTO LINHA-DOCUMENTO
               WRITE LINHA-DOCUMENTO
               MOVE "==========================================" TO
                   LINHA-DOCUMENTO
               WRITE LINHA-DOCUMENTO
               MOVE SPACES TO LINHA-DOCUMENTO
               STRING "COD    PRODUTO               LOTE               "
                   "QTDE  MOT         VALOR"
                   DELIMITED BY SIZE INTO LINHA-DOCUMENTO
               WRITE LINHA-DOCUMENTO

               PERFORM VARYING WS-ITEM-DEV FROM 1 BY 1
                       UNTIL WS-ITEM-DEV GREATER QTDE-ITENS-DVF
                   MOVE COD-PRODUTO-DVF(WS-ITEM-DEV) TO COD-PRODUTO

                   READ PRODUTOS
                       INVALID KEY
                           MOVE "(SEM CADASTRO)" TO NOME-PRODUTO
                           MOVE 0 TO WS-FS-PROD
                   END-READ

                   MOVE COD-PRODUTO-DVF(WS-ITEM-DEV) TO
                       WS-LDV-COD-PRODUTO
                   MOVE NOME-PRODUTO TO WS-LDV-NOME-PRODUTO
                   MOVE NUM-LOTE-DVF(WS-ITEM-DEV) TO WS-LDV-LOTE
                   MOVE QTDE-DVF(WS-ITEM-DEV) TO WS-LDV-QTDE
                   MOVE MOTIVO-DVF(WS-ITEM-DEV) TO WS-LDV-MOTIVO
                   MOVE VALOR-ITEM-DVF(WS-ITEM-DEV) TO WS-LDV-VALOR
                   MOVE WS-LINHA-DEVOLUCAO TO LINHA-DOCUMENTO
                   WRITE LINHA-DOCUMENTO
               END-PERFORM

               MOVE "------------------------------------------" TO
                   LINHA-DOCUMENTO
               WRITE LINHA-DOCUMENTO
               MOVE VALOR-TOTAL-DVF TO WS-TDV-VALOR
               MOVE WS-LINHA-TOTAL-DEV TO LINHA-DOCUMENTO
               WRITE LINHA-DOCUMENTO
               MOVE SPACES TO LINHA-DOCUMENTO
               WRITE LINHA-DOCUMENTO
               MOVE "RECEBIDO PELA TRANSPORTADORA: ________________"
                   TO LINHA-DOCUMENTO
               WRITE LINHA-DOCUMENTO

               CLOSE DOCUMENTO

               DISPLAY "ROMANEIO GRAVADO EM " WS-NOME-ARQ-DOC

               MOVE "INSPECAO-RECEBIMENTO" TO PARM-CAT-PROGRAMA
               MOVE SPACES TO PARM-CAT-TITULO
               STRING "DEVOLUCAO AO FORNECEDOR " NUM-DEVOLUCAO-FORN
                   DELIMITED BY SIZE INTO PARM-CAT-TITULO
               MOVE WS-NOME-ARQ-DOC TO PARM-CAT-ARQUIVO
               CALL "GRAVA-CATALOGO" USING PARM-CATALOGO
           END-IF.

       7000-GRAVAR-LOG-EXCECAO.
           OPEN EXTEND LOG-EXCECOES

           MOVE SPACES TO WS-ARQ-EXCECOES
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'EXCECOES.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-EXCECOES

           MOVE SPACES TO WS-ARQ-DEVOLUCOESFORN
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'DEVOLUCOESFORN.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-DEVOLUCOESFORN

           MOVE SPACES TO WS-ARQ-CONTASPAGAR
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'CONTASPAGAR.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-CONTASPAGAR.

       END PROGRAM INSPECAO-RECEBIMENTO.
