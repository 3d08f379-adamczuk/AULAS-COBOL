           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-REC.

           SELECT ADIANTAMENTOS ASSIGN TO WS-ARQ-ADIANTAMENTOS
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS NUM-ADIANTAMENTO
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-ADT.

           SELECT CLIENTES ASSIGN TO WS-ARQ-CLIENTES
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-CLI.

           SELECT RELATORIO ASSIGN TO REL-NOME-ARQ
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-LOG.

           SELECT PERIODO-MENSAL ASSIGN TO WS-ARQ-PERIODOMENSAL
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-PMS.
       DATA DIVISION.
       FILE SECTION.
       FD CONTAS.
       FD RECEBIMENTOS.
           COPY RECEBIMENTOCR.

       FD ADIANTAMENTOS.
           COPY ADIANTAMENTO.

       FD CLIENTES.
           COPY CLIENTE.

       FD RELATORIO.
       01 LINHA-RELATORIO     PIC X(90).

       FD LOG-EXCECOES.
           COPY EXCELOG.

       FD PERIODO-MENSAL.
           COPY PERIODOMENSAL.
       WORKING-STORAGE SECTION.
           COPY FSTATUS.
           COPY PARMSESSAO.
           COPY PARMLANCAMENTO.
           COPY PARMCAIXA.
           COPY PARMNUMERO.
           COPY PARMDIAUTIL.
           COPY RELATORIO.
           COPY PARMCATALOGO.
       77 WS-FS-REL           PIC 99 VALUE 0.
       77 WS-DATA-RELATORIO   PIC 9(08) VALUE 0.
       77 WS-EOF-REC          PIC 99 VALUE 0.
       77 WS-CLIENTE-EXTRATO  PIC 9(05) VALUE 0.
       77 WS-QTDE-FAT-EXT     PIC 9(03) VALUE 0.
       77 WS-QTDE-REC-EXT     PIC 9(03) VALUE 0.
       77 WS-IDX-FAT          PIC 9(03) VALUE 0.
       77 WS-OPCAO            PIC 9 VALUE 0.
       77 WS-EOF              PIC 99 VALUE 0.
       77 WS-GERADOS          PIC 9(05) VALUE 0.
       77 WS-AGUARDANDO-NFE   PIC 9(05) VALUE 0.
       77 WS-VALOR-RECEBIDO   PIC 9(09)V99 VALUE 0.
       77 WS-DATA-HOJE        PIC 9(08) VALUE 0.
       77 WS-INT-HOJE         PIC 9(07) VALUE 0.
       77 WS-PERIODO          PIC 9(06) VALUE 0.
       77 WS-ANO              PIC 9(04) VALUE 0.
       77 WS-MES              PIC 99 VALUE 0.
       77 WS-DATA-PROX-MES    PIC 9(08) VALUE 0.
       77 WS-AUTOMATICO       PIC A VALUE 'N'.
       77 WS-INT-FATURA       PIC 9(07) VALUE 0.
       77 WS-DIAS-ABERTO      PIC S9(05) VALUE 0.
       77 WS-QTDE-CLI         PIC 9(04) VALUE 0.
       77 MASC-FAIXA-2        PIC ZZ.ZZZ.ZZ9,99.
       77 MASC-FAIXA-3        PIC ZZ.ZZZ.ZZ9,99.
       77 MASC-FAIXA-4        PIC ZZ.ZZZ.ZZ9,99.
       77 WS-ARQ-ADIANTAMENTOS   PIC X(60) VALUE SPACES.
       77 WS-ARQ-CLIENTES        PIC X(60) VALUE SPACES.
       77 WS-ARQ-PERIODOMENSAL   PIC X(60) VALUE SPACES.
       77 WS-FS-ADT           PIC 99 VALUE 0.
       77 WS-FS-CLI           PIC 99 VALUE 0.
       77 WS-FS-PMS           PIC 99 VALUE 0.
       77 WS-EOF-ADT          PIC 99 VALUE 0.
       77 WS-CLIENTE-ADT      PIC 9(05) VALUE 0.
       77 WS-TIPO-ADT         PIC 9 VALUE 0.
       77 WS-VALOR-ADT        PIC 9(09)V99 VALUE 0.
       77 WS-SALDO-ADT-CLI    PIC 9(11)V99 VALUE 0.
       77 WS-VALOR-APLICAR    PIC 9(09)V99 VALUE 0.
       77 WS-VALOR-MAXIMO     PIC 9(09)V99 VALUE 0.
       77 WS-RESTANTE         PIC 9(09)V99 VALUE 0.
       77 WS-FIM-APLICACAO    PIC A VALUE 'N'.
       77 WS-QTDE-ADT-EXT     PIC 9(03) VALUE 0.
       77 WS-IDX-ADT          PIC 9(03) VALUE 0.
       77 WS-CREDITO-EXTRATO  PIC 9(11)V99 VALUE 0.
       77 MASC-SALDO          PIC ZZ.ZZZ.ZZ9,99-.

       01 WS-TABELA-ADT-EXTRATO.
           03 WS-ADT-EXT-OCORR OCCURS 100 TIMES.
               05 WS-ADT-EXT-NUM       PIC 9(06).
               05 WS-ADT-EXT-DATA      PIC 9(08).
               05 WS-ADT-EXT-ORIGEM    PIC X.
               05 WS-ADT-EXT-SALDO     PIC 9(09)V99.

       01 WS-TOTAIS-FAIXAS.
           03 WS-TOTAL-FAIXA      PIC 9(11)V99 OCCURS 4 TIMES.
       01 WS-TABELA-AGING.
           03 WS-AGING-OCORR OCCURS 500 TIMES
                   INDEXED BY WS-IDX.
               05 WS-AGING-CLIENTE    PIC 9(05).
               05 WS-AGING-FAIXA      PIC 9(11)V99 OCCURS 4 TIMES.

       PROCEDURE DIVISION.
           PERFORM 0900-LER-SESSAO
           DISPLAY "CONTAS A RECEBER"

           PERFORM 0800-LER-PERIODO

           OPEN I-O CONTAS

           IF WS-FS EQUAL 35
           AND WS-AUTOMATICO EQUAL 'N'
               DISPLAY "ARQUIVO DE CONTAS A RECEBER NAO ENCONTRADO"
               DISPLAY "CRIAR UM NOVO ARQUIVO VAZIO? (S/N)"
               ACCEPT WS-CONFIRMA-CRIACAO
               MOVE "CONTASRECEBER.TXT" TO WS-LOG-CHAVE
               MOVE WS-FS TO WS-LOG-FS-VALOR
               PERFORM 7000-GRAVAR-LOG-EXCECAO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-AUTOMATICO EQUAL 'S'
                   PERFORM 4000-RELATORIO-AGING
                   MOVE 'N' TO CONTROLE
               END-IF

               PERFORM UNTIL CONTROLE EQUAL 'N'
                   DISPLAY "1 - GERAR TITULOS DAS FATURAS ABERTAS"
                   DISPLAY "2 - BAIXAR RECEBIMENTO"
                   DISPLAY "3 - RELATORIO DE AGING"
                   DISPLAY "4 - EXTRATO DO CLIENTE"
                   DISPLAY "5 - REGISTRAR ADIANTAMENTO / RECEBIMENTO NA"
                       "O IDENTIFICADO"
                   DISPLAY "6 - APLICAR CREDITO DO CLIENTE EM TITULOS"
                   ACCEPT WS-OPCAO

                   EVALUATE WS-OPCAO
                           PERFORM 4000-RELATORIO-AGING
                       WHEN 4
                           PERFORM 5000-EXTRATO-CLIENTE
                       WHEN 5
                           PERFORM 6000-REGISTRAR-ADIANTAMENTO
                               THRU 6000-FIM
                       WHEN 6
                           PERFORM 6500-APLICAR-ADIANTAMENTO
                       WHEN OTHER
                           DISPLAY "OPCAO INVALIDA"
                   END-EVALUATE
       2000-GERAR-TITULOS.
           MOVE 0 TO WS-EOF
           MOVE 0 TO WS-GERADOS
           MOVE 0 TO WS-AGUARDANDO-NFE
           MOVE 0 TO NUM-FATURA

           START FATURAS KEY NOT LESS NUM-FATURA
                   NOT AT END
                       IF FATURA-ABERTA
                       AND NOT FATURA-FINANCIADA
                           IF NFE-LIBERADA
                               PERFORM 2100-GERAR-UM-TITULO
                           ELSE
                               ADD 1 TO WS-AGUARDANDO-NFE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           DISPLAY "TITULOS GERADOS: " WS-GERADOS

           IF WS-AGUARDANDO-NFE GREATER 0
               DISPLAY "FATURAS AGUARDANDO AUTORIZACAO DA NF-E: "
                   WS-AGUARDANDO-NFE
           END-IF.

       2100-GERAR-UM-TITULO.
           MOVE NUM-FATURA TO NUM-FATURA-CR
                   MOVE 'A' TO STATUS-CR
                   MOVE 'N' TO IND-REGISTRADO-CR
                   MOVE 0 TO RGM-ALUNO-CR
                   MOVE VALOR-FRETE-FATURA TO VALOR-FRETE-CR

                   WRITE REG-CONTA-RECEBER

               INVALID KEY
                   DISPLAY "TITULO NAO ENCONTRADO"
               NOT INVALID KEY
                   IF CR-LIQUIDADA OR CR-BAIXADA-PERDA
                       DISPLAY "TITULO JA ESTA LIQUIDADO OU BAIXADO"
                   ELSE
                       MOVE SPACE TO PARM-CX-SENTIDO
                       CALL "GRAVA-CAIXA" USING PARM-CAIXA
           COMPUTE WS-INT-HOJE =
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)

           IF WS-AUTOMATICO EQUAL 'S'
               PERFORM 0810-POSICAO-FIM-MES
           END-IF

           START CONTAS KEY NOT LESS NUM-FATURA-CR
               INVALID KEY
                   MOVE 1 TO WS-EOF
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF CR-ABERTA
                       AND DATA-FATURA-CR NOT GREATER WS-DATA-HOJE
                           PERFORM 4100-CLASSIFICAR-TITULO
                       END-IF
               END-READ
           ACCEPT WS-CLIENTE-EXTRATO

           PERFORM 5100-CARREGAR-FATURAS-CLIENTE
           PERFORM 5400-CARREGAR-ADIANTAMENTOS

           IF WS-QTDE-FAT-EXT EQUAL 0
           AND WS-QTDE-ADT-EXT EQUAL 0
               DISPLAY "NENHUMA FATURA OU CREDITO ENCONTRADO PARA O C"
                   "LIENTE " WS-CLIENTE-EXTRATO
           ELSE
               PERFORM 5200-CARREGAR-RECEBIMENTOS
               PERFORM 5300-IMPRIMIR-EXTRATO
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           IF WS-QTDE-ADT-EXT GREATER 0
               PERFORM 5500-IMPRIMIR-ADIANTAMENTOS
           END-IF

           IF WS-FS-REL EQUAL ZEROS
               CLOSE RELATORIO
               MOVE "CONTAS-RECEBER" TO PARM-CAT-PROGRAMA
               DISPLAY "EXTRATO GRAVADO EM " REL-NOME-ARQ
           END-IF.

       5400-CARREGAR-ADIANTAMENTOS.
           MOVE 0 TO WS-QTDE-ADT-EXT
           MOVE 0 TO WS-CREDITO-EXTRATO
           MOVE 0 TO WS-EOF-ADT

           OPEN INPUT ADIANTAMENTOS

           IF WS-FS-ADT NOT EQUAL ZEROS
               MOVE 1 TO WS-EOF-ADT
           ELSE
               MOVE 0 TO NUM-ADIANTAMENTO
               START ADIANTAMENTOS KEY NOT LESS NUM-ADIANTAMENTO
                   INVALID KEY
                       MOVE 1 TO WS-EOF-ADT
               END-START
           END-IF

           PERFORM UNTIL WS-EOF-ADT EQUAL 1
               READ ADIANTAMENTOS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF-ADT
                   NOT AT END
                       IF COD-CLIENTE-ADT EQUAL WS-CLIENTE-EXTRATO
                       AND ADT-DISPONIVEL
                           IF WS-QTDE-ADT-EXT GREATER OR EQUAL 100
                               DISPLAY "TABELA DE CREDITOS DO EXTRATO"
                                   " CHEIA - CREDITO "
                                   NUM-ADIANTAMENTO " IGNORADO"
                           ELSE
                               ADD 1 TO WS-QTDE-ADT-EXT
                               MOVE NUM-ADIANTAMENTO TO
                                   WS-ADT-EXT-NUM(WS-QTDE-ADT-EXT)
                               MOVE DATA-ADIANTAMENTO TO
                                   WS-ADT-EXT-DATA(WS-QTDE-ADT-EXT)
                               MOVE ORIGEM-ADT TO
                                   WS-ADT-EXT-ORIGEM(WS-QTDE-ADT-EXT)
                               MOVE SALDO-ADT TO
                                   WS-ADT-EXT-SALDO(WS-QTDE-ADT-EXT)
                               ADD SALDO-ADT TO WS-CREDITO-EXTRATO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-FS-ADT EQUAL ZEROS OR WS-FS-ADT EQUAL 10
               CLOSE ADIANTAMENTOS
           END-IF.

       5500-IMPRIMIR-ADIANTAMENTOS.
           MOVE SPACES TO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA
           MOVE "CREDITOS NAO APLICADOS" TO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           PERFORM VARYING WS-IDX-ADT FROM 1 BY 1
                   UNTIL WS-IDX-ADT GREATER WS-QTDE-ADT-EXT
               SUBTRACT WS-ADT-EXT-SALDO(WS-IDX-ADT) FROM
                   WS-SALDO-EXTRATO

               MOVE WS-ADT-EXT-DATA(WS-IDX-ADT)(5:2) TO
                   WS-EXT-DATA(1:2)
               MOVE WS-ADT-EXT-DATA(WS-IDX-ADT)(7:2) TO
                   WS-EXT-DATA(4:2)
               MOVE WS-ADT-EXT-DATA(WS-IDX-ADT)(1:4) TO
                   WS-EXT-DATA(7:4)

               EVALUATE WS-ADT-EXT-ORIGEM(WS-IDX-ADT)
                   WHEN 'N'
                       MOVE "RECEB.NAO IDENTIFICADO" TO
                           WS-EXT-DESCRICAO
                   WHEN 'B'
                       MOVE "BONIFICACAO POR VOLUME" TO
                           WS-EXT-DESCRICAO
                   WHEN OTHER
                       MOVE "ADIANTAMENTO" TO WS-EXT-DESCRICAO
               END-EVALUATE

               MOVE WS-ADT-EXT-NUM(WS-IDX-ADT) TO WS-EXT-DOCUMENTO
               COMPUTE WS-EXT-VALOR =
                   0 - WS-ADT-EXT-SALDO(WS-IDX-ADT)
               MOVE WS-SALDO-EXTRATO TO WS-EXT-SALDO
               MOVE WS-LINHA-EXTRATO TO LINHA-RELATORIO
               PERFORM 8200-IMPRIMIR-LINHA
           END-PERFORM

           MOVE WS-CREDITO-EXTRATO TO MASC-VALOR
           MOVE SPACES TO LINHA-RELATORIO
           STRING "CREDITO NAO APLICADO....: " MASC-VALOR
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           MOVE WS-SALDO-EXTRATO TO MASC-SALDO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "SALDO LIQUIDO DO CLIENTE: " MASC-SALDO
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA.

      * Cash received ahead of the invoice, or without saying which
      * invoice it pays, is held as an on-account credit of the
      * customer (22000 ADIANTAMENTOS DE CLIENTES) until option 6
      * applies it to open titles.
       6000-REGISTRAR-ADIANTAMENTO.
           DISPLAY "INFORME O CODIGO DO CLIENTE"
           ACCEPT WS-CLIENTE-ADT

           PERFORM 6050-VALIDAR-CLIENTE

           IF WS-ENCONTRADO EQUAL 'N'
               DISPLAY "CLIENTE NAO CADASTRADO OU INATIVO: "
                   WS-CLIENTE-ADT
               GO TO 6000-FIM
           END-IF

           MOVE SPACE TO PARM-CX-SENTIDO
           CALL "GRAVA-CAIXA" USING PARM-CAIXA

           IF PARM-CX-RETORNO EQUAL 96
               DISPLAY "DIA DE CAIXA JA FECHADO - RECEBIMENTO NAO PER"
      -            "MITIDO HOJE"
               GO TO 6000-FIM
           END-IF

           DISPLAY "1 - PAGAMENTO ANTECIPADO"
           DISPLAY "2 - RECEBIMENTO SEM FATURA IDENTIFICADA"
           ACCEPT WS-TIPO-ADT

           IF WS-TIPO-ADT NOT EQUAL 1 AND WS-TIPO-ADT NOT EQUAL 2
               DISPLAY "TIPO INVALIDO"
               GO TO 6000-FIM
           END-IF

           DISPLAY "INFORME O VALOR RECEBIDO"
           ACCEPT WS-VALOR-ADT

           IF WS-VALOR-ADT EQUAL 0
               DISPLAY "VALOR INVALIDO - DEVE SER MAIOR QUE ZERO"
               GO TO 6000-FIM
           END-IF

           PERFORM 6900-ABRIR-ADIANTAMENTOS

           IF WS-FS-ADT NOT EQUAL ZEROS
               DISPLAY "NAO FOI POSSIVEL ABRIR OS ADIANTAMENTOS - FIL"
      -            "E STATUS: " WS-FS-ADT
               MOVE "ADIANTAMENTOS.TXT" TO WS-LOG-CHAVE
               MOVE WS-FS-ADT TO WS-LOG-FS-VALOR
               PERFORM 7000-GRAVAR-LOG-EXCECAO
               GO TO 6000-FIM
           END-IF

           MOVE "ADIANTAMENTO" TO PARM-SERIE
           CALL "PROXIMO-NUMERO" USING PARM-PROXIMO-NUMERO

           IF PARM-RETORNO NOT EQUAL ZEROS
               DISPLAY "NAO FOI POSSIVEL NUMERAR O ADIANTAMENTO - FIL"
      -            "E STATUS: " PARM-RETORNO
               MOVE "NUMEROS.TXT" TO WS-LOG-CHAVE
               MOVE PARM-RETORNO TO WS-LOG-FS-VALOR
               PERFORM 7000-GRAVAR-LOG-EXCECAO
               CLOSE ADIANTAMENTOS
               GO TO 6000-FIM
           END-IF

           MOVE PARM-NUMERO TO NUM-ADIANTAMENTO
           MOVE WS-CLIENTE-ADT TO COD-CLIENTE-ADT
           MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-ADIANTAMENTO

           IF WS-TIPO-ADT EQUAL 1
               MOVE 'A' TO ORIGEM-ADT
           ELSE
               MOVE 'N' TO ORIGEM-ADT
           END-IF

           MOVE WS-VALOR-ADT TO VALOR-ORIGINAL-ADT
           MOVE WS-VALOR-ADT TO SALDO-ADT
           MOVE 'A' TO STATUS-ADT
           MOVE PARM-SES-OPERADOR TO OPERADOR-ADT
           DISPLAY "OBSERVACAO (REFERENCIA DO DEPOSITO, PEDIDO...)"
           ACCEPT OBSERVACAO-ADT

           WRITE REG-ADIANTAMENTO

           IF WS-FS-ADT NOT EQUAL ZEROS
               MOVE WS-FS-ADT TO WS-FS-CODIGO-BUSCA
               PERFORM 9000-TRADUZIR-FS-STATUS
               DISPLAY "NAO FOI POSSIVEL GRAVAR O ADIANTAMENTO"
               DISPLAY "FILE STATUS: " WS-FS-ADT " - " WS-FS-MENSAGEM
               MOVE NUM-ADIANTAMENTO TO WS-LOG-CHAVE
               MOVE WS-FS-ADT TO WS-LOG-FS-VALOR
               PERFORM 7000-GRAVAR-LOG-EXCECAO
           ELSE
               DISPLAY "CREDITO " NUM-ADIANTAMENTO
                   " REGISTRADO PARA O CLIENTE " WS-CLIENTE-ADT

               MOVE 11000 TO PARM-LAN-DEBITO
               MOVE 22000 TO PARM-LAN-CREDITO
               MOVE WS-VALOR-ADT TO PARM-LAN-VALOR
               MOVE "ADIANTAMENTO DE CLIENTE" TO PARM-LAN-HISTORICO
               MOVE "CONTAS-RECEBER" TO PARM-LAN-ORIGEM
               MOVE NUM-ADIANTAMENTO TO PARM-LAN-DOCUMENTO
               CALL "GRAVA-LANCAMENTO" USING PARM-LANCAMENTO

               IF PARM-LAN-RETORNO NOT EQUAL ZEROS
                   DISPLAY "LANCAMENTO CONTABIL NAO GRAVADO - FILE ST"
      -                "ATUS: " PARM-LAN-RETORNO
               END-IF

               MOVE 'E' TO PARM-CX-SENTIDO
               MOVE NUM-ADIANTAMENTO TO PARM-CX-DOCUMENTO
               MOVE 'C' TO PARM-CX-TIPO-PARTE
               MOVE WS-CLIENTE-ADT TO PARM-CX-PARTE
               MOVE WS-VALOR-ADT TO PARM-CX-VALOR
               MOVE PARM-SES-OPERADOR TO PARM-CX-OPERADOR
               CALL "GRAVA-CAIXA" USING PARM-CAIXA

               IF PARM-CX-RETORNO NOT EQUAL ZEROS
                   DISPLAY "LIVRO CAIXA NAO ATUALIZADO - RETORNO: "
                       PARM-CX-RETORNO
               END-IF
           END-IF

           CLOSE ADIANTAMENTOS.
       6000-FIM.
           EXIT.

       6050-VALIDAR-CLIENTE.
           MOVE 'N' TO WS-ENCONTRADO

           OPEN INPUT CLIENTES

           IF WS-FS-CLI EQUAL ZEROS
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF EQUAL 1
                   READ CLIENTES
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF COD-CLIENTE EQUAL WS-CLIENTE-ADT
                               IF NOT CLIENTE-INATIVO
                                   MOVE 'S' TO WS-ENCONTRADO
                               END-IF
                               MOVE 1 TO WS-EOF
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE CLIENTES
           ELSE
               DISPLAY "NAO FOI POSSIVEL ABRIR O ARQUIVO DE CLIENTES"
               DISPLAY "FILE STATUS: " WS-FS-CLI
           END-IF.

      * Applies the customer's open credits, oldest first, to the
      * titles the operator names. No cash moves: the liability in
      * 22000 is settled against 12000 CLIENTES and the receipt
      * journal gets the applied amount so the statement and the
      * title history still add up.
       6500-APLICAR-ADIANTAMENTO.
           DISPLAY "INFORME O CODIGO DO CLIENTE"
           ACCEPT WS-CLIENTE-ADT

           PERFORM 6900-ABRIR-ADIANTAMENTOS

           IF WS-FS-ADT NOT EQUAL ZEROS
               DISPLAY "NAO FOI POSSIVEL ABRIR OS ADIANTAMENTOS - FIL"
      -            "E STATUS: " WS-FS-ADT
           ELSE
               PERFORM 6510-LISTAR-CREDITOS

               IF WS-SALDO-ADT-CLI EQUAL 0
                   DISPLAY "CLIENTE SEM CREDITO NAO APLICADO"
               ELSE
                   MOVE 'N' TO WS-FIM-APLICACAO
                   PERFORM UNTIL WS-FIM-APLICACAO EQUAL 'S'
                           OR WS-SALDO-ADT-CLI EQUAL 0
                       DISPLAY "INFORME O TITULO A ABATER (0 = ENCER"
                           "RAR)"
                       ACCEPT NUM-FATURA-CR

                       IF NUM-FATURA-CR EQUAL 0
                           MOVE 'S' TO WS-FIM-APLICACAO
                       ELSE
                           PERFORM 6520-VALIDAR-TITULO
                       END-IF
                   END-PERFORM

                   MOVE WS-SALDO-ADT-CLI TO MASC-VALOR
                   DISPLAY "CREDITO RESTANTE DO CLIENTE: " MASC-VALOR
               END-IF

               CLOSE ADIANTAMENTOS
           END-IF.

       6510-LISTAR-CREDITOS.
           MOVE 0 TO WS-SALDO-ADT-CLI
           MOVE 0 TO WS-EOF-ADT
           MOVE 0 TO NUM-ADIANTAMENTO

           START ADIANTAMENTOS KEY NOT LESS NUM-ADIANTAMENTO
               INVALID KEY
                   MOVE 1 TO WS-EOF-ADT
           END-START

           PERFORM UNTIL WS-EOF-ADT EQUAL 1
               READ ADIANTAMENTOS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF-ADT
                   NOT AT END
                       IF COD-CLIENTE-ADT EQUAL WS-CLIENTE-ADT
                       AND ADT-DISPONIVEL
                           MOVE SALDO-ADT TO MASC-VALOR
                           DISPLAY "CREDITO " NUM-ADIANTAMENTO
                               "  DATA " DATA-ADIANTAMENTO
                               "  ORIGEM " ORIGEM-ADT
                               "  SALDO " MASC-VALOR
                           ADD SALDO-ADT TO WS-SALDO-ADT-CLI
                       END-IF
               END-READ
           END-PERFORM

           MOVE 0 TO WS-FS-ADT
           MOVE WS-SALDO-ADT-CLI TO MASC-VALOR
           DISPLAY "TOTAL DISPONIVEL: " MASC-VALOR.

       6520-VALIDAR-TITULO.
           READ CONTAS
               INVALID KEY
                   DISPLAY "TITULO NAO ENCONTRADO"
                   MOVE 0 TO WS-FS
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN COD-CLIENTE-CR NOT EQUAL WS-CLIENTE-ADT
                           DISPLAY "TITULO PERTENCE AO CLIENTE "
                               COD-CLIENTE-CR
                       WHEN CR-LIQUIDADA
                           DISPLAY "TITULO JA ESTA LIQUIDADO"
                       WHEN CR-BAIXADA-PERDA
                           DISPLAY "TITULO BAIXADO COMO PERDA"
                       WHEN OTHER
                           PERFORM 6530-APLICAR-NO-TITULO
                   END-EVALUATE
           END-READ.

       6530-APLICAR-NO-TITULO.
           IF VALOR-ABERTO-CR LESS WS-SALDO-ADT-CLI
               MOVE VALOR-ABERTO-CR TO WS-VALOR-MAXIMO
           ELSE
               MOVE WS-SALDO-ADT-CLI TO WS-VALOR-MAXIMO
           END-IF

           MOVE VALOR-ABERTO-CR TO MASC-VALOR
           DISPLAY "VALOR EM ABERTO DO TITULO: " MASC-VALOR
           MOVE WS-VALOR-MAXIMO TO MASC-VALOR
           DISPLAY "INFORME O VALOR A APLICAR (0 = " MASC-VALOR ")"
           ACCEPT WS-VALOR-APLICAR

           IF WS-VALOR-APLICAR EQUAL 0
               MOVE WS-VALOR-MAXIMO TO WS-VALOR-APLICAR
           END-IF

           IF WS-VALOR-APLICAR GREATER WS-VALOR-MAXIMO
               DISPLAY "VALOR INVALIDO - MAXIMO " MASC-VALOR
           ELSE
               SUBTRACT WS-VALOR-APLICAR FROM VALOR-ABERTO-CR

               IF VALOR-ABERTO-CR EQUAL 0
                   MOVE 'L' TO STATUS-CR
               END-IF

               REWRITE REG-CONTA-RECEBER

               IF WS-FS NOT EQUAL ZEROS
                   MOVE WS-FS TO WS-FS-CODIGO-BUSCA
                   PERFORM 9000-TRADUZIR-FS-STATUS
                   DISPLAY "NAO FOI POSSIVEL ABATER O TITULO"
                   DISPLAY "FILE STATUS: " WS-FS " - " WS-FS-MENSAGEM
                   MOVE NUM-FATURA-CR TO WS-LOG-CHAVE
                   MOVE WS-FS TO WS-LOG-FS-VALOR
                   PERFORM 7000-GRAVAR-LOG-EXCECAO
               ELSE
                   PERFORM 6540-CONSUMIR-CREDITOS
                   SUBTRACT WS-VALOR-APLICAR FROM WS-SALDO-ADT-CLI

                   MOVE WS-VALOR-APLICAR TO WS-VALOR-RECEBIDO
                   PERFORM 3150-GRAVAR-RECEBIMENTO

                   MOVE 22000 TO PARM-LAN-DEBITO
                   MOVE 12000 TO PARM-LAN-CREDITO
                   MOVE WS-VALOR-APLICAR TO PARM-LAN-VALOR
                   MOVE "APLICACAO DE ADIANTAMENTO" TO
                       PARM-LAN-HISTORICO
                   MOVE "CONTAS-RECEBER" TO PARM-LAN-ORIGEM
                   MOVE NUM-FATURA-CR TO PARM-LAN-DOCUMENTO
                   CALL "GRAVA-LANCAMENTO" USING PARM-LANCAMENTO

                   IF PARM-LAN-RETORNO NOT EQUAL ZEROS
                       DISPLAY "LANCAMENTO CONTABIL NAO GRAVADO - FIL"
      -                    "E STATUS: " PARM-LAN-RETORNO
                   END-IF

                   MOVE WS-VALOR-APLICAR TO MASC-VALOR
                   DISPLAY "CREDITO APLICADO NO TITULO " NUM-FATURA-CR
                       ": " MASC-VALOR

                   IF CR-LIQUIDADA
                       PERFORM 3200-LIQUIDAR-FATURA
                   END-IF
               END-IF
           END-IF.

       6540-CONSUMIR-CREDITOS.
           MOVE WS-VALOR-APLICAR TO WS-RESTANTE
           MOVE 0 TO WS-EOF-ADT
           MOVE 0 TO NUM-ADIANTAMENTO

           START ADIANTAMENTOS KEY NOT LESS NUM-ADIANTAMENTO
               INVALID KEY
                   MOVE 1 TO WS-EOF-ADT
           END-START

           PERFORM UNTIL WS-EOF-ADT EQUAL 1 OR WS-RESTANTE EQUAL 0
               READ ADIANTAMENTOS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF-ADT
                   NOT AT END
                       IF COD-CLIENTE-ADT EQUAL WS-CLIENTE-ADT
                       AND ADT-DISPONIVEL
                           IF SALDO-ADT GREATER WS-RESTANTE
                               SUBTRACT WS-RESTANTE FROM SALDO-ADT
                               MOVE 0 TO WS-RESTANTE
                           ELSE
                               SUBTRACT SALDO-ADT FROM WS-RESTANTE
                               MOVE 0 TO SALDO-ADT
                               MOVE 'U' TO STATUS-ADT
                           END-IF

                           REWRITE REG-ADIANTAMENTO

                           IF WS-FS-ADT NOT EQUAL ZEROS
                               DISPLAY "NAO FOI POSSIVEL ATUALIZAR O "
                                   "CREDITO " NUM-ADIANTAMENTO
                                   " - FILE STATUS: " WS-FS-ADT
                               MOVE NUM-ADIANTAMENTO TO WS-LOG-CHAVE
                               MOVE WS-FS-ADT TO WS-LOG-FS-VALOR
                               PERFORM 7000-GRAVAR-LOG-EXCECAO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           MOVE 0 TO WS-FS-ADT.

       6900-ABRIR-ADIANTAMENTOS.
           OPEN I-O ADIANTAMENTOS

           IF WS-FS-ADT EQUAL 35
               OPEN OUTPUT ADIANTAMENTOS
               IF WS-FS-ADT EQUAL ZEROS
                   CLOSE ADIANTAMENTOS
                   OPEN I-O ADIANTAMENTOS
               END-IF
           END-IF.

       8100-ABRIR-RELATORIO.
           MOVE PARM-AMB-NOME TO REL-CAB-AMBIENTE

           WRITE LINHA-RELATORIO
           MOVE 3 TO REL-LINHAS-PAGINA.

      * Run as a month-end step (PERIODOMENSAL.TXT holds the closing
      * month), only the aging is produced, positioned on the last
      * day of that month.
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

       0810-POSICAO-FIM-MES.
           MOVE WS-PERIODO(1:4) TO WS-ANO
           MOVE WS-PERIODO(5:2) TO WS-MES

           IF WS-MES EQUAL 12
               COMPUTE WS-DATA-PROX-MES = (WS-ANO + 1) * 10000 + 101
           ELSE
               COMPUTE WS-DATA-PROX-MES =
                   WS-ANO * 10000 + (WS-MES + 1) * 100 + 1
           END-IF

           COMPUTE WS-INT-HOJE =
               FUNCTION INTEGER-OF-DATE(WS-DATA-PROX-MES) - 1
           COMPUTE WS-DATA-HOJE =
               FUNCTION DATE-OF-INTEGER(WS-INT-HOJE).

       0900-LER-SESSAO.
           MOVE 'L' TO PARM-SES-ACAO
           CALL "OPERADOR-SESSAO" USING PARM-SESSAO.
               'RECEBIMENTOSCR.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-RECEBIMENTOS

           MOVE SPACES TO WS-ARQ-ADIANTAMENTOS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'ADIANTAMENTOS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-ADIANTAMENTOS

           MOVE SPACES TO WS-ARQ-CLIENTES
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'CLIENTES.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-CLIENTES

           MOVE SPACES TO WS-ARQ-EXCECOES
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'EXCECOES.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-EXCECOES

           MOVE SPACES TO WS-ARQ-PERIODOMENSAL
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'PERIODOMENSAL.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-PERIODOMENSAL.

       END PROGRAM CONTAS-RECEBER.
