       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRETE-CLIENTE.
       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FRETES ASSIGN TO WS-ARQ-FRETESCLIENTE
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CHAVE-FRETE
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-FRT.

           SELECT CLIENTES ASSIGN TO WS-ARQ-CLIENTES
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-CLI.

           SELECT FATURAS ASSIGN TO WS-ARQ-FATURAS
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS NUM-FATURA
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-FAT.

           SELECT ENTREGAS ASSIGN TO WS-ARQ-ENTREGAS
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS NUM-PEDIDO-ENT
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-ENT.

           SELECT CUSTOS ASSIGN TO WS-ARQ-CUSTOSVIAGEM
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-CUS.

           SELECT VEICULOS ASSIGN TO WS-ARQ-VEICULOS
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS COD-VEICULO-V
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-VEI.

           SELECT RELATORIO ASSIGN TO REL-NOME-ARQ
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD FRETES.
           COPY FRETECLIENTE.

       FD CLIENTES.
           COPY CLIENTE.

       FD FATURAS.
           COPY FATURA.

       FD ENTREGAS.
           COPY ENTREGA.

       FD CUSTOS.
           COPY CUSTOVIAGEM.

       FD VEICULOS.
           COPY VEICULO.

       FD RELATORIO.
       01 LINHA-RELATORIO     PIC X(90).
       WORKING-STORAGE SECTION.
           COPY RELATORIO.
           COPY PARMCATALOGO.
           COPY AMBIENTE.
       77 WS-ARQ-FRETESCLIENTE   PIC X(60) VALUE SPACES.
       77 WS-ARQ-CLIENTES        PIC X(60) VALUE SPACES.
       77 WS-ARQ-FATURAS         PIC X(60) VALUE SPACES.
       77 WS-ARQ-ENTREGAS        PIC X(60) VALUE SPACES.
       77 WS-ARQ-CUSTOSVIAGEM    PIC X(60) VALUE SPACES.
       77 WS-ARQ-VEICULOS        PIC X(60) VALUE SPACES.
       77 WS-FS-FRT           PIC 99 VALUE 0.
       77 WS-FS-CLI           PIC 99 VALUE 0.
       77 WS-FS-FAT           PIC 99 VALUE 0.
       77 WS-FS-ENT           PIC 99 VALUE 0.
       77 WS-FS-CUS           PIC 99 VALUE 0.
       77 WS-FS-VEI           PIC 99 VALUE 0.
       77 WS-FS-REL           PIC 99 VALUE 0.
       77 CONTROLE           PIC A VALUE SPACES.
       77 WS-OPCAO            PIC 9 VALUE 0.
       77 WS-EOF              PIC 99 VALUE 0.
       77 WS-ENCONTRADO       PIC A VALUE 'N'.
       77 WS-CONFIRMA         PIC A VALUE SPACES.
       77 WS-ROTA-INF         PIC 99 VALUE 0.
       77 WS-PERIODO          PIC X(06) VALUE SPACES.
       77 WS-DATA-RELATORIO   PIC 9(08) VALUE 0.
       77 WS-QTDE-CLI         PIC 9(05) VALUE 0.
       77 WS-QTDE-VEICULOS    PIC 9(03) VALUE 0.
       77 WS-IDX-CLI          PIC 9(05) VALUE 0.
       77 WS-IDX-ROTA         PIC 9(03) VALUE 0.
       77 WS-IDX-VEI          PIC 9(03) VALUE 0.
       77 WS-ROTA-FATURA      PIC 99 VALUE 0.
       77 WS-VEICULO-FATURA   PIC 9(04) VALUE 0.
       77 WS-VEICULO-BUSCA    PIC 9(04) VALUE 0.
       77 WS-FATURAS-PERIODO  PIC 9(05) VALUE 0.
       77 WS-TOTAL-FATURAS    PIC 9(05) VALUE 0.
       77 WS-TOTAL-VIAGENS    PIC 9(05) VALUE 0.
       77 WS-TOTAL-COBRADO    PIC 9(09)V99 VALUE 0.
       77 WS-TOTAL-CUSTO      PIC 9(09)V99 VALUE 0.
       77 WS-DIFERENCA        PIC S9(09)V99 VALUE 0.
       77 WS-COBERTURA        PIC 9(05)V9 VALUE 0.
       77 MASC-VALOR          PIC Z.ZZZ.ZZ9,99.
       77 MASC-VALOR-KG       PIC ZZ9,99.
       77 MASC-ISENCAO        PIC ZZZ.ZZZ.ZZ9,99.

       01 WS-TABELA-CLIENTES.
           03 WS-CLIENTE-OCORR OCCURS 500 TIMES.
               05 WS-CLI-CODIGO        PIC 9(05).
               05 WS-CLI-ROTA          PIC 99.

       01 WS-TABELA-ROTAS.
           03 WS-ROTA-OCORR OCCURS 100 TIMES.
               05 WS-ROT-FATURAS       PIC 9(05).
               05 WS-ROT-COBRADO       PIC 9(09)V99.

       01 WS-TABELA-VEICULOS.
           03 WS-VEICULO-OCORR OCCURS 200 TIMES.
               05 WS-VEI-CODIGO        PIC 9(04).
               05 WS-VEI-FATURAS       PIC 9(05).
               05 WS-VEI-VIAGENS       PIC 9(05).
               05 WS-VEI-COBRADO       PIC 9(09)V99.
               05 WS-VEI-CUSTO         PIC 9(09)V99.

       01 WS-LINHA-FRETE.
           03 WS-DET-CODIGO        PIC 9(04).
           03 FILLER               PIC XX VALUE SPACES.
           03 WS-DET-PLACA         PIC X(07).
           03 FILLER               PIC X VALUE SPACES.
           03 WS-DET-FATURAS       PIC ZZZ9.
           03 FILLER               PIC X VALUE SPACES.
           03 WS-DET-VIAGENS       PIC ZZZ9.
           03 FILLER               PIC XX VALUE SPACES.
           03 WS-DET-COBRADO       PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER               PIC XX VALUE SPACES.
           03 WS-DET-CUSTO         PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER               PIC XX VALUE SPACES.
           03 WS-DET-DIFERENCA     PIC -ZZ.ZZZ.ZZ9,99.
           03 FILLER               PIC XX VALUE SPACES.
           03 WS-DET-COBERTURA     PIC ZZZ9,9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0950-RESOLVER-AMBIENTE
           DISPLAY "TABELA DE FRETE DE CLIENTES"

           OPEN I-O FRETES

           IF WS-FS-FRT EQUAL 35
               OPEN OUTPUT FRETES
               IF WS-FS-FRT EQUAL ZEROS
                   CLOSE FRETES
                   OPEN I-O FRETES
               END-IF
           END-IF

           IF WS-FS-FRT NOT EQUAL ZEROS
               DISPLAY "NAO FOI POSSIVEL ABRIR A TABELA DE FRETE"
               DISPLAY "FILE STATUS: " WS-FS-FRT
           ELSE
               PERFORM UNTIL CONTROLE EQUAL 'N'
                   DISPLAY "1 - INCLUIR OU ALTERAR FAIXA DE FRETE"
                   DISPLAY "2 - LISTAR TABELA DE FRETE"
                   DISPLAY "3 - EXCLUIR FAIXA DE FRETE"
                   DISPLAY "4 - RELATORIO FRETE COBRADO X CUSTO"
                   ACCEPT WS-OPCAO

                   EVALUATE WS-OPCAO
                       WHEN 1
                           PERFORM 2000-GRAVAR-FAIXA
                       WHEN 2
                           PERFORM 3000-LISTAR-TABELA
                       WHEN 3
                           PERFORM 4000-EXCLUIR-FAIXA
                       WHEN 4
                           PERFORM 5000-RELATORIO-FRETE
                       WHEN OTHER
                           DISPLAY "OPCAO INVALIDA"
                   END-EVALUATE

                   DISPLAY "DESEJA REALIZAR OUTRA OPERACAO?"
                   DISPLAY "DIGITE N PARA NAO"
                   ACCEPT CONTROLE
               END-PERFORM

               CLOSE FRETES
           END-IF

           GOBACK.

       2000-GRAVAR-FAIXA.
           DISPLAY "INFORME A ROTA (00 = TABELA PADRAO)"
           ACCEPT COD-ROTA-FRT
           DISPLAY "INFORME O PESO LIMITE DA FAIXA EM KG"
           ACCEPT PESO-ATE-FRT

           IF PESO-ATE-FRT EQUAL 0
               DISPLAY "PESO LIMITE DEVE SER MAIOR QUE ZERO"
           ELSE
               MOVE 'N' TO WS-ENCONTRADO

               READ FRETES
                   INVALID KEY
                       MOVE 0 TO WS-FS-FRT
                   NOT INVALID KEY
                       MOVE 'S' TO WS-ENCONTRADO
                       PERFORM 3100-EXIBIR-FAIXA
               END-READ

               DISPLAY "VALOR FIXO POR ENTREGA"
               ACCEPT VALOR-BASE-FRT
               DISPLAY "VALOR POR KG"
               ACCEPT VALOR-KG-FRT
               DISPLAY "VALOR DO PEDIDO PARA FRETE GRATIS (0 = SEMPRE"
                   " COBRA)"
               ACCEPT VALOR-ISENCAO-FRT

               IF WS-ENCONTRADO EQUAL 'S'
                   REWRITE REG-FRETE-CLIENTE
               ELSE
                   WRITE REG-FRETE-CLIENTE
               END-IF

               IF WS-FS-FRT NOT EQUAL ZEROS
                   DISPLAY "NAO FOI POSSIVEL GRAVAR A FAIXA - FILE ST"
      -                "ATUS: " WS-FS-FRT
               ELSE
                   DISPLAY "FAIXA DE FRETE GRAVADA"
               END-IF
           END-IF.

       3000-LISTAR-TABELA.
           DISPLAY "INFORME A ROTA (99 = TODAS)"
           ACCEPT WS-ROTA-INF

           MOVE 0 TO WS-EOF
           MOVE 0 TO WS-FATURAS-PERIODO
           MOVE LOW-VALUES TO CHAVE-FRETE

           IF WS-ROTA-INF NOT EQUAL 99
               MOVE WS-ROTA-INF TO COD-ROTA-FRT
               MOVE 0 TO PESO-ATE-FRT
           END-IF

           START FRETES KEY NOT LESS CHAVE-FRETE
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START

           PERFORM UNTIL WS-EOF EQUAL 1
               READ FRETES NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF WS-ROTA-INF NOT EQUAL 99
                       AND COD-ROTA-FRT NOT EQUAL WS-ROTA-INF
                           MOVE 1 TO WS-EOF
                       ELSE
                           PERFORM 3100-EXIBIR-FAIXA
                           ADD 1 TO WS-FATURAS-PERIODO
                       END-IF
               END-READ
           END-PERFORM

           MOVE 0 TO WS-FS-FRT

           IF WS-FATURAS-PERIODO EQUAL 0
               DISPLAY "NENHUMA FAIXA DE FRETE CADASTRADA"
           END-IF.

       3100-EXIBIR-FAIXA.
           MOVE VALOR-BASE-FRT TO MASC-VALOR
           MOVE VALOR-KG-FRT TO MASC-VALOR-KG
           MOVE VALOR-ISENCAO-FRT TO MASC-ISENCAO
           DISPLAY "ROTA " COD-ROTA-FRT " ATE " PESO-ATE-FRT " KG"
               "  FIXO " MASC-VALOR "  POR KG " MASC-VALOR-KG
               "  GRATIS A PARTIR DE " MASC-ISENCAO.

       4000-EXCLUIR-FAIXA.
           DISPLAY "INFORME A ROTA"
           ACCEPT COD-ROTA-FRT
           DISPLAY "INFORME O PESO LIMITE DA FAIXA EM KG"
           ACCEPT PESO-ATE-FRT

           READ FRETES
               INVALID KEY
                   DISPLAY "FAIXA DE FRETE NAO ENCONTRADA"
                   MOVE 0 TO WS-FS-FRT
               NOT INVALID KEY
                   PERFORM 3100-EXIBIR-FAIXA
                   DISPLAY "CONFIRMA A EXCLUSAO? (S/N)"
                   ACCEPT WS-CONFIRMA

                   IF WS-CONFIRMA EQUAL 'S'
                       DELETE FRETES

                       IF WS-FS-FRT NOT EQUAL ZEROS
                           DISPLAY "NAO FOI POSSIVEL EXCLUIR A FAIXA "
      -                        "- FILE STATUS: " WS-FS-FRT
                       ELSE
                           DISPLAY "FAIXA DE FRETE EXCLUIDA"
                       END-IF
                   END-IF
           END-READ.

      * Freight billed in the month comes from the invoices, charged
      * to the customer's route and to the vehicle that carried the
      * order according to its proof of delivery (vehicle 0000 when
      * the delivery was never keyed back). Cost comes from the
      * trips costed by CUSTEIO-VIAGEM in the same month.
       5000-RELATORIO-FRETE.
           DISPLAY "INFORME O PERIODO (AAAAMM)"
           ACCEPT WS-PERIODO

           INITIALIZE WS-TABELA-ROTAS
           INITIALIZE WS-TABELA-VEICULOS
           MOVE 0 TO WS-QTDE-VEICULOS
           MOVE 0 TO WS-FATURAS-PERIODO

           PERFORM 5100-CARREGAR-CLIENTES

           OPEN INPUT FATURAS

           IF WS-FS-FAT NOT EQUAL ZEROS
               DISPLAY "NAO FOI POSSIVEL ABRIR O ARQUIVO DE FATURAS"
               DISPLAY "FILE STATUS: " WS-FS-FAT
           ELSE
               OPEN INPUT ENTREGAS

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
                           IF DATA-FATURA(1:6) EQUAL WS-PERIODO
                               PERFORM 5200-ACUMULAR-FATURA
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE FATURAS

               IF WS-FS-ENT EQUAL ZEROS
                   CLOSE ENTREGAS
               END-IF

               PERFORM 5300-ACUMULAR-CUSTOS

               IF WS-FATURAS-PERIODO EQUAL 0
               AND WS-QTDE-VEICULOS EQUAL 0
                   DISPLAY "NENHUMA FATURA OU VIAGEM EM " WS-PERIODO
               ELSE
                   PERFORM 6000-IMPRIMIR-RELATORIO
               END-IF
           END-IF.

       5100-CARREGAR-CLIENTES.
           MOVE 0 TO WS-QTDE-CLI

           OPEN INPUT CLIENTES

           IF WS-FS-CLI EQUAL ZEROS
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF EQUAL 1
                   READ CLIENTES
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF WS-QTDE-CLI LESS 500
                               ADD 1 TO WS-QTDE-CLI
                               MOVE COD-CLIENTE TO
                                   WS-CLI-CODIGO(WS-QTDE-CLI)
                               MOVE COD-ROTA-CLIENTE TO
                                   WS-CLI-ROTA(WS-QTDE-CLI)
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE CLIENTES
           ELSE
               DISPLAY "CLIENTES NAO DISPONIVEIS - FRETE SAI NA ROTA"
                   " 00"
           END-IF.

       5200-ACUMULAR-FATURA.
           ADD 1 TO WS-FATURAS-PERIODO
           MOVE 0 TO WS-ROTA-FATURA

           PERFORM VARYING WS-IDX-CLI FROM 1 BY 1
                   UNTIL WS-IDX-CLI GREATER WS-QTDE-CLI
               IF WS-CLI-CODIGO(WS-IDX-CLI) EQUAL COD-CLIENTE-FAT
                   MOVE WS-CLI-ROTA(WS-IDX-CLI) TO WS-ROTA-FATURA
               END-IF
           END-PERFORM

           COMPUTE WS-IDX-ROTA = WS-ROTA-FATURA + 1
           ADD 1 TO WS-ROT-FATURAS(WS-IDX-ROTA)
           ADD VALOR-FRETE-FATURA TO WS-ROT-COBRADO(WS-IDX-ROTA)

           MOVE 0 TO WS-VEICULO-FATURA

           IF WS-FS-ENT EQUAL ZEROS
               MOVE NUM-PEDIDO-FAT TO NUM-PEDIDO-ENT
               READ ENTREGAS
                   INVALID KEY
                       MOVE 0 TO WS-FS-ENT
                   NOT INVALID KEY
                       MOVE COD-VEICULO-ENT TO WS-VEICULO-FATURA
               END-READ
           END-IF

           MOVE WS-VEICULO-FATURA TO WS-VEICULO-BUSCA
           PERFORM 5400-LOCALIZAR-VEICULO

           IF WS-ENCONTRADO EQUAL 'S'
               ADD 1 TO WS-VEI-FATURAS(WS-IDX-VEI)
               ADD VALOR-FRETE-FATURA TO WS-VEI-COBRADO(WS-IDX-VEI)
           END-IF.

       5300-ACUMULAR-CUSTOS.
           OPEN INPUT CUSTOS

           IF WS-FS-CUS NOT EQUAL ZEROS
               DISPLAY "CUSTOSVIAGEM.TXT NAO ABERTO - EXECUTE O CUSTE"
                   "IO DAS VIAGENS PARA COMPARAR O CUSTO"
           ELSE
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF EQUAL 1
                   READ CUSTOS
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF DATA-VIAGEM-CUS(1:6) EQUAL WS-PERIODO
                               MOVE COD-VEICULO-CUS TO
                                   WS-VEICULO-BUSCA
                               PERFORM 5400-LOCALIZAR-VEICULO
                               IF WS-ENCONTRADO EQUAL 'S'
                                   ADD 1 TO WS-VEI-VIAGENS(WS-IDX-VEI)
                                   ADD CUSTO-VIAGEM-CUS TO
                                       WS-VEI-CUSTO(WS-IDX-VEI)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE CUSTOS
           END-IF.

       5400-LOCALIZAR-VEICULO.
           MOVE 'N' TO WS-ENCONTRADO

           PERFORM VARYING WS-IDX-VEI FROM 1 BY 1
                   UNTIL WS-IDX-VEI GREATER WS-QTDE-VEICULOS
                   OR WS-ENCONTRADO EQUAL 'S'
               IF WS-VEI-CODIGO(WS-IDX-VEI) EQUAL WS-VEICULO-BUSCA
                   MOVE 'S' TO WS-ENCONTRADO
               END-IF
           END-PERFORM

           IF WS-ENCONTRADO EQUAL 'S'
               SUBTRACT 1 FROM WS-IDX-VEI
           ELSE
               IF WS-QTDE-VEICULOS LESS 200
                   ADD 1 TO WS-QTDE-VEICULOS
                   MOVE WS-QTDE-VEICULOS TO WS-IDX-VEI
                   MOVE WS-VEICULO-BUSCA TO WS-VEI-CODIGO(WS-IDX-VEI)
                   MOVE 'S' TO WS-ENCONTRADO
               ELSE
                   DISPLAY "TABELA DE VEICULOS CHEIA - VEICULO "
                       WS-VEICULO-BUSCA " IGNORADO"
               END-IF
           END-IF.

       6000-IMPRIMIR-RELATORIO.
           MOVE SPACES TO REL-CABECALHO-COLUNAS
           STRING "COD.  PLACA   FAT. VIAG  FRETE COBRADO  CUSTO V"
               "IAGENS       DIFERENCA   COB.%"
               DELIMITED BY SIZE INTO REL-CABECALHO-COLUNAS
           PERFORM 8100-ABRIR-RELATORIO

           MOVE "FRETE COBRADO POR ROTA" TO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           MOVE 0 TO WS-TOTAL-FATURAS
           MOVE 0 TO WS-TOTAL-COBRADO

           PERFORM VARYING WS-IDX-ROTA FROM 1 BY 1
                   UNTIL WS-IDX-ROTA GREATER 100
               IF WS-ROT-FATURAS(WS-IDX-ROTA) GREATER 0
                   MOVE SPACES TO WS-LINHA-FRETE
                   COMPUTE WS-DET-CODIGO = WS-IDX-ROTA - 1
                   MOVE WS-ROT-FATURAS(WS-IDX-ROTA) TO WS-DET-FATURAS
                   MOVE WS-ROT-COBRADO(WS-IDX-ROTA) TO WS-DET-COBRADO
                   MOVE WS-LINHA-FRETE TO LINHA-RELATORIO
                   PERFORM 8200-IMPRIMIR-LINHA
                   ADD WS-ROT-FATURAS(WS-IDX-ROTA) TO WS-TOTAL-FATURAS
                   ADD WS-ROT-COBRADO(WS-IDX-ROTA) TO WS-TOTAL-COBRADO
               END-IF
           END-PERFORM

           MOVE SPACES TO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA
           MOVE "FRETE COBRADO X CUSTO POR VEICULO" TO
               LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           MOVE 0 TO WS-TOTAL-VIAGENS
           MOVE 0 TO WS-TOTAL-CUSTO

           IF WS-QTDE-VEICULOS GREATER 0
               OPEN INPUT VEICULOS
           END-IF

           PERFORM VARYING WS-IDX-VEI FROM 1 BY 1
                   UNTIL WS-IDX-VEI GREATER WS-QTDE-VEICULOS
               MOVE SPACES TO WS-LINHA-FRETE
               MOVE WS-VEI-CODIGO(WS-IDX-VEI) TO WS-DET-CODIGO

               IF WS-VEI-CODIGO(WS-IDX-VEI) EQUAL 0
                   MOVE "S/ROM." TO WS-DET-PLACA
               ELSE
                   IF WS-FS-VEI EQUAL ZEROS
                       MOVE WS-VEI-CODIGO(WS-IDX-VEI) TO COD-VEICULO-V
                       READ VEICULOS
                           INVALID KEY
                               MOVE 0 TO WS-FS-VEI
                           NOT INVALID KEY
                               MOVE PLACA-VEICULO TO WS-DET-PLACA
                       END-READ
                   END-IF
               END-IF

               MOVE WS-VEI-FATURAS(WS-IDX-VEI) TO WS-DET-FATURAS
               MOVE WS-VEI-VIAGENS(WS-IDX-VEI) TO WS-DET-VIAGENS
               MOVE WS-VEI-COBRADO(WS-IDX-VEI) TO WS-DET-COBRADO
               MOVE WS-VEI-CUSTO(WS-IDX-VEI) TO WS-DET-CUSTO
               COMPUTE WS-DIFERENCA = WS-VEI-COBRADO(WS-IDX-VEI)
                   - WS-VEI-CUSTO(WS-IDX-VEI)
               MOVE WS-DIFERENCA TO WS-DET-DIFERENCA

               IF WS-VEI-CUSTO(WS-IDX-VEI) GREATER 0
                   COMPUTE WS-COBERTURA ROUNDED =
                       WS-VEI-COBRADO(WS-IDX-VEI) * 100
                       / WS-VEI-CUSTO(WS-IDX-VEI)
                       ON SIZE ERROR
                           MOVE 9999,9 TO WS-COBERTURA
                   END-COMPUTE
                   MOVE WS-COBERTURA TO WS-DET-COBERTURA
               END-IF

               MOVE WS-LINHA-FRETE TO LINHA-RELATORIO
               PERFORM 8200-IMPRIMIR-LINHA

               ADD WS-VEI-VIAGENS(WS-IDX-VEI) TO WS-TOTAL-VIAGENS
               ADD WS-VEI-CUSTO(WS-IDX-VEI) TO WS-TOTAL-CUSTO
           END-PERFORM

           IF WS-QTDE-VEICULOS GREATER 0
           AND WS-FS-VEI EQUAL ZEROS
               CLOSE VEICULOS
           END-IF

           MOVE ALL "-" TO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           MOVE SPACES TO WS-LINHA-FRETE
           MOVE 0 TO WS-DET-CODIGO
           MOVE "TOTAL" TO WS-DET-PLACA
           MOVE WS-TOTAL-FATURAS TO WS-DET-FATURAS
           MOVE WS-TOTAL-VIAGENS TO WS-DET-VIAGENS
           MOVE WS-TOTAL-COBRADO TO WS-DET-COBRADO
           MOVE WS-TOTAL-CUSTO TO WS-DET-CUSTO
           COMPUTE WS-DIFERENCA = WS-TOTAL-COBRADO - WS-TOTAL-CUSTO
           MOVE WS-DIFERENCA TO WS-DET-DIFERENCA

           IF WS-TOTAL-CUSTO GREATER 0
               COMPUTE WS-COBERTURA ROUNDED =
                   WS-TOTAL-COBRADO * 100 / WS-TOTAL-CUSTO
                   ON SIZE ERROR
                       MOVE 9999,9 TO WS-COBERTURA
               END-COMPUTE
               MOVE WS-COBERTURA TO WS-DET-COBERTURA
           END-IF

           MOVE WS-LINHA-FRETE TO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           IF WS-FS-REL EQUAL ZEROS
               CLOSE RELATORIO
               MOVE "FRETE-CLIENTE" TO PARM-CAT-PROGRAMA
               MOVE REL-CAB-TITULO TO PARM-CAT-TITULO
               MOVE REL-NOME-ARQ TO PARM-CAT-ARQUIVO
               CALL "GRAVA-CATALOGO" USING PARM-CATALOGO
               DISPLAY "RELATORIO GRAVADO EM " REL-NOME-ARQ
           END-IF.

       8100-ABRIR-RELATORIO.
           MOVE PARM-AMB-NOME TO REL-CAB-AMBIENTE

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-RELATORIO
           MOVE WS-DATA-RELATORIO(5:2) TO REL-CAB-DATA(1:2)
           MOVE WS-DATA-RELATORIO(7:2) TO REL-CAB-DATA(4:2)
           MOVE WS-DATA-RELATORIO(1:4) TO REL-CAB-DATA(7:4)

           MOVE SPACES TO REL-CAB-TITULO
           STRING "FRETE COBRADO X CUSTO - " WS-PERIODO
               DELIMITED BY SIZE INTO REL-CAB-TITULO

           MOVE SPACES TO REL-NOME-ARQ
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'RELATORIOS\FRETES' WS-PERIODO '.TXT'
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

           MOVE SPACES TO WS-ARQ-FRETESCLIENTE
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'FRETESCLIENTE.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-FRETESCLIENTE

           MOVE SPACES TO WS-ARQ-CLIENTES
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'CLIENTES.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-CLIENTES

           MOVE SPACES TO WS-ARQ-FATURAS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'FATURAS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-FATURAS

           MOVE SPACES TO WS-ARQ-ENTREGAS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'ENTREGAS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-ENTREGAS

           MOVE SPACES TO WS-ARQ-CUSTOSVIAGEM
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'CUSTOSVIAGEM.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-CUSTOSVIAGEM

           MOVE SPACES TO WS-ARQ-VEICULOS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'VEICULOS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-VEICULOS.

       END PROGRAM FRETE-CLIENTE.
