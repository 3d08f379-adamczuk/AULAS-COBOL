       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTO-TOTAL-FROTA.
       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOS-FIXOS ASSIGN TO WS-ARQ-CUSTOSFIXOSVEIC
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS COD-VEICULO-CF
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS.

           SELECT VEICULOS ASSIGN TO WS-ARQ-VEICULOS
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS COD-VEICULO-V
           FILE STATUS IS WS-FS-VEI.

           SELECT ABASTECIMENTOS ASSIGN TO WS-ARQ-ABASTECIMENTOS
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-AB.

           SELECT VIAGENS ASSIGN TO WS-ARQ-VIAGENS
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-VIA.

           SELECT ORDENS ASSIGN TO WS-ARQ-ORDENSSERVICO
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS NUM-OS
           FILE STATUS IS WS-FS-OS.

           SELECT ENTREGAS ASSIGN TO WS-ARQ-ENTREGAS
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS NUM-PEDIDO-ENT
           FILE STATUS IS WS-FS-ENT.

           SELECT FATURAS ASSIGN TO WS-ARQ-FATURAS
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS NUM-FATURA
           FILE STATUS IS WS-FS-FAT.

           SELECT PRODUTOS ASSIGN TO WS-ARQ-PRODUTOS
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS COD-PRODUTO
           ALTERNATE RECORD KEY IS EAN-PRODUTO
           ALTERNATE RECORD KEY IS NOME-PRODUTO
               WITH DUPLICATES
           FILE STATUS IS WS-FS-PROD.

           SELECT RELATORIO ASSIGN TO REL-NOME-ARQ
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD CUSTOS-FIXOS.
           COPY CUSTOFIXOVEICULO.

       FD VEICULOS.
           COPY VEICULO.

       FD ABASTECIMENTOS.
           COPY ABASTECIMENTO.

       FD VIAGENS.
           COPY VIAGEM.

       FD ORDENS.
           COPY ORDEMSERVICO.

       FD ENTREGAS.
           COPY ENTREGA.

       FD FATURAS.
           COPY FATURA.

       FD PRODUTOS.
           COPY PRODUTO.

       FD RELATORIO.
       01 LINHA-RELATORIO     PIC X(90).
       WORKING-STORAGE SECTION.
           COPY RELATORIO.
           COPY PARMCATALOGO.
           COPY PARMRUNLOG.
           COPY AMBIENTE.
       77 WS-ARQ-CUSTOSFIXOSVEIC PIC X(60) VALUE SPACES.
       77 WS-ARQ-VEICULOS        PIC X(60) VALUE SPACES.
       77 WS-ARQ-ABASTECIMENTOS  PIC X(60) VALUE SPACES.
       77 WS-ARQ-VIAGENS         PIC X(60) VALUE SPACES.
       77 WS-ARQ-ORDENSSERVICO   PIC X(60) VALUE SPACES.
       77 WS-ARQ-ENTREGAS        PIC X(60) VALUE SPACES.
       77 WS-ARQ-FATURAS         PIC X(60) VALUE SPACES.
       77 WS-ARQ-PRODUTOS        PIC X(60) VALUE SPACES.
       77 WS-FS               PIC 99 VALUE 0.
       77 WS-FS-VEI           PIC 99 VALUE 0.
       77 WS-FS-AB            PIC 99 VALUE 0.
       77 WS-FS-VIA           PIC 99 VALUE 0.
       77 WS-FS-OS            PIC 99 VALUE 0.
       77 WS-FS-ENT           PIC 99 VALUE 0.
       77 WS-FS-FAT           PIC 99 VALUE 0.
       77 WS-FS-PROD          PIC 99 VALUE 0.
       77 WS-FS-REL           PIC 99 VALUE 0.
       77 CONTROLE           PIC A VALUE SPACES.
       77 WS-OPCAO            PIC 9 VALUE 0.
       77 WS-EOF              PIC 99 VALUE 0.
       77 WS-CONFIRMA         PIC A VALUE SPACES.
       77 WS-PERIODO          PIC 9(06) VALUE 0.
       77 WS-DATA-HOJE        PIC 9(08) VALUE 0.
       77 WS-DATA-RELATORIO   PIC 9(08) VALUE 0.
       77 WS-MESES-PERIODO    PIC 9(06) VALUE 0.
       77 WS-MESES-DATA       PIC 9(06) VALUE 0.
       77 WS-MESES-AQUISICAO  PIC 9(06) VALUE 0.
       77 WS-DATA-BUSCA       PIC 9(08) VALUE 0.
       77 WS-ANO-CALC         PIC 9(04) VALUE 0.
       77 WS-MES-CALC         PIC 99 VALUE 0.
       77 WS-IDX-MES          PIC S9(07) VALUE 0.
       77 WS-IDX-INICIO-ANO   PIC 99 VALUE 0.
       77 WS-IDX-DE           PIC 99 VALUE 0.
       77 WS-IDX-ATE          PIC 99 VALUE 0.
       77 WS-IDX-SOMA         PIC 99 VALUE 0.
       77 WS-IDX-ITEM         PIC 99 VALUE 0.
       77 WS-QTDE-VEICULOS    PIC 9(03) VALUE 0.
       77 WS-IDX-VEI          PIC 9(03) VALUE 0.
       77 WS-IDX-BUSCA        PIC 9(03) VALUE 0.
       77 WS-IDX-ENCONTRADO   PIC 9(03) VALUE 0.
       77 WS-VEICULO-BUSCA    PIC 9(04) VALUE 0.
       77 WS-FIXO-MENSAL      PIC 9(09)V99 VALUE 0.
       77 WS-DEPRECIACAO      PIC 9(09)V99 VALUE 0.
       77 WS-KG-ITEM          PIC 9(09) VALUE 0.
       77 WS-CUSTO-KM-1       PIC 9(05)V99 VALUE 0.
       77 WS-CUSTO-KM-2       PIC 9(05)V99 VALUE 0.
       77 WS-CUSTO-KM-3       PIC 9(05)V99 VALUE 0.
       77 WS-EM-ALTA          PIC A VALUE 'N'.
       77 WS-QTDE-EM-ALTA     PIC 9(03) VALUE 0.
       77 WS-QTDE-IMPRESSOS   PIC 9(05) VALUE 0.
       77 WS-RESULTADO-MES    PIC S9(09)V99 VALUE 0.
       77 WS-RESULTADO-ANO    PIC S9(09)V99 VALUE 0.
       77 MASC-VALOR          PIC Z.ZZZ.ZZ9,99.
       77 MASC-RESULTADO      PIC -ZZZ.ZZZ.ZZ9,99.
       77 MASC-RESULTADO-ANO  PIC -ZZZ.ZZZ.ZZ9,99.
       77 MASC-CUSTO-KM-1     PIC ZZ9,99.
       77 MASC-CUSTO-KM-2     PIC ZZ9,99.
       77 MASC-CUSTO-KM-3     PIC ZZ9,99.

      * Twelve months per vehicle, ending at the month reported:
      * month 12 is the report month, and the months of its year are
      * the year to date. The earlier months feed the cost-per-km
      * trend only.
       01 WS-TABELA-FROTA.
           03 WS-VEI-OCORR OCCURS 200 TIMES.
               05 WS-VEI-CODIGO           PIC 9(04).
               05 WS-VEI-MES OCCURS 12 TIMES.
                   07 WS-MES-KM           PIC 9(07).
                   07 WS-MES-COMBUSTIVEL  PIC 9(09)V99.
                   07 WS-MES-MANUTENCAO   PIC 9(09)V99.
                   07 WS-MES-FIXOS        PIC 9(09)V99.
                   07 WS-MES-KG           PIC 9(09).
                   07 WS-MES-FRETE        PIC 9(09)V99.

       01 WS-ACUMULADO.
           03 WS-ACU-KM               PIC 9(09).
           03 WS-ACU-COMBUSTIVEL      PIC 9(11)V99.
           03 WS-ACU-MANUTENCAO       PIC 9(11)V99.
           03 WS-ACU-FIXOS            PIC 9(11)V99.
           03 WS-ACU-TOTAL            PIC 9(11)V99.
           03 WS-ACU-KG               PIC 9(11).
           03 WS-ACU-FRETE            PIC 9(11)V99.

       01 WS-TOTAL-FROTA-MES.
           03 WS-TFM-KM               PIC 9(09).
           03 WS-TFM-COMBUSTIVEL      PIC 9(11)V99.
           03 WS-TFM-MANUTENCAO       PIC 9(11)V99.
           03 WS-TFM-FIXOS            PIC 9(11)V99.
           03 WS-TFM-TOTAL            PIC 9(11)V99.
           03 WS-TFM-KG               PIC 9(11).
           03 WS-TFM-FRETE            PIC 9(11)V99.

       01 WS-TOTAL-FROTA-ANO.
           03 WS-TFA-KM               PIC 9(09).
           03 WS-TFA-COMBUSTIVEL      PIC 9(11)V99.
           03 WS-TFA-MANUTENCAO       PIC 9(11)V99.
           03 WS-TFA-FIXOS            PIC 9(11)V99.
           03 WS-TFA-TOTAL            PIC 9(11)V99.
           03 WS-TFA-KG               PIC 9(11).
           03 WS-TFA-FRETE            PIC 9(11)V99.

       01 WS-LINHA-DET-CUSTO.
           03 WS-DET-ROTULO        PIC X(03).
           03 FILLER               PIC X(01) VALUE SPACES.
           03 WS-DET-KM            PIC Z(06)9.
           03 FILLER               PIC X(01) VALUE SPACES.
           03 WS-DET-COMBUSTIVEL   PIC ZZ.ZZZ.ZZ9.
           03 FILLER               PIC X(01) VALUE SPACES.
           03 WS-DET-MANUTENCAO    PIC ZZ.ZZZ.ZZ9.
           03 FILLER               PIC X(01) VALUE SPACES.
           03 WS-DET-FIXOS         PIC ZZ.ZZZ.ZZ9.
           03 FILLER               PIC X(01) VALUE SPACES.
           03 WS-DET-TOTAL         PIC ZZ.ZZZ.ZZ9.
           03 FILLER               PIC X(01) VALUE SPACES.
           03 WS-DET-CUSTO-KM      PIC ZZ9,99.
           03 FILLER               PIC X(01) VALUE SPACES.
           03 WS-DET-KG            PIC Z(07)9.
           03 FILLER               PIC X(01) VALUE SPACES.
           03 WS-DET-CUSTO-KG      PIC Z9,999.
           03 FILLER               PIC X(01) VALUE SPACES.
           03 WS-DET-FRETE         PIC ZZ.ZZZ.ZZ9.

       PROCEDURE DIVISION.
      ******************************************************************
      * Vehicle total cost of ownership. Option 1 keeps the fixed
      * costs of each vehicle (insurance, licensing, depreciation);
      * option 3 prints, per vehicle, the month and the year to date:
      * kilometres from the trips, fuel from ABASTECIMENTOS.TXT,
      * maintenance from the work orders closed in the month (labour,
      * parts and workshop), the fixed costs, cost per km and per kg
      * delivered on the vehicle's manifests, and the freight billed
      * on the invoices of those orders (attributed as FRETE-CLIENTE
      * does, by the vehicle on the order's proof of delivery).
      * CUSTOSVIAGEM.TXT is left out: it is the trips priced at the
      * standard rate table, not money spent. A vehicle whose cost
      * per km went up in each of the last three months is flagged
      * for replacement review.
      ******************************************************************
       MAIN-PROCEDURE.
           PERFORM 0950-RESOLVER-AMBIENTE
           DISPLAY "CUSTO TOTAL E RENTABILIDADE DA FROTA"

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE

           OPEN I-O CUSTOS-FIXOS

           IF WS-FS EQUAL 35
               OPEN OUTPUT CUSTOS-FIXOS
               IF WS-FS EQUAL ZEROS
                   CLOSE CUSTOS-FIXOS
                   OPEN I-O CUSTOS-FIXOS
               END-IF
           END-IF

           OPEN INPUT VEICULOS

           IF WS-FS NOT EQUAL ZEROS
           OR WS-FS-VEI NOT EQUAL ZEROS
               DISPLAY "NAO FOI POSSIVEL ABRIR OS ARQUIVOS"
               DISPLAY "CUSTOS FIXOS: " WS-FS "  VEICULOS: " WS-FS-VEI
           ELSE
               PERFORM UNTIL CONTROLE EQUAL 'N'
                   DISPLAY "1 - INCLUIR/ALTERAR CUSTOS FIXOS DO VEICULO"
                   DISPLAY "2 - LISTAR CUSTOS FIXOS"
                   DISPLAY "3 - RELATORIO DE CUSTO TOTAL DA FROTA"
                   ACCEPT WS-OPCAO

                   EVALUATE WS-OPCAO
                       WHEN 1
                           PERFORM 2000-GRAVAR-CUSTOS-FIXOS
                       WHEN 2
                           PERFORM 3000-LISTAR-CUSTOS-FIXOS
                       WHEN 3
                           PERFORM 5000-RELATORIO-CUSTO-TOTAL
                       WHEN OTHER
                           DISPLAY "OPCAO INVALIDA"
                   END-EVALUATE

                   DISPLAY "DESEJA REALIZAR OUTRA OPERACAO?"
                   DISPLAY "DIGITE N PARA NAO"
                   ACCEPT CONTROLE
               END-PERFORM
           END-IF

           IF WS-FS EQUAL ZEROS
               CLOSE CUSTOS-FIXOS
           END-IF

           IF WS-FS-VEI EQUAL ZEROS
               CLOSE VEICULOS
           END-IF

           GOBACK.

       2000-GRAVAR-CUSTOS-FIXOS.
           DISPLAY "INFORME O CODIGO DO VEICULO"
           ACCEPT COD-VEICULO-V

           READ VEICULOS
               INVALID KEY
                   DISPLAY "VEICULO NAO CADASTRADO: " COD-VEICULO-V
                   MOVE 0 TO WS-FS-VEI
               NOT INVALID KEY
                   DISPLAY "VEICULO: " PLACA-VEICULO " - "
                       DESCRICAO-VEICULO
                   PERFORM 2100-INFORMAR-CUSTOS
           END-READ.

       2100-INFORMAR-CUSTOS.
           MOVE COD-VEICULO-V TO COD-VEICULO-CF

           READ CUSTOS-FIXOS
               INVALID KEY
                   MOVE 'N' TO WS-CONFIRMA
                   INITIALIZE REG-CUSTO-FIXO-VEICULO
                   MOVE COD-VEICULO-V TO COD-VEICULO-CF
                   MOVE 0 TO WS-FS
               NOT INVALID KEY
                   MOVE 'S' TO WS-CONFIRMA
                   PERFORM 3100-EXIBIR-CUSTOS
           END-READ

           DISPLAY "INFORME O SEGURO ANUAL"
           ACCEPT SEGURO-ANUAL-CF
           DISPLAY "INFORME O LICENCIAMENTO ANUAL (IPVA E TAXAS)"
           ACCEPT LICENCIAMENTO-ANUAL-CF
           DISPLAY "INFORME O VALOR DE AQUISICAO"
           ACCEPT VALOR-AQUISICAO-CF
           DISPLAY "INFORME O VALOR RESIDUAL ESTIMADO"
           ACCEPT VALOR-RESIDUAL-CF
           DISPLAY "INFORME A DATA DE AQUISICAO (AAAAMMDD)"
           ACCEPT DATA-AQUISICAO-CF
           DISPLAY "INFORME A VIDA UTIL EM MESES"
           ACCEPT VIDA-UTIL-MESES-CF

           IF VALOR-RESIDUAL-CF GREATER VALOR-AQUISICAO-CF
               DISPLAY "RESIDUAL MAIOR QUE A AQUISICAO - SEM DEPRECIA"
      -            "CAO"
               MOVE VALOR-AQUISICAO-CF TO VALOR-RESIDUAL-CF
           END-IF

           IF WS-CONFIRMA EQUAL 'S'
               REWRITE REG-CUSTO-FIXO-VEICULO
           ELSE
               WRITE REG-CUSTO-FIXO-VEICULO
           END-IF

           IF WS-FS NOT EQUAL ZEROS
               DISPLAY "NAO FOI POSSIVEL GRAVAR OS CUSTOS - FILE STAT"
      -            "US: " WS-FS
           ELSE
               PERFORM 3100-EXIBIR-CUSTOS
               DISPLAY "CUSTOS FIXOS GRAVADOS"
           END-IF.

       3000-LISTAR-CUSTOS-FIXOS.
           MOVE 0 TO WS-EOF
           MOVE 0 TO COD-VEICULO-CF

           START CUSTOS-FIXOS KEY NOT LESS COD-VEICULO-CF
               INVALID KEY
                   MOVE 1 TO WS-EOF
                   DISPLAY "NENHUM CUSTO FIXO CADASTRADO"
           END-START

           PERFORM UNTIL WS-EOF EQUAL 1
               READ CUSTOS-FIXOS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM 3100-EXIBIR-CUSTOS
               END-READ
           END-PERFORM.

       3100-EXIBIR-CUSTOS.
           PERFORM 5900-CALCULAR-FIXO-MES

           DISPLAY "VEICULO " COD-VEICULO-CF
           MOVE SEGURO-ANUAL-CF TO MASC-VALOR
           DISPLAY "  SEGURO ANUAL.......: " MASC-VALOR
           MOVE LICENCIAMENTO-ANUAL-CF TO MASC-VALOR
           DISPLAY "  LICENCIAMENTO ANUAL: " MASC-VALOR
           MOVE VALOR-AQUISICAO-CF TO MASC-VALOR
           DISPLAY "  AQUISICAO..........: " MASC-VALOR "  EM "
               DATA-AQUISICAO-CF
           MOVE VALOR-RESIDUAL-CF TO MASC-VALOR
           DISPLAY "  RESIDUAL...........: " MASC-VALOR "  VIDA UTIL "
               VIDA-UTIL-MESES-CF " MESES"
           MOVE WS-DEPRECIACAO TO MASC-VALOR
           DISPLAY "  DEPRECIACAO MENSAL.: " MASC-VALOR.

      ******************************************************************
      * Builds the twelve-month table from every source, then prints
      * one block per vehicle of the master (and any vehicle code met
      * in the files but no longer on it; freight on orders never
      * keyed back from a manifest goes to vehicle 0000).
      ******************************************************************
       5000-RELATORIO-CUSTO-TOTAL.
           MOVE "CUSTO-TOTAL-FROTA" TO PARM-RUN-PROGRAMA
           MOVE 'I' TO PARM-RUN-EVENTO
           MOVE 0 TO PARM-RUN-REGISTROS
           CALL "GRAVA-RUNLOG" USING PARM-RUNLOG
           MOVE 'C' TO PARM-RUN-EVENTO

           DISPLAY "INFORME O PERIODO (AAAAMM - 0 = MES ANTERIOR)"
           ACCEPT WS-PERIODO

           IF WS-PERIODO EQUAL 0
               MOVE WS-DATA-HOJE(1:6) TO WS-PERIODO
               IF WS-PERIODO(5:2) EQUAL '01'
                   COMPUTE WS-PERIODO = WS-PERIODO - 89
               ELSE
                   SUBTRACT 1 FROM WS-PERIODO
               END-IF
           END-IF

           MOVE WS-PERIODO(1:4) TO WS-ANO-CALC
           MOVE WS-PERIODO(5:2) TO WS-MES-CALC
           COMPUTE WS-MESES-PERIODO = WS-ANO-CALC * 12 + WS-MES-CALC
           COMPUTE WS-IDX-INICIO-ANO = 13 - WS-MES-CALC

           INITIALIZE WS-TABELA-FROTA
           INITIALIZE WS-TOTAL-FROTA-MES
           INITIALIZE WS-TOTAL-FROTA-ANO
           MOVE 0 TO WS-QTDE-VEICULOS
           MOVE 0 TO WS-QTDE-EM-ALTA
           MOVE 0 TO WS-QTDE-IMPRESSOS

           PERFORM 5100-CARREGAR-VEICULOS
           PERFORM 5200-ACUMULAR-COMBUSTIVEL
           PERFORM 5300-ACUMULAR-KM
           PERFORM 5400-ACUMULAR-MANUTENCAO
           PERFORM 5500-ACUMULAR-ENTREGAS
           PERFORM 5600-ACUMULAR-FRETE
           PERFORM 5700-APLICAR-CUSTOS-FIXOS

           IF WS-QTDE-VEICULOS EQUAL 0
               DISPLAY "NENHUM VEICULO CADASTRADO OU MOVIMENTADO"
           ELSE
               PERFORM 6000-IMPRIMIR-RELATORIO
           END-IF

           MOVE WS-QTDE-IMPRESSOS TO PARM-RUN-REGISTROS
           CALL "GRAVA-RUNLOG" USING PARM-RUNLOG.

       5100-CARREGAR-VEICULOS.
           MOVE 0 TO WS-EOF
           MOVE 0 TO COD-VEICULO-V

           START VEICULOS KEY NOT LESS COD-VEICULO-V
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START

           PERFORM UNTIL WS-EOF EQUAL 1
               READ VEICULOS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       MOVE COD-VEICULO-V TO WS-VEICULO-BUSCA
                       PERFORM 5800-LOCALIZAR-VEICULO
               END-READ
           END-PERFORM

           MOVE 0 TO WS-FS-VEI.

       5200-ACUMULAR-COMBUSTIVEL.
           MOVE 0 TO WS-EOF

           OPEN INPUT ABASTECIMENTOS

           IF WS-FS-AB NOT EQUAL ZEROS
               DISPLAY "SEM ARQUIVO DE ABASTECIMENTOS - COMBUSTIVEL S"
      -            "AI ZERADO"
               MOVE 1 TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF EQUAL 1
               READ ABASTECIMENTOS
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       MOVE DATA-AB TO WS-DATA-BUSCA
                       PERFORM 5850-INDICE-DO-MES

                       IF WS-IDX-MES GREATER 0
                           MOVE COD-VEICULO-AB TO WS-VEICULO-BUSCA
                           PERFORM 5800-LOCALIZAR-VEICULO

                           IF WS-IDX-ENCONTRADO GREATER 0
                               ADD VALOR-AB TO WS-MES-COMBUSTIVEL
                                   (WS-IDX-ENCONTRADO, WS-IDX-MES)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-FS-AB EQUAL ZEROS OR WS-FS-AB EQUAL 10
               CLOSE ABASTECIMENTOS
           END-IF.

       5300-ACUMULAR-KM.
           MOVE 0 TO WS-EOF

           OPEN INPUT VIAGENS

           IF WS-FS-VIA NOT EQUAL ZEROS
               DISPLAY "SEM ARQUIVO DE VIAGENS - KM SAI ZERADO"
               MOVE 1 TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF EQUAL 1
               READ VIAGENS
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       MOVE DATA-VIAGEM TO WS-DATA-BUSCA
                       PERFORM 5850-INDICE-DO-MES

                       IF WS-IDX-MES GREATER 0
                       AND ESPACO-VIAGEM GREATER 0
                           MOVE COD-VEICULO TO WS-VEICULO-BUSCA
                           PERFORM 5800-LOCALIZAR-VEICULO

                           IF WS-IDX-ENCONTRADO GREATER 0
                               ADD ESPACO-VIAGEM TO WS-MES-KM
                                   (WS-IDX-ENCONTRADO, WS-IDX-MES)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-FS-VIA EQUAL ZEROS OR WS-FS-VIA EQUAL 10
               CLOSE VIAGENS
           END-IF.

       5400-ACUMULAR-MANUTENCAO.
           MOVE 0 TO WS-EOF

           OPEN INPUT ORDENS

           IF WS-FS-OS NOT EQUAL ZEROS
               DISPLAY "SEM ORDENS DE SERVICO - MANUTENCAO SAI ZERADA"
               MOVE 1 TO WS-EOF
           ELSE
               MOVE 0 TO NUM-OS

               START ORDENS KEY NOT LESS NUM-OS
                   INVALID KEY
                       MOVE 1 TO WS-EOF
               END-START
           END-IF

           PERFORM UNTIL WS-EOF EQUAL 1
               READ ORDENS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF OS-FECHADA
                           PERFORM 5410-ACUMULAR-UMA-ORDEM
                       END-IF
               END-READ
           END-PERFORM

           IF WS-FS-OS EQUAL ZEROS OR WS-FS-OS EQUAL 10
               CLOSE ORDENS
           END-IF.

       5410-ACUMULAR-UMA-ORDEM.
           MOVE DATA-FECHAMENTO-OS TO WS-DATA-BUSCA
           PERFORM 5850-INDICE-DO-MES

           IF WS-IDX-MES GREATER 0
               MOVE COD-VEICULO-OS TO WS-VEICULO-BUSCA
               PERFORM 5800-LOCALIZAR-VEICULO

               IF WS-IDX-ENCONTRADO GREATER 0
                   ADD VALOR-MAO-OBRA-OS VALOR-PECAS-OS
                       VALOR-OFICINA-OS TO WS-MES-MANUTENCAO
                       (WS-IDX-ENCONTRADO, WS-IDX-MES)
               END-IF
           END-IF.

      * Weight delivered is the quantity the customer kept (refused
      * quantities came back) at the product's unit weight in kg.
       5500-ACUMULAR-ENTREGAS.
           MOVE 0 TO WS-EOF

           OPEN INPUT ENTREGAS

           IF WS-FS-ENT NOT EQUAL ZEROS
               DISPLAY "SEM ARQUIVO DE ENTREGAS - KG E FRETE SAEM ZER"
      -            "ADOS"
               MOVE 1 TO WS-EOF
           ELSE
               OPEN INPUT PRODUTOS

               MOVE 0 TO NUM-PEDIDO-ENT

               START ENTREGAS KEY NOT LESS NUM-PEDIDO-ENT
                   INVALID KEY
                       MOVE 1 TO WS-EOF
               END-START
           END-IF

           PERFORM UNTIL WS-EOF EQUAL 1
               READ ENTREGAS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM 5510-ACUMULAR-UMA-ENTREGA
               END-READ
           END-PERFORM

           IF WS-FS-ENT EQUAL ZEROS OR WS-FS-ENT EQUAL 10
               CLOSE ENTREGAS

               IF WS-FS-PROD EQUAL ZEROS
                   CLOSE PRODUTOS
               END-IF
           END-IF.

       5510-ACUMULAR-UMA-ENTREGA.
           MOVE DATA-ENTREGA TO WS-DATA-BUSCA
           PERFORM 5850-INDICE-DO-MES

           IF WS-IDX-MES GREATER 0
           AND WS-FS-PROD EQUAL ZEROS
           AND NOT ENTREGA-RECUSADA
               MOVE COD-VEICULO-ENT TO WS-VEICULO-BUSCA
               PERFORM 5800-LOCALIZAR-VEICULO

               IF WS-IDX-ENCONTRADO GREATER 0
                   PERFORM VARYING WS-IDX-ITEM FROM 1 BY 1
                           UNTIL WS-IDX-ITEM GREATER QTDE-ITENS-ENT
                           OR WS-IDX-ITEM GREATER 10
                       MOVE COD-PRODUTO-ENT(WS-IDX-ITEM) TO COD-PRODUTO

                       READ PRODUTOS
                           INVALID KEY
                               MOVE 0 TO WS-FS-PROD
                           NOT INVALID KEY
                               COMPUTE WS-KG-ITEM ROUNDED =
                                   QTDE-ENTREGUE-ENT(WS-IDX-ITEM)
                                   * PESO-PRODUTO
                                   ON SIZE ERROR
                                       MOVE 0 TO WS-KG-ITEM
                               END-COMPUTE
                               ADD WS-KG-ITEM TO WS-MES-KG
                                   (WS-IDX-ENCONTRADO, WS-IDX-MES)
                       END-READ
                   END-PERFORM
               END-IF
           END-IF.

       5600-ACUMULAR-FRETE.
           MOVE 0 TO WS-EOF

           OPEN INPUT FATURAS

           IF WS-FS-FAT NOT EQUAL ZEROS
               DISPLAY "SEM ARQUIVO DE FATURAS - FRETE SAI ZERADO"
               MOVE 1 TO WS-EOF
           ELSE
               OPEN INPUT ENTREGAS

               MOVE 0 TO NUM-FATURA

               START FATURAS KEY NOT LESS NUM-FATURA
                   INVALID KEY
                       MOVE 1 TO WS-EOF
               END-START
           END-IF

           PERFORM UNTIL WS-EOF EQUAL 1
               READ FATURAS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF VALOR-FRETE-FATURA IS NUMERIC
                       AND VALOR-FRETE-FATURA GREATER 0
                           PERFORM 5610-ACUMULAR-UMA-FATURA
                       END-IF
               END-READ
           END-PERFORM

           IF WS-FS-FAT EQUAL ZEROS OR WS-FS-FAT EQUAL 10
               CLOSE FATURAS

               IF WS-FS-ENT EQUAL ZEROS
                   CLOSE ENTREGAS
               END-IF
           END-IF.

       5610-ACUMULAR-UMA-FATURA.
           MOVE DATA-FATURA TO WS-DATA-BUSCA
           PERFORM 5850-INDICE-DO-MES

           IF WS-IDX-MES GREATER 0
               MOVE 0 TO WS-VEICULO-BUSCA

               IF WS-FS-ENT EQUAL ZEROS
                   MOVE NUM-PEDIDO-FAT TO NUM-PEDIDO-ENT
                   READ ENTREGAS
                       INVALID KEY
                           MOVE 0 TO WS-FS-ENT
                       NOT INVALID KEY
                           MOVE COD-VEICULO-ENT TO WS-VEICULO-BUSCA
                   END-READ
               END-IF

               PERFORM 5800-LOCALIZAR-VEICULO

               IF WS-IDX-ENCONTRADO GREATER 0
                   ADD VALOR-FRETE-FATURA TO WS-MES-FRETE
                       (WS-IDX-ENCONTRADO, WS-IDX-MES)
               END-IF
           END-IF.

       5700-APLICAR-CUSTOS-FIXOS.
           PERFORM VARYING WS-IDX-VEI FROM 1 BY 1
                   UNTIL WS-IDX-VEI GREATER WS-QTDE-VEICULOS
               MOVE WS-VEI-CODIGO(WS-IDX-VEI) TO COD-VEICULO-CF

               READ CUSTOS-FIXOS
                   INVALID KEY
                       MOVE 0 TO WS-FS
                   NOT INVALID KEY
                       PERFORM 5710-FIXOS-DO-VEICULO
               END-READ
           END-PERFORM.

       5710-FIXOS-DO-VEICULO.
           PERFORM VARYING WS-IDX-SOMA FROM 1 BY 1
                   UNTIL WS-IDX-SOMA GREATER 12
               COMPUTE WS-MESES-DATA = WS-MESES-PERIODO - 12
                   + WS-IDX-SOMA
               PERFORM 5900-CALCULAR-FIXO-MES
               MOVE WS-FIXO-MENSAL TO
                   WS-MES-FIXOS(WS-IDX-VEI, WS-IDX-SOMA)
           END-PERFORM.

       5800-LOCALIZAR-VEICULO.
           MOVE 0 TO WS-IDX-ENCONTRADO

           PERFORM VARYING WS-IDX-BUSCA FROM 1 BY 1
                   UNTIL WS-IDX-BUSCA GREATER WS-QTDE-VEICULOS
                   OR WS-IDX-ENCONTRADO GREATER 0
               IF WS-VEI-CODIGO(WS-IDX-BUSCA) EQUAL WS-VEICULO-BUSCA
                   MOVE WS-IDX-BUSCA TO WS-IDX-ENCONTRADO
               END-IF
           END-PERFORM

           IF WS-IDX-ENCONTRADO EQUAL 0
               IF WS-QTDE-VEICULOS GREATER OR EQUAL 200
                   DISPLAY "TABELA DE VEICULOS CHEIA - VEICULO "
                       WS-VEICULO-BUSCA " IGNORADO"
               ELSE
                   ADD 1 TO WS-QTDE-VEICULOS
                   MOVE WS-VEICULO-BUSCA TO
                       WS-VEI-CODIGO(WS-QTDE-VEICULOS)
                   MOVE WS-QTDE-VEICULOS TO WS-IDX-ENCONTRADO
               END-IF
           END-IF.

      * Position of WS-DATA-BUSCA's month in the twelve-month table,
      * zero when it falls outside it.
       5850-INDICE-DO-MES.
           MOVE 0 TO WS-IDX-MES

           IF WS-DATA-BUSCA IS NUMERIC
           AND WS-DATA-BUSCA GREATER 0
               MOVE WS-DATA-BUSCA(1:4) TO WS-ANO-CALC
               MOVE WS-DATA-BUSCA(5:2) TO WS-MES-CALC
               COMPUTE WS-IDX-MES = WS-ANO-CALC * 12 + WS-MES-CALC
                   - WS-MESES-PERIODO + 12

               IF WS-IDX-MES LESS 1 OR WS-IDX-MES GREATER 12
                   MOVE 0 TO WS-IDX-MES
               END-IF
           END-IF.

      * Fixed cost of REG-CUSTO-FIXO-VEICULO in the month counted by
      * WS-MESES-DATA (year * 12 + month): a twelfth of the yearly
      * costs plus the straight-line depreciation while the vehicle
      * is within its useful life. Also leaves the monthly
      * depreciation in WS-DEPRECIACAO.
       5900-CALCULAR-FIXO-MES.
           MOVE 0 TO WS-DEPRECIACAO

           IF VIDA-UTIL-MESES-CF GREATER 0
           AND VALOR-AQUISICAO-CF GREATER VALOR-RESIDUAL-CF
               COMPUTE WS-DEPRECIACAO ROUNDED =
                   (VALOR-AQUISICAO-CF - VALOR-RESIDUAL-CF)
                   / VIDA-UTIL-MESES-CF
           END-IF

           COMPUTE WS-FIXO-MENSAL ROUNDED =
               (SEGURO-ANUAL-CF + LICENCIAMENTO-ANUAL-CF) / 12

           IF WS-DEPRECIACAO GREATER 0
               MOVE 0 TO WS-MESES-AQUISICAO
               IF DATA-AQUISICAO-CF GREATER 0
                   MOVE DATA-AQUISICAO-CF(1:4) TO WS-ANO-CALC
                   MOVE DATA-AQUISICAO-CF(5:2) TO WS-MES-CALC
                   COMPUTE WS-MESES-AQUISICAO =
                       WS-ANO-CALC * 12 + WS-MES-CALC
               END-IF

               IF WS-MESES-DATA NOT LESS WS-MESES-AQUISICAO
               AND (WS-MESES-AQUISICAO EQUAL 0
                    OR WS-MESES-DATA LESS WS-MESES-AQUISICAO
                       + VIDA-UTIL-MESES-CF)
                   ADD WS-DEPRECIACAO TO WS-FIXO-MENSAL
               END-IF
           END-IF.

       6000-IMPRIMIR-RELATORIO.
           MOVE SPACES TO REL-CABECALHO-COLUNAS
           STRING "         KM COMBUSTIV. MANUTENCAO      FIXOS CUSTO"
               " TOT.  R$/KM KG ENTR.  R$/KG      FRETE"
               DELIMITED BY SIZE INTO REL-CABECALHO-COLUNAS
           PERFORM 8100-ABRIR-RELATORIO

           PERFORM VARYING WS-IDX-VEI FROM 1 BY 1
                   UNTIL WS-IDX-VEI GREATER WS-QTDE-VEICULOS
               PERFORM 6100-IMPRIMIR-UM-VEICULO
           END-PERFORM

           MOVE ALL "=" TO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA
           MOVE "TOTAL DA FROTA" TO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           MOVE WS-TOTAL-FROTA-MES TO WS-ACUMULADO
           MOVE "MES" TO WS-DET-ROTULO
           PERFORM 6300-IMPRIMIR-ACUMULADO
           COMPUTE WS-RESULTADO-MES = WS-ACU-FRETE - WS-ACU-TOTAL

           MOVE WS-TOTAL-FROTA-ANO TO WS-ACUMULADO
           MOVE "ANO" TO WS-DET-ROTULO
           PERFORM 6300-IMPRIMIR-ACUMULADO
           COMPUTE WS-RESULTADO-ANO = WS-ACU-FRETE - WS-ACU-TOTAL

           PERFORM 6400-IMPRIMIR-RESULTADO

           MOVE SPACES TO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA
           MOVE SPACES TO LINHA-RELATORIO
           STRING "VEICULOS COM CUSTO/KM EM ALTA NOS ULTIMOS 3 MESES"
               ": " WS-QTDE-EM-ALTA
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA
           MOVE "RESULTADO = FRETE FATURADO - CUSTO TOTAL" TO
               LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           MOVE 0 TO WS-FS-VEI

           IF WS-FS-REL EQUAL ZEROS
               CLOSE RELATORIO
               MOVE "CUSTO-TOTAL-FROTA" TO PARM-CAT-PROGRAMA
               MOVE REL-CAB-TITULO TO PARM-CAT-TITULO
               MOVE REL-NOME-ARQ TO PARM-CAT-ARQUIVO
               CALL "GRAVA-CATALOGO" USING PARM-CATALOGO
               DISPLAY "RELATORIO GRAVADO EM " REL-NOME-ARQ
           END-IF.

       6100-IMPRIMIR-UM-VEICULO.
           MOVE WS-IDX-INICIO-ANO TO WS-IDX-DE
           MOVE 12 TO WS-IDX-ATE
           PERFORM 6200-SOMAR-MESES

           IF WS-ACU-TOTAL GREATER 0
           OR WS-ACU-KM GREATER 0
           OR WS-ACU-FRETE GREATER 0
               ADD 1 TO WS-QTDE-IMPRESSOS
               PERFORM 6110-CABECALHO-VEICULO

               MOVE 12 TO WS-IDX-DE
               PERFORM 6200-SOMAR-MESES
               MOVE "MES" TO WS-DET-ROTULO
               PERFORM 6300-IMPRIMIR-ACUMULADO
               COMPUTE WS-RESULTADO-MES = WS-ACU-FRETE - WS-ACU-TOTAL
               ADD WS-ACU-KM TO WS-TFM-KM
               ADD WS-ACU-COMBUSTIVEL TO WS-TFM-COMBUSTIVEL
               ADD WS-ACU-MANUTENCAO TO WS-TFM-MANUTENCAO
               ADD WS-ACU-FIXOS TO WS-TFM-FIXOS
               ADD WS-ACU-TOTAL TO WS-TFM-TOTAL
               ADD WS-ACU-KG TO WS-TFM-KG
               ADD WS-ACU-FRETE TO WS-TFM-FRETE

               MOVE WS-IDX-INICIO-ANO TO WS-IDX-DE
               PERFORM 6200-SOMAR-MESES
               MOVE "ANO" TO WS-DET-ROTULO
               PERFORM 6300-IMPRIMIR-ACUMULADO
               COMPUTE WS-RESULTADO-ANO = WS-ACU-FRETE - WS-ACU-TOTAL
               ADD WS-ACU-KM TO WS-TFA-KM
               ADD WS-ACU-COMBUSTIVEL TO WS-TFA-COMBUSTIVEL
               ADD WS-ACU-MANUTENCAO TO WS-TFA-MANUTENCAO
               ADD WS-ACU-FIXOS TO WS-TFA-FIXOS
               ADD WS-ACU-TOTAL TO WS-TFA-TOTAL
               ADD WS-ACU-KG TO WS-TFA-KG
               ADD WS-ACU-FRETE TO WS-TFA-FRETE

               PERFORM 6400-IMPRIMIR-RESULTADO
               PERFORM 6500-AVALIAR-TENDENCIA
           END-IF.

       6110-CABECALHO-VEICULO.
           MOVE SPACES TO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           IF WS-VEI-CODIGO(WS-IDX-VEI) EQUAL 0
               MOVE "VEICULO 0000 - FRETE SEM ROMANEIO REGISTRADO" TO
                   LINHA-RELATORIO
           ELSE
               MOVE SPACES TO PLACA-VEICULO
               MOVE "(NAO CADASTRADO)" TO DESCRICAO-VEICULO

               IF WS-FS-VEI EQUAL ZEROS
                   MOVE WS-VEI-CODIGO(WS-IDX-VEI) TO COD-VEICULO-V
                   READ VEICULOS
                       INVALID KEY
                           MOVE 0 TO WS-FS-VEI
                           MOVE SPACES TO PLACA-VEICULO
                           MOVE "(NAO CADASTRADO)" TO
                               DESCRICAO-VEICULO
                   END-READ
               END-IF

               MOVE SPACES TO LINHA-RELATORIO
               STRING "VEICULO " WS-VEI-CODIGO(WS-IDX-VEI) " "
                   PLACA-VEICULO " " DESCRICAO-VEICULO
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-IF

           PERFORM 8200-IMPRIMIR-LINHA.

       6200-SOMAR-MESES.
           INITIALIZE WS-ACUMULADO

           PERFORM VARYING WS-IDX-SOMA FROM WS-IDX-DE BY 1
                   UNTIL WS-IDX-SOMA GREATER WS-IDX-ATE
               ADD WS-MES-KM(WS-IDX-VEI, WS-IDX-SOMA) TO WS-ACU-KM
               ADD WS-MES-COMBUSTIVEL(WS-IDX-VEI, WS-IDX-SOMA) TO
                   WS-ACU-COMBUSTIVEL
               ADD WS-MES-MANUTENCAO(WS-IDX-VEI, WS-IDX-SOMA) TO
                   WS-ACU-MANUTENCAO
               ADD WS-MES-FIXOS(WS-IDX-VEI, WS-IDX-SOMA) TO
                   WS-ACU-FIXOS
               ADD WS-MES-KG(WS-IDX-VEI, WS-IDX-SOMA) TO WS-ACU-KG
               ADD WS-MES-FRETE(WS-IDX-VEI, WS-IDX-SOMA) TO
                   WS-ACU-FRETE
           END-PERFORM

           COMPUTE WS-ACU-TOTAL = WS-ACU-COMBUSTIVEL
               + WS-ACU-MANUTENCAO + WS-ACU-FIXOS.

       6300-IMPRIMIR-ACUMULADO.
           MOVE WS-ACU-KM TO WS-DET-KM
           COMPUTE WS-DET-COMBUSTIVEL ROUNDED = WS-ACU-COMBUSTIVEL
           COMPUTE WS-DET-MANUTENCAO ROUNDED = WS-ACU-MANUTENCAO
           COMPUTE WS-DET-FIXOS ROUNDED = WS-ACU-FIXOS
           COMPUTE WS-DET-TOTAL ROUNDED = WS-ACU-TOTAL
           MOVE WS-ACU-KG TO WS-DET-KG
           COMPUTE WS-DET-FRETE ROUNDED = WS-ACU-FRETE

           MOVE 0 TO WS-DET-CUSTO-KM
           IF WS-ACU-KM GREATER 0
               COMPUTE WS-DET-CUSTO-KM ROUNDED =
                   WS-ACU-TOTAL / WS-ACU-KM
                   ON SIZE ERROR
                       MOVE 999,99 TO WS-DET-CUSTO-KM
               END-COMPUTE
           END-IF

           MOVE 0 TO WS-DET-CUSTO-KG
           IF WS-ACU-KG GREATER 0
               COMPUTE WS-DET-CUSTO-KG ROUNDED =
                   WS-ACU-TOTAL / WS-ACU-KG
                   ON SIZE ERROR
                       MOVE 99,999 TO WS-DET-CUSTO-KG
               END-COMPUTE
           END-IF

           MOVE WS-LINHA-DET-CUSTO TO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA.

       6400-IMPRIMIR-RESULTADO.
           MOVE WS-RESULTADO-MES TO MASC-RESULTADO
           MOVE WS-RESULTADO-ANO TO MASC-RESULTADO-ANO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "    RESULTADO NO MES " MASC-RESULTADO
               "   NO ANO " MASC-RESULTADO-ANO
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA.

      * Cost per km of the last three months, each month on its own
      * kilometres; a month with no kilometres breaks the trend.
       6500-AVALIAR-TENDENCIA.
           MOVE 'N' TO WS-EM-ALTA

           IF WS-MES-KM(WS-IDX-VEI, 10) GREATER 0
           AND WS-MES-KM(WS-IDX-VEI, 11) GREATER 0
           AND WS-MES-KM(WS-IDX-VEI, 12) GREATER 0
               MOVE 10 TO WS-IDX-DE
               MOVE 10 TO WS-IDX-ATE
               PERFORM 6200-SOMAR-MESES
               COMPUTE WS-CUSTO-KM-1 ROUNDED = WS-ACU-TOTAL / WS-ACU-KM
                   ON SIZE ERROR
                       MOVE 99999,99 TO WS-CUSTO-KM-1
               END-COMPUTE

               MOVE 11 TO WS-IDX-DE
               MOVE 11 TO WS-IDX-ATE
               PERFORM 6200-SOMAR-MESES
               COMPUTE WS-CUSTO-KM-2 ROUNDED = WS-ACU-TOTAL / WS-ACU-KM
                   ON SIZE ERROR
                       MOVE 99999,99 TO WS-CUSTO-KM-2
               END-COMPUTE

               MOVE 12 TO WS-IDX-DE
               MOVE 12 TO WS-IDX-ATE
               PERFORM 6200-SOMAR-MESES
               COMPUTE WS-CUSTO-KM-3 ROUNDED = WS-ACU-TOTAL / WS-ACU-KM
                   ON SIZE ERROR
                       MOVE 99999,99 TO WS-CUSTO-KM-3
               END-COMPUTE

               IF WS-CUSTO-KM-2 GREATER WS-CUSTO-KM-1
               AND WS-CUSTO-KM-3 GREATER WS-CUSTO-KM-2
                   MOVE 'S' TO WS-EM-ALTA
               END-IF
           END-IF

           IF WS-EM-ALTA EQUAL 'S'
               ADD 1 TO WS-QTDE-EM-ALTA
               MOVE WS-CUSTO-KM-1 TO MASC-CUSTO-KM-1
               MOVE WS-CUSTO-KM-2 TO MASC-CUSTO-KM-2
               MOVE WS-CUSTO-KM-3 TO MASC-CUSTO-KM-3
               MOVE SPACES TO LINHA-RELATORIO
               STRING "    *** CUSTO/KM EM ALTA (" MASC-CUSTO-KM-1
                   " >" MASC-CUSTO-KM-2 " >" MASC-CUSTO-KM-3
                   ") - AVALIAR SUBSTITUICAO"
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               PERFORM 8200-IMPRIMIR-LINHA
           END-IF.

       8100-ABRIR-RELATORIO.
           MOVE PARM-AMB-NOME TO REL-CAB-AMBIENTE

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-RELATORIO
           MOVE WS-DATA-RELATORIO(5:2) TO REL-CAB-DATA(1:2)
           MOVE WS-DATA-RELATORIO(7:2) TO REL-CAB-DATA(4:2)
           MOVE WS-DATA-RELATORIO(1:4) TO REL-CAB-DATA(7:4)

           MOVE SPACES TO REL-CAB-TITULO
           STRING "CUSTO TOTAL DA FROTA - " WS-PERIODO
               DELIMITED BY SIZE INTO REL-CAB-TITULO

           MOVE SPACES TO REL-NOME-ARQ
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'RELATORIOS\CUSTOFROTA' WS-PERIODO '.TXT'
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

           MOVE SPACES TO WS-ARQ-CUSTOSFIXOSVEIC
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'CUSTOSFIXOSVEIC.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-CUSTOSFIXOSVEIC

           MOVE SPACES TO WS-ARQ-VEICULOS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'VEICULOS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-VEICULOS

           MOVE SPACES TO WS-ARQ-ABASTECIMENTOS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'ABASTECIMENTOS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-ABASTECIMENTOS

           MOVE SPACES TO WS-ARQ-VIAGENS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'VIAGENS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-VIAGENS

           MOVE SPACES TO WS-ARQ-ORDENSSERVICO
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'ORDENSSERVICO.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-ORDENSSERVICO

           MOVE SPACES TO WS-ARQ-ENTREGAS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'ENTREGAS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-ENTREGAS

           MOVE SPACES TO WS-ARQ-FATURAS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'FATURAS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-FATURAS

           MOVE SPACES TO WS-ARQ-PRODUTOS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'PRODUTOS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-PRODUTOS.

       END PROGRAM CUSTO-TOTAL-FROTA.
