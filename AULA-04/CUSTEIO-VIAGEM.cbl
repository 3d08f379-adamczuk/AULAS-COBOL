           ACCESS IS RANDOM
           RECORD KEY IS COD-VEICULO-V
           FILE STATUS IS WS-FS-VEI.

           SELECT LANCAMENTOS ASSIGN TO WS-ARQ-LANCAMENTOS
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-LAN.
       DATA DIVISION.
       FILE SECTION.
       FD VIAGENS.
               05 CUSTO-KM-FAIXA   PIC 9(03)V99.

       FD CUSTOS.
           COPY CUSTOVIAGEM.

       FD VEICULOS.
           COPY VEICULO.

       FD LANCAMENTOS.
           COPY LANCAMENTO.
       WORKING-STORAGE SECTION.
           COPY AMBIENTE.
           COPY PARMLANCAMENTO.
       77 WS-ARQ-VIAGENS         PIC X(60) VALUE SPACES.
       77 WS-ARQ-TARIFAFRETE     PIC X(60) VALUE SPACES.
       77 WS-ARQ-CUSTOSVIAGEM    PIC X(60) VALUE SPACES.
       77 WS-ARQ-VEICULOS        PIC X(60) VALUE SPACES.
       77 WS-ARQ-LANCAMENTOS     PIC X(60) VALUE SPACES.
       77 WS-FS-VIA           PIC 99 VALUE 0.
       77 WS-FS-TAR           PIC 99 VALUE 0.
       77 WS-FS-CUS           PIC 99 VALUE 0.
       77 WS-FS-VEI           PIC 99 VALUE 0.
       77 WS-FS-LAN           PIC 99 VALUE 0.
       77 CONTROLE           PIC A VALUE SPACES.
       77 WS-OPCAO            PIC 9 VALUE 0.
       77 WS-EOF              PIC 99 VALUE 0.
       77 WS-CUSTO-POR-KM     PIC 9(05)V99 VALUE 0.
       77 MASC-VALOR          PIC ZZZ.ZZ9,99.
       77 MASC-CUSTO-KM       PIC ZZ.ZZ9,99.
       77 WS-CC-DESTINO       PIC 9(03) VALUE 0.
       77 WS-CC-VEICULO       PIC 9(03) VALUE 0.
       77 WS-QTDE-CC          PIC 99 VALUE 0.
       77 WS-IDX-CC           PIC 99 VALUE 0.
       77 WS-IDX-BUSCA-CC     PIC 99 VALUE 0.
       77 WS-JA-APROPRIADO    PIC A VALUE 'N'.
       77 WS-CONFIRMA         PIC A VALUE SPACES.
       77 WS-TOTAL-APROPRIAR  PIC 9(11)V99 VALUE 0.

       01 WS-TABELA-CC-FROTA.
           03 WS-TCC-OCORR OCCURS 20 TIMES.
               05 WS-TCC-CENTRO       PIC 9(03).
               05 WS-TCC-VALOR        PIC 9(11)V99.

       01 WS-TABELA-CUSTO-FROTA.
           03 WS-CUS-OCORR OCCURS 500 TIMES
               DISPLAY "1 - MANTER TABELA DE TARIFAS"
               DISPLAY "2 - CUSTEAR VIAGENS (LOTE)"
               DISPLAY "3 - RELATORIO MENSAL DE CUSTO"
               DISPLAY "4 - APROPRIAR CUSTO DO MES AOS CENTROS DE CUSTO"
               ACCEPT WS-OPCAO

               EVALUATE WS-OPCAO
                       PERFORM 3000-CUSTEAR-VIAGENS
                   WHEN 3
                       PERFORM 4000-RELATORIO-MENSAL
                   WHEN 4
                       PERFORM 5000-APROPRIAR-CUSTO
                   WHEN OTHER
                       DISPLAY "OPCAO INVALIDA"
               END-EVALUATE
               END-IF
           END-IF.

      ******************************************************************
      * The month's trip costs move from the cost center of each
      * vehicle (where its fuel and maintenance were charged) to the
      * center that used the deliveries, through the transit account
      * 19000: D 47000 C 19000 on the receiving center and D 19000
      * C 47000 on the vehicle's center, so 47000 nets to zero in the
      * ledger and only the centers see the transfer. A month is
      * transferred once; the postings carry it in DOCUMENTO-LAN.
      ******************************************************************
       5000-APROPRIAR-CUSTO.
           DISPLAY "INFORME O PERIODO (AAAAMM)"
           ACCEPT WS-PERIODO
           DISPLAY "CENTRO DE CUSTO QUE RECEBE O CUSTO (0 = 100 VENDAS)"
           ACCEPT WS-CC-DESTINO

           IF WS-CC-DESTINO EQUAL 0
               MOVE 100 TO WS-CC-DESTINO
           END-IF

           PERFORM 5100-VERIFICAR-APROPRIADO

           IF WS-JA-APROPRIADO EQUAL 'S'
               DISPLAY "CUSTO DE " WS-PERIODO " JA APROPRIADO - NADA "
                   "FOI LANCADO"
           ELSE
               PERFORM 5200-SOMAR-POR-CENTRO

               IF WS-TOTAL-APROPRIAR EQUAL 0
                   DISPLAY "NENHUM CUSTO A APROPRIAR EM " WS-PERIODO
               ELSE
                   MOVE WS-TOTAL-APROPRIAR TO MASC-VALOR
                   DISPLAY "CUSTO DO MES: " MASC-VALOR " PARA O CENTRO"
                       " " WS-CC-DESTINO
                   DISPLAY "CONFIRMA A APROPRIACAO? (S/N)"
                   ACCEPT WS-CONFIRMA

                   IF WS-CONFIRMA EQUAL 'S'
                       PERFORM VARYING WS-IDX-CC FROM 1 BY 1
                               UNTIL WS-IDX-CC GREATER WS-QTDE-CC
                           PERFORM 5300-LANCAR-APROPRIACAO
                       END-PERFORM
                       DISPLAY "APROPRIACAO LANCADA"
                   ELSE
                       DISPLAY "APROPRIACAO CANCELADA"
                   END-IF
               END-IF
           END-IF.

       5100-VERIFICAR-APROPRIADO.
           MOVE 'N' TO WS-JA-APROPRIADO

           OPEN INPUT LANCAMENTOS

           IF WS-FS-LAN EQUAL ZEROS
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF EQUAL 1
                   READ LANCAMENTOS
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF ORIGEM-LAN EQUAL "CUSTEIO-VIAGEM"
                           AND DOCUMENTO-LAN EQUAL WS-PERIODO
                               MOVE 'S' TO WS-JA-APROPRIADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LANCAMENTOS
           END-IF.

       5200-SOMAR-POR-CENTRO.
           MOVE 0 TO WS-QTDE-CC
           MOVE 0 TO WS-TOTAL-APROPRIAR
           INITIALIZE WS-TABELA-CC-FROTA

           OPEN INPUT CUSTOS
           OPEN INPUT VEICULOS

           IF WS-FS-CUS NOT EQUAL ZEROS
               DISPLAY "CUSTOSVIAGEM.TXT NAO ABERTO - EXECUTE O CUSTE"
      -            "IO PRIMEIRO (FILE STATUS " WS-FS-CUS ")"
           ELSE
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF EQUAL 1
                   READ CUSTOS
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           MOVE DATA-VIAGEM-CUS(1:6) TO WS-PERIODO-CUS
                           IF WS-PERIODO-CUS EQUAL WS-PERIODO
                               PERFORM 5250-ACUMULAR-CENTRO
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE CUSTOS
           END-IF

           IF WS-FS-VEI EQUAL ZEROS
               CLOSE VEICULOS
           END-IF.

       5250-ACUMULAR-CENTRO.
           MOVE 300 TO WS-CC-VEICULO

           IF WS-FS-VEI EQUAL ZEROS
               MOVE COD-VEICULO-CUS TO COD-VEICULO-V
               READ VEICULOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CENTRO-CUSTO-VEICULO IS NUMERIC
                       AND CENTRO-CUSTO-VEICULO GREATER 0
                           MOVE CENTRO-CUSTO-VEICULO TO WS-CC-VEICULO
                       END-IF
               END-READ
           END-IF

           IF WS-CC-VEICULO NOT EQUAL WS-CC-DESTINO
               MOVE 0 TO WS-IDX-CC
               PERFORM VARYING WS-IDX-BUSCA-CC FROM 1 BY 1
                       UNTIL WS-IDX-BUSCA-CC GREATER WS-QTDE-CC
                   IF WS-TCC-CENTRO(WS-IDX-BUSCA-CC) EQUAL
                           WS-CC-VEICULO
                       MOVE WS-IDX-BUSCA-CC TO WS-IDX-CC
                   END-IF
               END-PERFORM

               IF WS-IDX-CC EQUAL 0
                   IF WS-QTDE-CC GREATER OR EQUAL 20
                       DISPLAY "TABELA DE CENTROS CHEIA - CENTRO "
                           WS-CC-VEICULO " IGNORADO"
                   ELSE
                       ADD 1 TO WS-QTDE-CC
                       MOVE WS-QTDE-CC TO WS-IDX-CC
                       MOVE WS-CC-VEICULO TO WS-TCC-CENTRO(WS-IDX-CC)
                   END-IF
               END-IF

               IF WS-IDX-CC GREATER 0
                   ADD CUSTO-VIAGEM-CUS TO WS-TCC-VALOR(WS-IDX-CC)
                   ADD CUSTO-VIAGEM-CUS TO WS-TOTAL-APROPRIAR
               END-IF
           END-IF.

       5300-LANCAR-APROPRIACAO.
           MOVE 47000 TO PARM-LAN-DEBITO
           MOVE 19000 TO PARM-LAN-CREDITO
           MOVE WS-TCC-VALOR(WS-IDX-CC) TO PARM-LAN-VALOR
           MOVE SPACES TO PARM-LAN-HISTORICO
           STRING "FRETES DA FROTA - CC " WS-TCC-CENTRO(WS-IDX-CC)
               DELIMITED BY SIZE INTO PARM-LAN-HISTORICO
           MOVE "CUSTEIO-VIAGEM" TO PARM-LAN-ORIGEM
           MOVE WS-PERIODO TO PARM-LAN-DOCUMENTO
           MOVE WS-CC-DESTINO TO PARM-LAN-CENTRO-CUSTO
           CALL "GRAVA-LANCAMENTO" USING PARM-LANCAMENTO

           IF PARM-LAN-RETORNO NOT EQUAL ZEROS
               DISPLAY "LANCAMENTO CONTABIL NAO GRAVADO - FILE STATUS"
                   ": " PARM-LAN-RETORNO
           ELSE
               MOVE 19000 TO PARM-LAN-DEBITO
               MOVE 47000 TO PARM-LAN-CREDITO
               MOVE SPACES TO PARM-LAN-HISTORICO
               STRING "FRETES APROPRIADOS AO CC " WS-CC-DESTINO
                   DELIMITED BY SIZE INTO PARM-LAN-HISTORICO
               MOVE WS-TCC-CENTRO(WS-IDX-CC) TO PARM-LAN-CENTRO-CUSTO
               CALL "GRAVA-LANCAMENTO" USING PARM-LANCAMENTO

               IF PARM-LAN-RETORNO NOT EQUAL ZEROS
                   DISPLAY "LANCAMENTO CONTABIL NAO GRAVADO - FILE STA"
                       "TUS: " PARM-LAN-RETORNO
               END-IF
           END-IF.

       0950-RESOLVER-AMBIENTE.
           CALL "CONFIG-AMBIENTE" USING PARM-AMBIENTE
           DISPLAY "AMBIENTE ATIVO: " PARM-AMB-NOME
           MOVE SPACES TO WS-ARQ-VEICULOS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'VEICULOS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-VEICULOS

           MOVE SPACES TO WS-ARQ-LANCAMENTOS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'LANCAMENTOS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-LANCAMENTOS.

       END PROGRAM CUSTEIO-VIAGEM.
