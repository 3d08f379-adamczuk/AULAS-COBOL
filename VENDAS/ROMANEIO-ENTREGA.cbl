           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-VEI.

           SELECT ENTREGAS ASSIGN TO WS-ARQ-ENTREGAS
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS NUM-PEDIDO-ENT
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-ENT.

           SELECT RELATORIO ASSIGN TO REL-NOME-ARQ
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
       FD VEICULOS.
           COPY VEICULO.

       FD ENTREGAS.
           COPY ENTREGA.

       FD RELATORIO.
       01 LINHA-RELATORIO     PIC X(90).
       WORKING-STORAGE SECTION.
           COPY RELATORIO.
           COPY PARMCATALOGO.
           COPY PARMMOTORISTA.
           COPY AMBIENTE.
       77 WS-ARQ-PEDIDOSVENDA    PIC X(60) VALUE SPACES.
       77 WS-ARQ-CLIENTES        PIC X(60) VALUE SPACES.
       77 WS-ARQ-PRODUTOS        PIC X(60) VALUE SPACES.
       77 WS-ARQ-VEICULOS        PIC X(60) VALUE SPACES.
       77 WS-ARQ-ENTREGAS        PIC X(60) VALUE SPACES.
       77 WS-FS-PED           PIC 99 VALUE 0.
       77 WS-FS-CLI           PIC 99 VALUE 0.
       77 WS-FS-PROD          PIC 99 VALUE 0.
       77 WS-FS-VEI           PIC 99 VALUE 0.
       77 WS-FS-ENT           PIC 99 VALUE 0.
       77 WS-FS-REL           PIC 99 VALUE 0.
       77 WS-EOF              PIC 99 VALUE 0.
       77 WS-EOF-CLI          PIC 99 VALUE 0.
       77 WS-IDX-ROTA         PIC 99 VALUE 0.
       77 WS-IDX-BUSCA        PIC 9(03) VALUE 0.
       77 WS-ENCONTRADO       PIC A VALUE 'N'.
       77 WS-JA-ENTREGUE      PIC A VALUE 'N'.
       77 WS-VEICULO-INF      PIC 9(04) VALUE 0.
       77 WS-MOTORISTA-INF    PIC 9(04) VALUE 0.
       77 WS-CONFIRMA         PIC A VALUE SPACES.
       77 WS-DATA-RELATORIO   PIC 9(08) VALUE 0.
       77 MASC-PESO           PIC ZZZ.ZZZ.ZZ9,999.
       01 WS-LINHA-DET-ROMANEIO.
           03 WS-DET-PEDIDO        PIC 9(06).
           03 FILLER               PIC XX VALUE SPACES.
           03 WS-DET-CLIENTE       PIC 9(05).
           03 FILLER               PIC XX VALUE SPACES.
           03 WS-DET-NOME          PIC X(20).
           03 FILLER               PIC XX VALUE SPACES.
       01 WS-TABELA-CLIENTES.
           03 WS-CLIENTE-OCORR OCCURS 500 TIMES
                   INDEXED BY WS-IDX.
               05 WS-COD-CLIENTE-TAB   PIC 9(05).
               05 WS-NOME-TAB          PIC X(20).
               05 WS-ROTA-TAB          PIC 99.

       01 WS-TABELA-PEDIDOS-ROM.
           03 WS-PED-OCORR OCCURS 300 TIMES.
               05 WS-PED-NUMERO       PIC 9(06).
               05 WS-PED-CLIENTE      PIC 9(05).
               05 WS-PED-ROTA         PIC 99.
               05 WS-PED-PESO         PIC 9(09)V999.

           OPEN INPUT PEDIDOS-VENDA
           OPEN INPUT PRODUTOS
           OPEN INPUT VEICULOS
           OPEN INPUT ENTREGAS

           IF WS-FS-PED NOT EQUAL ZEROS
           OR WS-FS-PROD NOT EQUAL ZEROS
               CLOSE VEICULOS
           END-IF

           IF WS-FS-ENT EQUAL ZEROS
               CLOSE ENTREGAS
           END-IF

           GOBACK.

       1000-CARREGAR-CLIENTES.
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF PEDIDO-EXPEDIDO
                           PERFORM 2050-VERIFICAR-RETORNO
                           IF WS-JA-ENTREGUE EQUAL 'N'
                               PERFORM 2100-CLASSIFICAR-PEDIDO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * An expedited order whose proof of delivery is already keyed in
      * RETORNO-ENTREGA is only waiting to be billed, not to travel.
       2050-VERIFICAR-RETORNO.
           MOVE 'N' TO WS-JA-ENTREGUE

           IF WS-FS-ENT EQUAL ZEROS
               MOVE NUM-PEDIDO-VENDA TO NUM-PEDIDO-ENT

               READ ENTREGAS
                   INVALID KEY
                       MOVE 0 TO WS-FS-ENT
                   NOT INVALID KEY
                       MOVE 'S' TO WS-JA-ENTREGUE
               END-READ
           END-IF.

       2100-CLASSIFICAR-PEDIDO.
           IF WS-QTDE-PEDIDOS GREATER OR EQUAL 300
               DISPLAY "TABELA DE PEDIDOS DO ROMANEIO CHEIA - PEDIDO "
      -            "E CAPACIDADE)"
               MOVE SPACES TO PLACA-VEICULO
               MOVE SPACES TO DESCRICAO-VEICULO
               MOVE SPACE TO CATEGORIA-CNH-VEICULO
           ELSE
               MOVE WS-VEICULO-INF TO COD-VEICULO-V

               END-READ
           END-IF

           IF WS-CONFIRMA EQUAL 'S'
               PERFORM 3050-VALIDAR-MOTORISTA
           END-IF

           IF WS-CONFIRMA EQUAL 'S'
               PERFORM 3100-IMPRIMIR-ROMANEIO
           END-IF.

      * The route goes out only with a driver cleared for the vehicle
      * today: active, licence and medical exam in date, licence
      * category covering the vehicle's.
       3050-VALIDAR-MOTORISTA.
           DISPLAY "INFORME O CODIGO DO MOTORISTA PARA ESTA ROTA"
           ACCEPT WS-MOTORISTA-INF

           MOVE WS-MOTORISTA-INF TO PARM-MOT-MOTORISTA
           MOVE CATEGORIA-CNH-VEICULO TO PARM-MOT-CATEGORIA
           MOVE 0 TO PARM-MOT-DATA

           CALL "VALIDA-MOTORISTA" USING PARM-MOTORISTA

           IF PARM-MOT-LIBERADO
               DISPLAY "MOTORISTA: " PARM-MOT-NOME
           ELSE
               DISPLAY "MOTORISTA " WS-MOTORISTA-INF " RECUSADO: "
                   PARM-MOT-MENSAGEM
               DISPLAY "ROMANEIO NAO GERADO"
               MOVE 'N' TO WS-CONFIRMA
           END-IF.

       3100-IMPRIMIR-ROMANEIO.
           MOVE "PEDIDO  CLIENTE  NOME                  PESO KG" TO
               REL-CABECALHO-COLUNAS
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           MOVE SPACES TO LINHA-RELATORIO
           STRING "MOTORISTA " WS-MOTORISTA-INF "  " PARM-MOT-NOME
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           PERFORM VARYING WS-IDX-PED FROM 1 BY 1
                   UNTIL WS-IDX-PED GREATER WS-QTDE-PEDIDOS
               IF WS-PED-ROTA(WS-IDX-PED) EQUAL
           MOVE SPACES TO WS-ARQ-VEICULOS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'VEICULOS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-VEICULOS

           MOVE SPACES TO WS-ARQ-ENTREGAS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'ENTREGAS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-ENTREGAS.

       END PROGRAM ROMANEIO-ENTREGA.
