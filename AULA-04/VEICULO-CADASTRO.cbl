           RECORD KEY IS COD-VEICULO-V
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS.

           SELECT CENTROS ASSIGN TO WS-ARQ-CENTROSCUSTO
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS COD-CENTRO-CUSTO
           FILE STATUS IS WS-FS-CC.
       DATA DIVISION.
       FILE SECTION.
       FD VEICULOS.
           COPY VEICULO.

       FD CENTROS.
           COPY CENTROCUSTO.
       WORKING-STORAGE SECTION.
           COPY FSTATUS.
           COPY AMBIENTE.
       77 WS-ARQ-VEICULOS        PIC X(60) VALUE SPACES.
       77 WS-ARQ-CENTROSCUSTO    PIC X(60) VALUE SPACES.
       77 WS-FS              PIC 99 VALUE 0.
       77 WS-FS-CC            PIC 99 VALUE 0.
       77 CONTROLE           PIC A VALUE SPACES.
       77 WS-OPCAO            PIC 9 VALUE 0.
       77 WS-EOF              PIC 99 VALUE 0.
               DISPLAY "NAO FOI POSSIVEL ABRIR O ARQUIVO DE VEICULOS"
               DISPLAY "FILE STATUS: " WS-FS " - " WS-FS-MENSAGEM
           ELSE
               OPEN INPUT CENTROS

               PERFORM UNTIL CONTROLE EQUAL 'N'
                   DISPLAY "1 - INCLUIR VEICULO"
                   DISPLAY "2 - ALTERAR VEICULO"
               CLOSE VEICULOS
           END-IF

           IF WS-FS-CC EQUAL ZEROS
               CLOSE CENTROS
           END-IF

           GOBACK.

       2000-INCLUIR-VEICULO.
                   ACCEPT ODOMETRO-VEICULO
                   DISPLAY "INFORME A CAPACIDADE DE CARGA (KG)"
                   ACCEPT CAPACIDADE-KG-VEICULO
                   MOVE 0 TO CENTRO-CUSTO-VEICULO
                   PERFORM 5000-INFORMAR-CENTRO-CUSTO
                   MOVE SPACE TO CATEGORIA-CNH-VEICULO
                   PERFORM 5100-INFORMAR-CATEGORIA

                   WRITE REG-VEICULO

                   DISPLAY "CAPACIDADE (KG): " CAPACIDADE-KG-VEICULO
                   DISPLAY "INFORME A NOVA CAPACIDADE DE CARGA (KG)"
                   ACCEPT CAPACIDADE-KG-VEICULO
                   PERFORM 5000-INFORMAR-CENTRO-CUSTO
                   PERFORM 5100-INFORMAR-CATEGORIA

                   REWRITE REG-VEICULO

                   NOT AT END
                       DISPLAY COD-VEICULO-V "  " PLACA-VEICULO "  "
                           DESCRICAO-VEICULO "  ODOMETRO "
                           ODOMETRO-VEICULO "  CC "
                           CENTRO-CUSTO-VEICULO "  CNH "
                           CATEGORIA-CNH-VEICULO
               END-READ
           END-PERFORM.

      ******************************************************************
      * Zero keeps the vehicle on the fleet cost center (300); any
      * other code must be an active center on CENTROSCUSTO.TXT.
      ******************************************************************
       5000-INFORMAR-CENTRO-CUSTO.
           DISPLAY "CENTRO DE CUSTO ATUAL: " CENTRO-CUSTO-VEICULO
           DISPLAY "INFORME O CENTRO DE CUSTO (0 = 300 FROTA)"
           ACCEPT CENTRO-CUSTO-VEICULO

           IF CENTRO-CUSTO-VEICULO EQUAL 0
               MOVE 300 TO CENTRO-CUSTO-VEICULO
           END-IF

           IF WS-FS-CC EQUAL ZEROS
               MOVE CENTRO-CUSTO-VEICULO TO COD-CENTRO-CUSTO

               READ CENTROS
                   INVALID KEY
                       DISPLAY "CENTRO DE CUSTO " CENTRO-CUSTO-VEICULO
                           " NAO CADASTRADO - ASSUMIDO 300 FROTA"
                       MOVE 300 TO CENTRO-CUSTO-VEICULO
                   NOT INVALID KEY
                       IF NOT CENTRO-CUSTO-ATIVO
                           DISPLAY "CENTRO DE CUSTO INATIVO - ASSUMI"
      -                        "DO 300 FROTA"
                           MOVE 300 TO CENTRO-CUSTO-VEICULO
                       END-IF
               END-READ
           END-IF.

      ******************************************************************
      * Licence category a driver needs to take the vehicle out
      * (A motorcycle, B car/van, C truck, D bus, E articulated).
      * Blank is taken as B.
      ******************************************************************
       5100-INFORMAR-CATEGORIA.
           DISPLAY "CATEGORIA DE CNH EXIGIDA ATUAL: "
               CATEGORIA-CNH-VEICULO
           DISPLAY "INFORME A CATEGORIA DE CNH EXIGIDA (A/B/C/D/E)"
           ACCEPT CATEGORIA-CNH-VEICULO

           IF CATEGORIA-CNH-VEICULO EQUAL SPACE
               MOVE 'B' TO CATEGORIA-CNH-VEICULO
           END-IF

           IF CATEGORIA-CNH-VEICULO NOT EQUAL 'A'
           AND CATEGORIA-CNH-VEICULO NOT EQUAL 'B'
           AND CATEGORIA-CNH-VEICULO NOT EQUAL 'C'
           AND CATEGORIA-CNH-VEICULO NOT EQUAL 'D'
           AND CATEGORIA-CNH-VEICULO NOT EQUAL 'E'
               DISPLAY "CATEGORIA INVALIDA - ASSUMIDA B"
               MOVE 'B' TO CATEGORIA-CNH-VEICULO
           END-IF.

       9000-TRADUZIR-FS-STATUS.
           MOVE "STATUS DESCONHECIDO" TO WS-FS-MENSAGEM
           PERFORM VARYING WS-IDX-FS FROM 1 BY 1
           MOVE SPACES TO WS-ARQ-VEICULOS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'VEICULOS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-VEICULOS

           MOVE SPACES TO WS-ARQ-CENTROSCUSTO
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'CENTROSCUSTO.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-CENTROSCUSTO.

       END PROGRAM VEICULO-CADASTRO.
