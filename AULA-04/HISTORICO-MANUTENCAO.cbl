       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTORICO-MANUTENCAO.
       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDENS ASSIGN TO WS-ARQ-ORDENSSERVICO
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS NUM-OS
           FILE STATUS IS WS-FS.

           SELECT VEICULOS ASSIGN TO WS-ARQ-VEICULOS
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS COD-VEICULO-V
           FILE STATUS IS WS-FS-VEI.

           SELECT RELATORIO ASSIGN TO REL-NOME-ARQ
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD ORDENS.
           COPY ORDEMSERVICO.

       FD VEICULOS.
           COPY VEICULO.

       FD RELATORIO.
       01 LINHA-RELATORIO     PIC X(90).
       WORKING-STORAGE SECTION.
           COPY RELATORIO.
           COPY PARMCATALOGO.
           COPY PARMRUNLOG.
           COPY AMBIENTE.
       77 WS-ARQ-ORDENSSERVICO   PIC X(60) VALUE SPACES.
       77 WS-ARQ-VEICULOS        PIC X(60) VALUE SPACES.
       77 WS-FS               PIC 99 VALUE 0.
       77 WS-FS-VEI           PIC 99 VALUE 0.
       77 WS-FS-REL           PIC 99 VALUE 0.
       77 WS-EOF              PIC 99 VALUE 0.
       77 WS-VEICULO-INF      PIC 9(04) VALUE 0.
       77 WS-DATA-DE          PIC 9(08) VALUE 0.
       77 WS-DATA-ATE         PIC 9(08) VALUE 0.
       77 WS-DATA-HOJE        PIC 9(08) VALUE 0.
       77 WS-DATA-RELATORIO   PIC 9(08) VALUE 0.
       77 WS-QTDE-VEICULOS    PIC 9(03) VALUE 0.
       77 WS-IDX-VEI          PIC 9(03) VALUE 0.
       77 WS-IDX-BUSCA        PIC 9(03) VALUE 0.
       77 WS-IDX-ENCONTRADO   PIC 9(03) VALUE 0.
       77 WS-VEICULO-ATUAL    PIC 9(04) VALUE 0.
       77 WS-TOTAL-OS         PIC 9(09)V99 VALUE 0.
       77 WS-VEI-ORDENS       PIC 9(05) VALUE 0.
       77 WS-VEI-HORAS        PIC 9(05)V9 VALUE 0.
       77 WS-VEI-MAO-OBRA     PIC 9(09)V99 VALUE 0.
       77 WS-VEI-PECAS        PIC 9(09)V99 VALUE 0.
       77 WS-VEI-OFICINA      PIC 9(09)V99 VALUE 0.
       77 WS-VEI-TOTAL        PIC 9(09)V99 VALUE 0.
       77 WS-TOT-ORDENS       PIC 9(05) VALUE 0.
       77 WS-TOT-HORAS        PIC 9(05)V9 VALUE 0.
       77 WS-TOT-MAO-OBRA     PIC 9(09)V99 VALUE 0.
       77 WS-TOT-PECAS        PIC 9(09)V99 VALUE 0.
       77 WS-TOT-OFICINA      PIC 9(09)V99 VALUE 0.
       77 WS-TOT-GERAL        PIC 9(09)V99 VALUE 0.
       77 MASC-ORDENS         PIC ZZZZ9.

       01 WS-TABELA-VEICULOS.
           03 WS-VEI-CODIGO OCCURS 300 TIMES PIC 9(04).

       01 WS-LINHA-DET-ORDEM.
           03 WS-DET-OS            PIC 9(06).
           03 FILLER               PIC X(01) VALUE SPACES.
           03 WS-DET-DATA          PIC 9(08).
           03 FILLER               PIC X(01) VALUE SPACES.
           03 WS-DET-SERVICO       PIC X(10).
           03 FILLER               PIC X(01) VALUE SPACES.
           03 WS-DET-ODOMETRO      PIC ZZZZZZ9.
           03 FILLER               PIC X(01) VALUE SPACES.
           03 WS-DET-HORAS         PIC ZZZ9,9.
           03 FILLER               PIC X(01) VALUE SPACES.
           03 WS-DET-MAO-OBRA      PIC ZZZ.ZZ9,99.
           03 FILLER               PIC X(01) VALUE SPACES.
           03 WS-DET-PECAS         PIC ZZZ.ZZ9,99.
           03 FILLER               PIC X(01) VALUE SPACES.
           03 WS-DET-OFICINA       PIC ZZZ.ZZ9,99.
           03 FILLER               PIC X(01) VALUE SPACES.
           03 WS-DET-TOTAL         PIC Z.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
      ******************************************************************
      * Maintenance history and cost per vehicle: the work orders on
      * ORDENSSERVICO.TXT closed in the date range, one section per
      * vehicle with each order's own labour, parts issued from stock
      * and external workshop invoice, the vehicle's subtotal and the
      * fleet total. Open and cancelled orders are left out.
      ******************************************************************
       MAIN-PROCEDURE.
           MOVE "HISTORICO-MANUTENCAO" TO PARM-RUN-PROGRAMA
           MOVE 'I' TO PARM-RUN-EVENTO
           MOVE 0 TO PARM-RUN-REGISTROS
           CALL "GRAVA-RUNLOG" USING PARM-RUNLOG

           PERFORM 0950-RESOLVER-AMBIENTE
           DISPLAY "HISTORICO E CUSTO DE MANUTENCAO POR VEICULO"
           MOVE 'C' TO PARM-RUN-EVENTO

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE

           DISPLAY "INFORME O VEICULO (0 = TODOS)"
           ACCEPT WS-VEICULO-INF
           DISPLAY "INFORME A DATA INICIAL (AAAAMMDD - 0 = INICIO DO"
               " ANO)"
           ACCEPT WS-DATA-DE
           DISPLAY "INFORME A DATA FINAL (AAAAMMDD - 0 = HOJE)"
           ACCEPT WS-DATA-ATE

           IF WS-DATA-DE EQUAL 0
               MOVE WS-DATA-HOJE(1:4) TO WS-DATA-DE(1:4)
               MOVE '0101' TO WS-DATA-DE(5:4)
           END-IF

           IF WS-DATA-ATE EQUAL 0
               MOVE WS-DATA-HOJE TO WS-DATA-ATE
           END-IF

           OPEN INPUT ORDENS

           IF WS-FS NOT EQUAL ZEROS
               DISPLAY "SEM ARQUIVO DE ORDENS DE SERVICO - FILE STATU"
      -            "S: " WS-FS
               MOVE 'F' TO PARM-RUN-EVENTO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-DATA-DE GREATER WS-DATA-ATE
                   DISPLAY "PERIODO INVALIDO: " WS-DATA-DE " A "
                       WS-DATA-ATE
               ELSE
                   PERFORM 2000-SELECIONAR-VEICULOS

                   IF WS-QTDE-VEICULOS EQUAL 0
                       DISPLAY "NENHUMA ORDEM FECHADA NO PERIODO"
                   ELSE
                       PERFORM 4000-IMPRIMIR-RELATORIO
                   END-IF
               END-IF

               CLOSE ORDENS
           END-IF

           MOVE WS-TOT-ORDENS TO PARM-RUN-REGISTROS
           CALL "GRAVA-RUNLOG" USING PARM-RUNLOG

           GOBACK.

      * First pass: the vehicles with orders closed in the range, kept
      * in ascending code order for the sections of the report.
       2000-SELECIONAR-VEICULOS.
           PERFORM 3000-POSICIONAR-INICIO

           PERFORM UNTIL WS-EOF EQUAL 1
               READ ORDENS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF OS-FECHADA
                       AND DATA-FECHAMENTO-OS NOT LESS WS-DATA-DE
                       AND DATA-FECHAMENTO-OS NOT GREATER WS-DATA-ATE
                       AND (WS-VEICULO-INF EQUAL 0
                            OR COD-VEICULO-OS EQUAL WS-VEICULO-INF)
                           PERFORM 2100-INCLUIR-VEICULO
                       END-IF
               END-READ
           END-PERFORM.

       2100-INCLUIR-VEICULO.
           MOVE 0 TO WS-IDX-ENCONTRADO

           PERFORM VARYING WS-IDX-BUSCA FROM 1 BY 1
                   UNTIL WS-IDX-BUSCA GREATER WS-QTDE-VEICULOS
                   OR WS-IDX-ENCONTRADO GREATER 0
               IF WS-VEI-CODIGO(WS-IDX-BUSCA) EQUAL COD-VEICULO-OS
                   MOVE WS-IDX-BUSCA TO WS-IDX-ENCONTRADO
               END-IF
           END-PERFORM

           IF WS-IDX-ENCONTRADO EQUAL 0
               IF WS-QTDE-VEICULOS GREATER OR EQUAL 300
                   DISPLAY "TABELA DE VEICULOS CHEIA - VEICULO "
                       COD-VEICULO-OS " IGNORADO"
               ELSE
                   ADD 1 TO WS-QTDE-VEICULOS

                   PERFORM VARYING WS-IDX-BUSCA FROM WS-QTDE-VEICULOS
                           BY -1 UNTIL WS-IDX-BUSCA EQUAL 1
                       IF WS-VEI-CODIGO(WS-IDX-BUSCA - 1)
                          GREATER COD-VEICULO-OS
                           MOVE WS-VEI-CODIGO(WS-IDX-BUSCA - 1)
                               TO WS-VEI-CODIGO(WS-IDX-BUSCA)
                       ELSE
                           MOVE WS-IDX-BUSCA TO WS-IDX-ENCONTRADO
                           MOVE 2 TO WS-IDX-BUSCA
                       END-IF
                   END-PERFORM

                   IF WS-IDX-ENCONTRADO EQUAL 0
                       MOVE 1 TO WS-IDX-BUSCA
                   ELSE
                       MOVE WS-IDX-ENCONTRADO TO WS-IDX-BUSCA
                   END-IF

                   MOVE COD-VEICULO-OS TO WS-VEI-CODIGO(WS-IDX-BUSCA)
               END-IF
           END-IF.

       3000-POSICIONAR-INICIO.
           MOVE 0 TO WS-EOF
           MOVE 0 TO NUM-OS

           START ORDENS KEY NOT LESS NUM-OS
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START.

       4000-IMPRIMIR-RELATORIO.
           MOVE SPACES TO REL-CABECALHO-COLUNAS
           STRING "OS     CONCLUSA SERVICO    ODOMETR  HORAS   MAO OB"
               "RA      PECAS    OFICINA        TOTAL"
               DELIMITED BY SIZE INTO REL-CABECALHO-COLUNAS
           PERFORM 8100-ABRIR-RELATORIO

           OPEN INPUT VEICULOS

           PERFORM VARYING WS-IDX-VEI FROM 1 BY 1
                   UNTIL WS-IDX-VEI GREATER WS-QTDE-VEICULOS
               PERFORM 4100-IMPRIMIR-UM-VEICULO
           END-PERFORM

           IF WS-FS-VEI EQUAL ZEROS
               CLOSE VEICULOS
           END-IF

           MOVE ALL "=" TO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           MOVE WS-TOT-ORDENS TO MASC-ORDENS
           MOVE WS-TOT-HORAS TO WS-DET-HORAS
           MOVE WS-TOT-MAO-OBRA TO WS-DET-MAO-OBRA
           MOVE WS-TOT-PECAS TO WS-DET-PECAS
           MOVE WS-TOT-OFICINA TO WS-DET-OFICINA
           MOVE WS-TOT-GERAL TO WS-DET-TOTAL
           MOVE WS-LINHA-DET-ORDEM TO LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO(1:34)
           STRING "TOTAL DA FROTA (" MASC-ORDENS " ORDENS)"
               DELIMITED BY SIZE INTO LINHA-RELATORIO(1:34)
           PERFORM 8200-IMPRIMIR-LINHA

           IF WS-FS-REL EQUAL ZEROS
               CLOSE RELATORIO
               MOVE "HISTORICO-MANUTENCAO" TO PARM-CAT-PROGRAMA
               MOVE REL-CAB-TITULO TO PARM-CAT-TITULO
               MOVE REL-NOME-ARQ TO PARM-CAT-ARQUIVO
               CALL "GRAVA-CATALOGO" USING PARM-CATALOGO
               DISPLAY "RELATORIO GRAVADO EM " REL-NOME-ARQ
           END-IF.

       4100-IMPRIMIR-UM-VEICULO.
           MOVE WS-VEI-CODIGO(WS-IDX-VEI) TO WS-VEICULO-ATUAL
           MOVE 0 TO WS-VEI-ORDENS
           MOVE 0 TO WS-VEI-HORAS
           MOVE 0 TO WS-VEI-MAO-OBRA
           MOVE 0 TO WS-VEI-PECAS
           MOVE 0 TO WS-VEI-OFICINA
           MOVE 0 TO WS-VEI-TOTAL

           MOVE SPACES TO PLACA-VEICULO
           MOVE "(NAO CADASTRADO)" TO DESCRICAO-VEICULO

           IF WS-FS-VEI EQUAL ZEROS
               MOVE WS-VEICULO-ATUAL TO COD-VEICULO-V
               READ VEICULOS
                   INVALID KEY
                       MOVE 0 TO WS-FS-VEI
                       MOVE SPACES TO PLACA-VEICULO
                       MOVE "(NAO CADASTRADO)" TO DESCRICAO-VEICULO
               END-READ
           END-IF

           MOVE SPACES TO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA
           MOVE SPACES TO LINHA-RELATORIO
           STRING "VEICULO " WS-VEICULO-ATUAL " " PLACA-VEICULO " "
               DESCRICAO-VEICULO
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           PERFORM 3000-POSICIONAR-INICIO

           PERFORM UNTIL WS-EOF EQUAL 1
               READ ORDENS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF OS-FECHADA
                       AND COD-VEICULO-OS EQUAL WS-VEICULO-ATUAL
                       AND DATA-FECHAMENTO-OS NOT LESS WS-DATA-DE
                       AND DATA-FECHAMENTO-OS NOT GREATER WS-DATA-ATE
                           PERFORM 4200-IMPRIMIR-UMA-ORDEM
                       END-IF
               END-READ
           END-PERFORM

           MOVE ALL "-" TO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           MOVE WS-VEI-ORDENS TO MASC-ORDENS
           MOVE WS-VEI-HORAS TO WS-DET-HORAS
           MOVE WS-VEI-MAO-OBRA TO WS-DET-MAO-OBRA
           MOVE WS-VEI-PECAS TO WS-DET-PECAS
           MOVE WS-VEI-OFICINA TO WS-DET-OFICINA
           MOVE WS-VEI-TOTAL TO WS-DET-TOTAL
           MOVE WS-LINHA-DET-ORDEM TO LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO(1:34)
           STRING "TOTAL DO VEICULO (" MASC-ORDENS " ORDENS)"
               DELIMITED BY SIZE INTO LINHA-RELATORIO(1:34)
           PERFORM 8200-IMPRIMIR-LINHA

           ADD WS-VEI-ORDENS TO WS-TOT-ORDENS
           ADD WS-VEI-HORAS TO WS-TOT-HORAS
           ADD WS-VEI-MAO-OBRA TO WS-TOT-MAO-OBRA
           ADD WS-VEI-PECAS TO WS-TOT-PECAS
           ADD WS-VEI-OFICINA TO WS-TOT-OFICINA
           ADD WS-VEI-TOTAL TO WS-TOT-GERAL.

       4200-IMPRIMIR-UMA-ORDEM.
           COMPUTE WS-TOTAL-OS = VALOR-MAO-OBRA-OS + VALOR-PECAS-OS
               + VALOR-OFICINA-OS

           MOVE NUM-OS TO WS-DET-OS
           MOVE DATA-FECHAMENTO-OS TO WS-DET-DATA
           MOVE TIPO-SERVICO-OS TO WS-DET-SERVICO
           MOVE ODOMETRO-OS TO WS-DET-ODOMETRO
           MOVE HORAS-MAO-OBRA-OS TO WS-DET-HORAS
           MOVE VALOR-MAO-OBRA-OS TO WS-DET-MAO-OBRA
           MOVE VALOR-PECAS-OS TO WS-DET-PECAS
           MOVE VALOR-OFICINA-OS TO WS-DET-OFICINA
           MOVE WS-TOTAL-OS TO WS-DET-TOTAL
           MOVE WS-LINHA-DET-ORDEM TO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           IF DESCRICAO-OS NOT EQUAL SPACES
               MOVE SPACES TO LINHA-RELATORIO
               MOVE DESCRICAO-OS TO LINHA-RELATORIO(17:30)
               PERFORM 8200-IMPRIMIR-LINHA
           END-IF

           ADD 1 TO WS-VEI-ORDENS
           ADD HORAS-MAO-OBRA-OS TO WS-VEI-HORAS
           ADD VALOR-MAO-OBRA-OS TO WS-VEI-MAO-OBRA
           ADD VALOR-PECAS-OS TO WS-VEI-PECAS
           ADD VALOR-OFICINA-OS TO WS-VEI-OFICINA
           ADD WS-TOTAL-OS TO WS-VEI-TOTAL.

       8100-ABRIR-RELATORIO.
           MOVE PARM-AMB-NOME TO REL-CAB-AMBIENTE

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-RELATORIO
           MOVE WS-DATA-RELATORIO(5:2) TO REL-CAB-DATA(1:2)
           MOVE WS-DATA-RELATORIO(7:2) TO REL-CAB-DATA(4:2)
           MOVE WS-DATA-RELATORIO(1:4) TO REL-CAB-DATA(7:4)

           MOVE SPACES TO REL-CAB-TITULO
           STRING "MANUTENCAO " WS-DATA-DE " A " WS-DATA-ATE
               DELIMITED BY SIZE INTO REL-CAB-TITULO

           MOVE SPACES TO REL-NOME-ARQ
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'RELATORIOS\MANUTENCAO' WS-DATA-DE '.TXT'
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

           MOVE SPACES TO WS-ARQ-ORDENSSERVICO
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'ORDENSSERVICO.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-ORDENSSERVICO

           MOVE SPACES TO WS-ARQ-VEICULOS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'VEICULOS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-VEICULOS.

       END PROGRAM HISTORICO-MANUTENCAO.
