       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATORIO-MOTORISTAS.
       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VIAGENS ASSIGN TO WS-ARQ-VIAGENS
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-VIA.

           SELECT ENTREGAS ASSIGN TO WS-ARQ-ENTREGAS
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS NUM-PEDIDO-ENT
           FILE STATUS IS WS-FS-ENT.

           SELECT MOTORISTAS ASSIGN TO WS-ARQ-MOTORISTAS
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS COD-MOTORISTA
           FILE STATUS IS WS-FS-MOT.

           SELECT RELATORIO ASSIGN TO REL-NOME-ARQ
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD VIAGENS.
           COPY VIAGEM.

       FD ENTREGAS.
           COPY ENTREGA.

       FD MOTORISTAS.
           COPY MOTORISTA.

       FD RELATORIO.
       01 LINHA-RELATORIO     PIC X(90).
       WORKING-STORAGE SECTION.
           COPY RELATORIO.
           COPY PARMCATALOGO.
           COPY PARMRUNLOG.
           COPY AMBIENTE.
       77 WS-ARQ-VIAGENS         PIC X(60) VALUE SPACES.
       77 WS-ARQ-ENTREGAS        PIC X(60) VALUE SPACES.
       77 WS-ARQ-MOTORISTAS      PIC X(60) VALUE SPACES.
       77 WS-FS-VIA           PIC 99 VALUE 0.
       77 WS-FS-ENT           PIC 99 VALUE 0.
       77 WS-FS-MOT           PIC 99 VALUE 0.
       77 WS-FS-REL           PIC 99 VALUE 0.
       77 WS-EOF              PIC 99 VALUE 0.
       77 WS-PERIODO          PIC 9(06) VALUE 0.
       77 WS-LIMITE-VELOCIDADE PIC 9(03) VALUE 0.
       77 WS-DATA-HOJE        PIC 9(08) VALUE 0.
       77 WS-DATA-AVISO       PIC 9(08) VALUE 0.
       77 WS-DATA-RELATORIO   PIC 9(08) VALUE 0.
       77 WS-MOTORISTA-ATUAL  PIC 9(04) VALUE 0.
       77 WS-QTDE-MOTORISTAS  PIC 9(03) VALUE 0.
       77 WS-IDX-BUSCA        PIC 9(03) VALUE 0.
       77 WS-IDX-MOT          PIC 9(03) VALUE 0.
       77 WS-IDX-ENCONTRADO   PIC 9(03) VALUE 0.
       77 WS-VELOCIDADE-MEDIA PIC 9(05) VALUE 0.
       77 WS-TOT-VIAGENS      PIC 9(07) VALUE 0.
       77 WS-TOT-KM           PIC 9(09) VALUE 0.
       77 WS-TOT-HORAS        PIC 9(09) VALUE 0.
       77 WS-TOT-EXCESSOS     PIC 9(07) VALUE 0.
       77 WS-TOT-ENTREGAS     PIC 9(07) VALUE 0.
       77 WS-TOT-RECUSAS      PIC 9(07) VALUE 0.
       77 WS-TOT-PARCIAIS     PIC 9(07) VALUE 0.

       01 WS-TABELA-MOTORISTAS.
           03 WS-MOT-OCORR OCCURS 300 TIMES.
               05 WS-MOT-CODIGO       PIC 9(04).
               05 WS-MOT-VIAGENS      PIC 9(05).
               05 WS-MOT-KM           PIC 9(07).
               05 WS-MOT-HORAS        PIC 9(07).
               05 WS-MOT-EXCESSOS     PIC 9(05).
               05 WS-MOT-ENTREGAS     PIC 9(05).
               05 WS-MOT-RECUSAS      PIC 9(05).
               05 WS-MOT-PARCIAIS     PIC 9(05).

       01 WS-LINHA-DET-MOTORISTA.
           03 WS-DET-MOTORISTA     PIC 9(04).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 WS-DET-NOME          PIC X(20).
           03 FILLER               PIC X(01) VALUE SPACES.
           03 WS-DET-VIAGENS       PIC ZZZZZ9.
           03 FILLER               PIC X(02) VALUE SPACES.
           03 WS-DET-KM            PIC ZZZ.ZZ9.
           03 FILLER               PIC X(02) VALUE SPACES.
           03 WS-DET-VELOCIDADE    PIC ZZZZ9.
           03 FILLER               PIC X(02) VALUE SPACES.
           03 WS-DET-EXCESSOS      PIC ZZZZ9.
           03 FILLER               PIC X(02) VALUE SPACES.
           03 WS-DET-ENTREGAS      PIC ZZZZ9.
           03 FILLER               PIC X(02) VALUE SPACES.
           03 WS-DET-RECUSAS       PIC ZZZZ9.
           03 FILLER               PIC X(02) VALUE SPACES.
           03 WS-DET-PARCIAIS      PIC ZZZZ9.
           03 FILLER               PIC X(02) VALUE SPACES.
           03 WS-DET-DOCUMENTOS    PIC X(10).

       PROCEDURE DIVISION.
      ******************************************************************
      * Monthly driver report: per driver, the trips logged on
      * VIAGENS.TXT in the month with kilometres, average speed
      * (kilometres over hours driven) and the trips whose average
      * speed went over the limit, and the deliveries keyed back from
      * the manifests on ENTREGAS.TXT with the refused and partially
      * refused ones. The last column flags drivers whose licence or
      * medical exam is expired or expires within 30 days. Trips and
      * deliveries recorded before drivers were keyed show under
      * driver 0000.
      ******************************************************************
       MAIN-PROCEDURE.
           MOVE "RELATORIO-MOTORISTAS" TO PARM-RUN-PROGRAMA
           MOVE 'I' TO PARM-RUN-EVENTO
           MOVE 0 TO PARM-RUN-REGISTROS
           CALL "GRAVA-RUNLOG" USING PARM-RUNLOG

           PERFORM 0950-RESOLVER-AMBIENTE
           DISPLAY "RELATORIO MENSAL DE MOTORISTAS"
           MOVE 'C' TO PARM-RUN-EVENTO

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           COMPUTE WS-DATA-AVISO = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE) + 30)

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

           DISPLAY "INFORME O LIMITE DE VELOCIDADE MEDIA (KM/H - 0 ="
               " 80)"
           ACCEPT WS-LIMITE-VELOCIDADE

           IF WS-LIMITE-VELOCIDADE EQUAL 0
               MOVE 80 TO WS-LIMITE-VELOCIDADE
           END-IF

           PERFORM 2000-ACUMULAR-VIAGENS
           PERFORM 3000-ACUMULAR-ENTREGAS

           IF WS-QTDE-MOTORISTAS EQUAL 0
               DISPLAY "NENHUMA VIAGEM OU ENTREGA NO PERIODO "
                   WS-PERIODO
           ELSE
               PERFORM 4000-IMPRIMIR-RELATORIO
           END-IF

           MOVE WS-QTDE-MOTORISTAS TO PARM-RUN-REGISTROS
           CALL "GRAVA-RUNLOG" USING PARM-RUNLOG

           GOBACK.

       2000-ACUMULAR-VIAGENS.
           MOVE 0 TO WS-EOF

           OPEN INPUT VIAGENS

           IF WS-FS-VIA NOT EQUAL ZEROS
               DISPLAY "SEM ARQUIVO DE VIAGENS - FILE STATUS: "
                   WS-FS-VIA
               MOVE 1 TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF EQUAL 1
               READ VIAGENS
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF DATA-VIAGEM(1:6) EQUAL WS-PERIODO
                           PERFORM 2100-ACUMULAR-UMA-VIAGEM
                       END-IF
               END-READ
           END-PERFORM

           IF WS-FS-VIA EQUAL ZEROS OR WS-FS-VIA EQUAL 10
               CLOSE VIAGENS
           END-IF.

       2100-ACUMULAR-UMA-VIAGEM.
           MOVE 0 TO WS-MOTORISTA-ATUAL
           IF COD-MOTORISTA-VIAGEM IS NUMERIC
               MOVE COD-MOTORISTA-VIAGEM TO WS-MOTORISTA-ATUAL
           END-IF

           PERFORM 2500-LOCALIZAR-MOTORISTA

           IF WS-IDX-ENCONTRADO GREATER 0
               ADD 1 TO WS-MOT-VIAGENS(WS-IDX-ENCONTRADO)
               ADD ESPACO-VIAGEM TO WS-MOT-KM(WS-IDX-ENCONTRADO)
               ADD TEMPO-VIAGEM TO WS-MOT-HORAS(WS-IDX-ENCONTRADO)

               IF VELOCIDADE-VIAGEM GREATER WS-LIMITE-VELOCIDADE
                   ADD 1 TO WS-MOT-EXCESSOS(WS-IDX-ENCONTRADO)
               END-IF
           END-IF.

       2500-LOCALIZAR-MOTORISTA.
           MOVE 0 TO WS-IDX-ENCONTRADO

           PERFORM VARYING WS-IDX-BUSCA FROM 1 BY 1
                   UNTIL WS-IDX-BUSCA GREATER WS-QTDE-MOTORISTAS
               IF WS-MOT-CODIGO(WS-IDX-BUSCA) EQUAL WS-MOTORISTA-ATUAL
                   MOVE WS-IDX-BUSCA TO WS-IDX-ENCONTRADO
               END-IF
           END-PERFORM

           IF WS-IDX-ENCONTRADO EQUAL 0
               IF WS-QTDE-MOTORISTAS GREATER OR EQUAL 300
                   DISPLAY "TABELA DE MOTORISTAS CHEIA - MOTORISTA "
                       WS-MOTORISTA-ATUAL " IGNORADO"
               ELSE
                   ADD 1 TO WS-QTDE-MOTORISTAS
                   INITIALIZE WS-MOT-OCORR(WS-QTDE-MOTORISTAS)
                   MOVE WS-MOTORISTA-ATUAL TO
                       WS-MOT-CODIGO(WS-QTDE-MOTORISTAS)
                   MOVE WS-QTDE-MOTORISTAS TO WS-IDX-ENCONTRADO
               END-IF
           END-IF.

       3000-ACUMULAR-ENTREGAS.
           MOVE 0 TO WS-EOF

           OPEN INPUT ENTREGAS

           IF WS-FS-ENT NOT EQUAL ZEROS
               DISPLAY "SEM ARQUIVO DE ENTREGAS - FILE STATUS: "
                   WS-FS-ENT
               MOVE 1 TO WS-EOF
           ELSE
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
                       IF DATA-ENTREGA(1:6) EQUAL WS-PERIODO
                           PERFORM 3100-ACUMULAR-UMA-ENTREGA
                       END-IF
               END-READ
           END-PERFORM

           IF WS-FS-ENT EQUAL ZEROS OR WS-FS-ENT EQUAL 10
               CLOSE ENTREGAS
           END-IF.

       3100-ACUMULAR-UMA-ENTREGA.
           MOVE 0 TO WS-MOTORISTA-ATUAL
           IF COD-MOTORISTA-ENT IS NUMERIC
               MOVE COD-MOTORISTA-ENT TO WS-MOTORISTA-ATUAL
           END-IF

           PERFORM 2500-LOCALIZAR-MOTORISTA

           IF WS-IDX-ENCONTRADO GREATER 0
               ADD 1 TO WS-MOT-ENTREGAS(WS-IDX-ENCONTRADO)

               IF ENTREGA-RECUSADA
                   ADD 1 TO WS-MOT-RECUSAS(WS-IDX-ENCONTRADO)
               END-IF

               IF ENTREGA-PARCIAL
                   ADD 1 TO WS-MOT-PARCIAIS(WS-IDX-ENCONTRADO)
               END-IF
           END-IF.

       4000-IMPRIMIR-RELATORIO.
           MOVE SPACES TO REL-CABECALHO-COLUNAS
           STRING "MOT.  NOME                VIAGENS       KM  "
               "VEL.M  EXCES  ENTR.  RECUS  PARC.  DOCUMENTOS"
               DELIMITED BY SIZE INTO REL-CABECALHO-COLUNAS
           PERFORM 8100-ABRIR-RELATORIO

           OPEN INPUT MOTORISTAS

           PERFORM VARYING WS-IDX-MOT FROM 1 BY 1
                   UNTIL WS-IDX-MOT GREATER WS-QTDE-MOTORISTAS
               PERFORM 4100-IMPRIMIR-UM-MOTORISTA
           END-PERFORM

           IF WS-FS-MOT EQUAL ZEROS
               CLOSE MOTORISTAS
           END-IF

           MOVE ALL "-" TO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           MOVE 0 TO WS-DET-MOTORISTA
           MOVE "TOTAL DA FROTA" TO WS-DET-NOME
           MOVE WS-TOT-VIAGENS TO WS-DET-VIAGENS
           MOVE WS-TOT-KM TO WS-DET-KM
           MOVE 0 TO WS-VELOCIDADE-MEDIA
           IF WS-TOT-HORAS GREATER 0
               COMPUTE WS-VELOCIDADE-MEDIA ROUNDED =
                   WS-TOT-KM / WS-TOT-HORAS
           END-IF
           MOVE WS-VELOCIDADE-MEDIA TO WS-DET-VELOCIDADE
           MOVE WS-TOT-EXCESSOS TO WS-DET-EXCESSOS
           MOVE WS-TOT-ENTREGAS TO WS-DET-ENTREGAS
           MOVE WS-TOT-RECUSAS TO WS-DET-RECUSAS
           MOVE WS-TOT-PARCIAIS TO WS-DET-PARCIAIS
           MOVE SPACES TO WS-DET-DOCUMENTOS
           MOVE WS-LINHA-DET-MOTORISTA TO LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO(1:4)
           PERFORM 8200-IMPRIMIR-LINHA

           MOVE SPACES TO LINHA-RELATORIO
           STRING "EXCESSO = VIAGEM COM VELOCIDADE MEDIA ACIMA DE "
               WS-LIMITE-VELOCIDADE " KM/H"
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           IF WS-FS-REL EQUAL ZEROS
               CLOSE RELATORIO
               MOVE "RELATORIO-MOTORISTAS" TO PARM-CAT-PROGRAMA
               MOVE REL-CAB-TITULO TO PARM-CAT-TITULO
               MOVE REL-NOME-ARQ TO PARM-CAT-ARQUIVO
               CALL "GRAVA-CATALOGO" USING PARM-CATALOGO
               DISPLAY "RELATORIO GRAVADO EM " REL-NOME-ARQ
           END-IF.

       4100-IMPRIMIR-UM-MOTORISTA.
           MOVE WS-MOT-CODIGO(WS-IDX-MOT) TO WS-DET-MOTORISTA
           MOVE SPACES TO WS-DET-DOCUMENTOS

           IF WS-MOT-CODIGO(WS-IDX-MOT) EQUAL 0
               MOVE "SEM MOTORISTA INFORMADO" TO WS-DET-NOME
           ELSE
               MOVE "(NAO CADASTRADO)" TO WS-DET-NOME

               IF WS-FS-MOT EQUAL ZEROS
                   MOVE WS-MOT-CODIGO(WS-IDX-MOT) TO COD-MOTORISTA

                   READ MOTORISTAS
                       INVALID KEY
                           MOVE 0 TO WS-FS-MOT
                       NOT INVALID KEY
                           MOVE NOME-MOTORISTA TO WS-DET-NOME
                           PERFORM 4200-SITUACAO-DOCUMENTOS
                   END-READ
               END-IF
           END-IF

           MOVE WS-MOT-VIAGENS(WS-IDX-MOT) TO WS-DET-VIAGENS
           MOVE WS-MOT-KM(WS-IDX-MOT) TO WS-DET-KM

           MOVE 0 TO WS-VELOCIDADE-MEDIA
           IF WS-MOT-HORAS(WS-IDX-MOT) GREATER 0
               COMPUTE WS-VELOCIDADE-MEDIA ROUNDED =
                   WS-MOT-KM(WS-IDX-MOT) / WS-MOT-HORAS(WS-IDX-MOT)
           END-IF
           MOVE WS-VELOCIDADE-MEDIA TO WS-DET-VELOCIDADE

           MOVE WS-MOT-EXCESSOS(WS-IDX-MOT) TO WS-DET-EXCESSOS
           MOVE WS-MOT-ENTREGAS(WS-IDX-MOT) TO WS-DET-ENTREGAS
           MOVE WS-MOT-RECUSAS(WS-IDX-MOT) TO WS-DET-RECUSAS
           MOVE WS-MOT-PARCIAIS(WS-IDX-MOT) TO WS-DET-PARCIAIS

           MOVE WS-LINHA-DET-MOTORISTA TO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           ADD WS-MOT-VIAGENS(WS-IDX-MOT) TO WS-TOT-VIAGENS
           ADD WS-MOT-KM(WS-IDX-MOT) TO WS-TOT-KM
           ADD WS-MOT-HORAS(WS-IDX-MOT) TO WS-TOT-HORAS
           ADD WS-MOT-EXCESSOS(WS-IDX-MOT) TO WS-TOT-EXCESSOS
           ADD WS-MOT-ENTREGAS(WS-IDX-MOT) TO WS-TOT-ENTREGAS
           ADD WS-MOT-RECUSAS(WS-IDX-MOT) TO WS-TOT-RECUSAS
           ADD WS-MOT-PARCIAIS(WS-IDX-MOT) TO WS-TOT-PARCIAIS.

       4200-SITUACAO-DOCUMENTOS.
           EVALUATE TRUE
               WHEN VALIDADE-CNH-MOTORISTA LESS WS-DATA-HOJE
               WHEN VALIDADE-EXAME-MOTORISTA LESS WS-DATA-HOJE
                   MOVE "VENCIDOS" TO WS-DET-DOCUMENTOS
               WHEN VALIDADE-CNH-MOTORISTA NOT GREATER WS-DATA-AVISO
               WHEN VALIDADE-EXAME-MOTORISTA NOT GREATER WS-DATA-AVISO
                   MOVE "A VENCER" TO WS-DET-DOCUMENTOS
               WHEN NOT MOTORISTA-ATIVO
                   MOVE "INATIVO" TO WS-DET-DOCUMENTOS
               WHEN OTHER
                   MOVE "EM DIA" TO WS-DET-DOCUMENTOS
           END-EVALUATE.

       8100-ABRIR-RELATORIO.
           MOVE PARM-AMB-NOME TO REL-CAB-AMBIENTE

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-RELATORIO
           MOVE WS-DATA-RELATORIO(5:2) TO REL-CAB-DATA(1:2)
           MOVE WS-DATA-RELATORIO(7:2) TO REL-CAB-DATA(4:2)
           MOVE WS-DATA-RELATORIO(1:4) TO REL-CAB-DATA(7:4)

           MOVE SPACES TO REL-CAB-TITULO
           STRING "MOTORISTAS - PERIODO " WS-PERIODO
               DELIMITED BY SIZE INTO REL-CAB-TITULO

           MOVE SPACES TO REL-NOME-ARQ
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'RELATORIOS\MOTORISTAS' WS-PERIODO '.TXT'
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

           MOVE SPACES TO WS-ARQ-VIAGENS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'VIAGENS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-VIAGENS

           MOVE SPACES TO WS-ARQ-ENTREGAS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'ENTREGAS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-ENTREGAS

           MOVE SPACES TO WS-ARQ-MOTORISTAS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'MOTORISTAS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-MOTORISTAS.

       END PROGRAM RELATORIO-MOTORISTAS.
