       IDENTIFICATION DIVISION.
       PROGRAM-ID. MONTAGEM-KIT.
       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDENS-MONTAGEM ASSIGN TO WS-ARQ-ORDENSMONTAGEM
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS NUM-ORDEM-MON
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS.

           SELECT KITS ASSIGN TO WS-ARQ-KITS
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CHAVE-KIT
           FILE STATUS IS WS-FS-KIT.

           SELECT PRODUTOS ASSIGN TO WS-ARQ-PRODUTOS
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS COD-PRODUTO
           ALTERNATE RECORD KEY IS EAN-PRODUTO
           ALTERNATE RECORD KEY IS NOME-PRODUTO
               WITH DUPLICATES
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-PROD.

           SELECT MOVIMENTO ASSIGN TO WS-ARQ-MOVIMENTO
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-MOV.

           SELECT LOTES-ESTOQUE ASSIGN TO WS-ARQ-LOTESESTOQUE
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CHAVE-LOTE-EST
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-LE.

           SELECT RELATORIO ASSIGN TO REL-NOME-ARQ
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-REL.

           SELECT LOG-EXCECOES ASSIGN TO WS-ARQ-EXCECOES
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-LOG.
       DATA DIVISION.
       FILE SECTION.
       FD ORDENS-MONTAGEM.
           COPY ORDEMMONTAGEM.

       FD KITS.
           COPY KITPRODUTO.

       FD PRODUTOS.
           COPY PRODUTO.

       FD MOVIMENTO.
           COPY MOVPRODUTO.

       FD LOTES-ESTOQUE.
           COPY LOTEESTOQUE.

       FD RELATORIO.
       01 LINHA-RELATORIO     PIC X(90).

       FD LOG-EXCECOES.
           COPY EXCELOG.
       WORKING-STORAGE SECTION.
           COPY FSTATUS.
           COPY PARMSESSAO.
           COPY PARMSALDODEP.
           COPY PARMENDERECO.
           COPY PARMNUMERO.
           COPY RELATORIO.
           COPY PARMCATALOGO.
           COPY AMBIENTE.
       77 WS-ARQ-ORDENSMONTAGEM  PIC X(60) VALUE SPACES.
       77 WS-ARQ-KITS            PIC X(60) VALUE SPACES.
       77 WS-ARQ-PRODUTOS        PIC X(60) VALUE SPACES.
       77 WS-ARQ-MOVIMENTO       PIC X(60) VALUE SPACES.
       77 WS-ARQ-LOTESESTOQUE    PIC X(60) VALUE SPACES.
       77 WS-ARQ-EXCECOES        PIC X(60) VALUE SPACES.
       77 WS-FS              PIC 99 VALUE 0.
       77 WS-FS-KIT           PIC 99 VALUE 0.
       77 WS-FS-PROD          PIC 99 VALUE 0.
       77 WS-FS-MOV           PIC 99 VALUE 0.
       77 WS-FS-LE            PIC 99 VALUE 0.
       77 WS-FS-REL           PIC 99 VALUE 0.
       77 WS-FS-LOG           PIC 99 VALUE 0.
       77 WS-LOG-CHAVE        PIC X(20) VALUE SPACES.
       77 WS-LOG-FS-VALOR     PIC 99 VALUE 0.
       77 CONTROLE           PIC A VALUE SPACES.
       77 WS-OPCAO            PIC 9 VALUE 0.
       77 WS-EOF              PIC 99 VALUE 0.
       77 WS-EOF-KIT          PIC 99 VALUE 0.
       77 WS-EOF-LE           PIC 99 VALUE 0.
       77 WS-CONFIRMA         PIC A VALUE SPACES.
       77 WS-TIPO-INF         PIC X VALUE SPACES.
       77 WS-KIT-INF          PIC 9(05) VALUE 0.
       77 WS-QTDE-INF         PIC 9(09) VALUE 0.
       77 WS-KIT-AVALIADO     PIC 9(05) VALUE 0.
       77 WS-QTDE-ORDEM       PIC 9(09) VALUE 0.
       77 WS-QTDE-COMPONENTES PIC 9(05) VALUE 0.
       77 WS-FALTA-COMPONENTE PIC A VALUE 'N'.
       77 WS-QTDE-NECESSARIA  PIC 9(09) VALUE 0.
       77 WS-QTDE-DISPONIVEL  PIC 9(09) VALUE 0.
       77 WS-QTDE-FALTA       PIC 9(09) VALUE 0.
       77 WS-CUSTO-KIT        PIC 9(07)V99 VALUE 0.
       77 WS-CUSTO-LINHA      PIC 9(09)V99 VALUE 0.
       77 WS-CUSTO-MOV        PIC 9(07)V99 VALUE 0.
       77 WS-VALOR-ESTOQUE    PIC 9(15)V99 VALUE 0.
       77 WS-QTDE-BASE        PIC 9(11) VALUE 0.
       77 WS-IMPRIMIR-FALTAS  PIC A VALUE 'N'.
       77 WS-DEPOSITO-MOV     PIC 99 VALUE 1.
       77 WS-LOTE-MOV         PIC X(10) VALUE SPACES.
       77 WS-QTDE-BAIXA       PIC 9(09) VALUE 0.
       77 WS-QTDE-RESTANTE    PIC 9(09) VALUE 0.
       77 WS-QTDE-CONSUMO     PIC 9(09) VALUE 0.
       77 WS-PRODUTO-FEFO     PIC 9(05) VALUE 0.
       77 WS-QTDE-RETIDA      PIC 9(09) VALUE 0.
       77 WS-QTDE-BLOQUEADA   PIC 9(09) VALUE 0.
       77 WS-QTDE-LISTADAS    PIC 9(05) VALUE 0.
       77 WS-QTDE-COM-FALTA   PIC 9(05) VALUE 0.
       77 WS-DATA-HOJE        PIC 9(08) VALUE 0.
       77 WS-DATA-RELATORIO   PIC 9(08) VALUE 0.
       77 MASC-VALOR          PIC ZZ.ZZZ.ZZ9,99.

       01 WS-LINHA-ORDEM.
           03 WS-DET-ORDEM         PIC 9(06).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 WS-DET-TIPO          PIC X(11).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 WS-DET-KIT           PIC 9(05).
           03 FILLER               PIC X(01) VALUE SPACES.
           03 WS-DET-NOME-KIT      PIC X(20).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 WS-DET-QTDE          PIC ZZZ.ZZZ.ZZ9.
           03 FILLER               PIC X(02) VALUE SPACES.
           03 WS-DET-ABERTURA      PIC X(10).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 WS-DET-SITUACAO      PIC X(14).

       01 WS-LINHA-FALTA.
           03 FILLER               PIC X(10) VALUE SPACES.
           03 FILLER               PIC X(07) VALUE "FALTA: ".
           03 WS-FAL-PRODUTO       PIC 9(05).
           03 FILLER               PIC X(01) VALUE SPACES.
           03 WS-FAL-NOME          PIC X(20).
           03 FILLER               PIC X(06) VALUE " NEC. ".
           03 WS-FAL-NECESSARIA    PIC ZZZ.ZZZ.ZZ9.
           03 FILLER               PIC X(07) VALUE " DISP. ".
           03 WS-FAL-DISPONIVEL    PIC ZZZ.ZZZ.ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0950-RESOLVER-AMBIENTE
           PERFORM 0900-LER-SESSAO
           DISPLAY "ORDENS DE MONTAGEM E DESMONTAGEM DE KITS"

           OPEN I-O ORDENS-MONTAGEM

           IF WS-FS EQUAL 35
               OPEN OUTPUT ORDENS-MONTAGEM
               IF WS-FS EQUAL ZEROS
                   CLOSE ORDENS-MONTAGEM
                   OPEN I-O ORDENS-MONTAGEM
               END-IF
           END-IF

           OPEN INPUT KITS
           OPEN I-O PRODUTOS

           IF WS-FS NOT EQUAL ZEROS
           OR WS-FS-KIT NOT EQUAL ZEROS
           OR WS-FS-PROD NOT EQUAL ZEROS
               DISPLAY "NAO FOI POSSIVEL ABRIR OS ARQUIVOS"
               DISPLAY "ORDENS: " WS-FS "  KITS: " WS-FS-KIT
                   "  PRODUTOS: " WS-FS-PROD
               MOVE "ORDENSMONTAGEM.TXT" TO WS-LOG-CHAVE
               MOVE WS-FS TO WS-LOG-FS-VALOR
               PERFORM 7000-GRAVAR-LOG-EXCECAO
           ELSE
               OPEN I-O LOTES-ESTOQUE
               OPEN EXTEND MOVIMENTO

               IF WS-FS-MOV EQUAL 35
                   OPEN OUTPUT MOVIMENTO
               END-IF

               PERFORM UNTIL CONTROLE EQUAL 'N'
                   DISPLAY "1 - ABRIR ORDEM DE MONTAGEM"
                   DISPLAY "2 - ABRIR ORDEM DE DESMONTAGEM"
                   DISPLAY "3 - EXECUTAR ORDEM"
                   DISPLAY "4 - CANCELAR ORDEM"
                   DISPLAY "5 - RELATORIO DE ORDENS ABERTAS E FALTAS"
                   ACCEPT WS-OPCAO

                   EVALUATE WS-OPCAO
                       WHEN 1
                           MOVE 'M' TO WS-TIPO-INF
                           PERFORM 1000-ABRIR-ORDEM
                               THRU 1000-FIM
                       WHEN 2
                           MOVE 'D' TO WS-TIPO-INF
                           PERFORM 1000-ABRIR-ORDEM
                               THRU 1000-FIM
                       WHEN 3
                           PERFORM 2000-EXECUTAR-ORDEM
                               THRU 2000-FIM
                       WHEN 4
                           PERFORM 3000-CANCELAR-ORDEM
                       WHEN 5
                           PERFORM 4000-RELATORIO-ORDENS
                       WHEN OTHER
                           DISPLAY "OPCAO INVALIDA"
                   END-EVALUATE

                   DISPLAY "DESEJA REALIZAR OUTRA OPERACAO?"
                   DISPLAY "DIGITE N PARA NAO"
                   ACCEPT CONTROLE
               END-PERFORM

               IF WS-FS-LE EQUAL ZEROS
                   CLOSE LOTES-ESTOQUE
               END-IF

               CLOSE MOVIMENTO
           END-IF

           CLOSE ORDENS-MONTAGEM
           CLOSE KITS
           CLOSE PRODUTOS

           GOBACK.

       1000-ABRIR-ORDEM.
           DISPLAY "INFORME O CODIGO DO KIT"
           ACCEPT WS-KIT-INF

           MOVE WS-KIT-INF TO COD-PRODUTO

           READ PRODUTOS
               INVALID KEY
                   DISPLAY "KIT NAO CADASTRADO COMO PRODUTO: "
                       WS-KIT-INF
                   GO TO 1000-FIM
           END-READ

           DISPLAY "KIT: " NOME-PRODUTO "  ESTOQUE MONTADO: "
               ESTOQUE-PRODUTO

           DISPLAY "INFORME A QUANTIDADE DE KITS"
           ACCEPT WS-QTDE-INF

           IF WS-QTDE-INF EQUAL 0
               DISPLAY "QUANTIDADE DEVE SER MAIOR QUE ZERO"
               GO TO 1000-FIM
           END-IF

           MOVE WS-KIT-INF TO WS-KIT-AVALIADO
           MOVE WS-QTDE-INF TO WS-QTDE-ORDEM
           MOVE 'S' TO WS-IMPRIMIR-FALTAS
           PERFORM 5000-CONFERIR-COMPONENTES

           IF WS-QTDE-COMPONENTES EQUAL 0
               DISPLAY "PRODUTO " WS-KIT-INF " NAO TEM COMPONENTES NO "
                   "CADASTRO DE KITS"
               GO TO 1000-FIM
           END-IF

           IF WS-TIPO-INF EQUAL 'M'
           AND WS-FALTA-COMPONENTE EQUAL 'S'
               DISPLAY "ATENCAO: COMPONENTES INSUFICIENTES HOJE - A OR"
                   "DEM FICA ABERTA ATE O ABASTECIMENTO"
           END-IF

           MOVE "MONTAGEM" TO PARM-SERIE
           CALL "PROXIMO-NUMERO" USING PARM-PROXIMO-NUMERO

           IF PARM-RETORNO NOT EQUAL ZEROS
               DISPLAY "NAO FOI POSSIVEL NUMERAR A ORDEM - FILE STATUS"
                   ": " PARM-RETORNO
               MOVE "NUMEROS.TXT" TO WS-LOG-CHAVE
               MOVE PARM-RETORNO TO WS-LOG-FS-VALOR
               PERFORM 7000-GRAVAR-LOG-EXCECAO
               GO TO 1000-FIM
           END-IF

           MOVE PARM-NUMERO TO NUM-ORDEM-MON
           MOVE WS-TIPO-INF TO TIPO-ORDEM-MON
           MOVE WS-KIT-INF TO COD-KIT-MON
           MOVE WS-QTDE-INF TO QTDE-MON
           MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-ABERTURA-MON
           MOVE 'A' TO STATUS-MON
           MOVE 0 TO DATA-EXECUCAO-MON
           MOVE 0 TO CUSTO-KIT-MON
           MOVE PARM-SES-OPERADOR TO OPERADOR-MON

           WRITE REG-ORDEM-MONTAGEM

           IF WS-FS NOT EQUAL ZEROS
               MOVE WS-FS TO WS-FS-CODIGO-BUSCA
               PERFORM 9000-TRADUZIR-FS-STATUS
               DISPLAY "NAO FOI POSSIVEL GRAVAR A ORDEM"
               DISPLAY "FILE STATUS: " WS-FS " - " WS-FS-MENSAGEM
               MOVE NUM-ORDEM-MON TO WS-LOG-CHAVE
               MOVE WS-FS TO WS-LOG-FS-VALOR
               PERFORM 7000-GRAVAR-LOG-EXCECAO
           ELSE
               DISPLAY "ORDEM " NUM-ORDEM-MON " ABERTA"
           END-IF.

       1000-FIM.
           EXIT.

       2000-EXECUTAR-ORDEM.
           DISPLAY "INFORME O NUMERO DA ORDEM"
           ACCEPT NUM-ORDEM-MON

           READ ORDENS-MONTAGEM
               INVALID KEY
                   DISPLAY "ORDEM NAO ENCONTRADA"
                   GO TO 2000-FIM
           END-READ

           IF NOT MONTAGEM-ABERTA
               DISPLAY "ORDEM NAO ESTA ABERTA - STATUS: " STATUS-MON
               GO TO 2000-FIM
           END-IF

           MOVE COD-KIT-MON TO WS-KIT-AVALIADO
           MOVE QTDE-MON TO WS-QTDE-ORDEM
           MOVE 'S' TO WS-IMPRIMIR-FALTAS
           PERFORM 5000-CONFERIR-COMPONENTES

           IF WS-QTDE-COMPONENTES EQUAL 0
               DISPLAY "KIT " COD-KIT-MON " SEM COMPONENTES NO CADASTR"
                   "O DE KITS - ORDEM NAO EXECUTADA"
               GO TO 2000-FIM
           END-IF

           MOVE COD-KIT-MON TO COD-PRODUTO

           READ PRODUTOS
               INVALID KEY
                   DISPLAY "KIT NAO CADASTRADO COMO PRODUTO: "
                       COD-KIT-MON
                   GO TO 2000-FIM
           END-READ

           IF ORDEM-MONTAGEM
               IF WS-FALTA-COMPONENTE EQUAL 'S'
                   DISPLAY "ORDEM NAO EXECUTADA - COMPONENTES INSUFIC"
                       "IENTES"
                   GO TO 2000-FIM
               END-IF
           ELSE
               IF ESTOQUE-RESERVADO-PRODUTO NOT LESS ESTOQUE-PRODUTO
                   MOVE 0 TO WS-QTDE-DISPONIVEL
               ELSE
                   COMPUTE WS-QTDE-DISPONIVEL = ESTOQUE-PRODUTO
                       - ESTOQUE-RESERVADO-PRODUTO
               END-IF

               IF WS-QTDE-DISPONIVEL LESS QTDE-MON
                   DISPLAY "ORDEM NAO EXECUTADA - KITS MONTADOS LIVRES"
                       ": " WS-QTDE-DISPONIVEL
                   GO TO 2000-FIM
               END-IF
           END-IF

           MOVE WS-CUSTO-KIT TO MASC-VALOR
           DISPLAY "CUSTO DO KIT PELA SOMA DOS COMPONENTES: "
               MASC-VALOR
           DISPLAY "CONFIRMA A EXECUCAO DA ORDEM " NUM-ORDEM-MON
               "? (S/N)"
           ACCEPT WS-CONFIRMA

           IF WS-CONFIRMA NOT EQUAL 'S'
               GO TO 2000-FIM
           END-IF

           IF ORDEM-MONTAGEM
               MOVE 'S' TO TIPO-MOVIMENTO
               PERFORM 2100-MOVIMENTAR-COMPONENTES
               PERFORM 2300-RECEBER-KIT
           ELSE
               PERFORM 2400-BAIXAR-KIT
               MOVE 'E' TO TIPO-MOVIMENTO
               PERFORM 2100-MOVIMENTAR-COMPONENTES
           END-IF

           MOVE 'C' TO STATUS-MON
           MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-EXECUCAO-MON
           MOVE WS-CUSTO-KIT TO CUSTO-KIT-MON
           MOVE PARM-SES-OPERADOR TO OPERADOR-MON

           REWRITE REG-ORDEM-MONTAGEM

           IF WS-FS NOT EQUAL ZEROS
               MOVE WS-FS TO WS-FS-CODIGO-BUSCA
               PERFORM 9000-TRADUZIR-FS-STATUS
               DISPLAY "NAO FOI POSSIVEL ATUALIZAR A ORDEM"
               DISPLAY "FILE STATUS: " WS-FS " - " WS-FS-MENSAGEM
               MOVE NUM-ORDEM-MON TO WS-LOG-CHAVE
               MOVE WS-FS TO WS-LOG-FS-VALOR
               PERFORM 7000-GRAVAR-LOG-EXCECAO
           ELSE
               DISPLAY "ORDEM " NUM-ORDEM-MON " EXECUTADA!"
           END-IF.

       2000-FIM.
           EXIT.

      * Walks the bill of materials once per order: components leave
      * ('S') on an assembly and come back ('E') on a disassembly.
       2100-MOVIMENTAR-COMPONENTES.
           MOVE 0 TO WS-EOF-KIT
           MOVE COD-KIT-MON TO COD-KIT
           MOVE 0 TO COD-COMPONENTE-KIT

           START KITS KEY NOT LESS CHAVE-KIT
               INVALID KEY
                   MOVE 1 TO WS-EOF-KIT
           END-START

           PERFORM UNTIL WS-EOF-KIT EQUAL 1
               READ KITS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF-KIT
                   NOT AT END
                       IF COD-KIT NOT EQUAL COD-KIT-MON
                           MOVE 1 TO WS-EOF-KIT
                       ELSE
                           PERFORM 2200-MOVIMENTAR-UM-COMPONENTE
                       END-IF
               END-READ
           END-PERFORM.

       2200-MOVIMENTAR-UM-COMPONENTE.
           COMPUTE WS-QTDE-NECESSARIA =
               QTDE-MON * QTDE-COMPONENTE-KIT

           MOVE COD-COMPONENTE-KIT TO COD-PRODUTO

           READ PRODUTOS
               INVALID KEY
                   DISPLAY "COMPONENTE NAO CADASTRADO: " COD-PRODUTO
                   MOVE COD-PRODUTO TO WS-LOG-CHAVE
                   MOVE 23 TO WS-LOG-FS-VALOR
                   PERFORM 7000-GRAVAR-LOG-EXCECAO
               NOT INVALID KEY
                   IF TIPO-MOVIMENTO EQUAL 'S'
                       SUBTRACT WS-QTDE-NECESSARIA FROM ESTOQUE-PRODUTO
                   ELSE
                       ADD WS-QTDE-NECESSARIA TO ESTOQUE-PRODUTO
                   END-IF

                   REWRITE REG-PRODUTO

                   IF WS-FS-PROD NOT EQUAL ZEROS
                       MOVE WS-FS-PROD TO WS-FS-CODIGO-BUSCA
                       PERFORM 9000-TRADUZIR-FS-STATUS
                       DISPLAY "NAO FOI POSSIVEL ATUALIZAR O COMPONENTE"
                       DISPLAY "FILE STATUS: " WS-FS-PROD " - "
                           WS-FS-MENSAGEM
                       MOVE COD-PRODUTO TO WS-LOG-CHAVE
                       MOVE WS-FS-PROD TO WS-LOG-FS-VALOR
                       PERFORM 7000-GRAVAR-LOG-EXCECAO
                   ELSE
                       MOVE CUSTO-UNITARIO-PRODUTO TO WS-CUSTO-MOV

                       IF TIPO-MOVIMENTO EQUAL 'S'
                           MOVE WS-QTDE-NECESSARIA TO WS-QTDE-BAIXA
                           PERFORM 5500-BAIXAR-POR-LOTE
                       ELSE
                           MOVE SPACES TO WS-LOTE-MOV
                           MOVE WS-QTDE-NECESSARIA TO QTDE-MOVIMENTO
                           PERFORM 6000-GRAVAR-MOVIMENTO
                       END-IF
                   END-IF
           END-READ.

      * The finished kits join any already on hand at a weighted
      * average, the same way a purchase receipt revalues stock.
       2300-RECEBER-KIT.
           MOVE COD-KIT-MON TO COD-PRODUTO

           READ PRODUTOS
               INVALID KEY
                   DISPLAY "KIT NAO CADASTRADO COMO PRODUTO: "
                       COD-PRODUTO
               NOT INVALID KEY
                   COMPUTE WS-QTDE-BASE = ESTOQUE-PRODUTO + QTDE-MON

                   IF ESTOQUE-PRODUTO EQUAL 0
                   OR CUSTO-UNITARIO-PRODUTO EQUAL 0
                       MOVE WS-CUSTO-KIT TO CUSTO-UNITARIO-PRODUTO
                   ELSE
                       COMPUTE WS-VALOR-ESTOQUE =
                           ESTOQUE-PRODUTO * CUSTO-UNITARIO-PRODUTO
                           + QTDE-MON * WS-CUSTO-KIT
                       COMPUTE CUSTO-UNITARIO-PRODUTO ROUNDED =
                           WS-VALOR-ESTOQUE / WS-QTDE-BASE
                           ON SIZE ERROR
                               MOVE WS-CUSTO-KIT TO
                                   CUSTO-UNITARIO-PRODUTO
                       END-COMPUTE
                   END-IF

                   ADD QTDE-MON TO ESTOQUE-PRODUTO

                   REWRITE REG-PRODUTO

                   IF WS-FS-PROD NOT EQUAL ZEROS
                       MOVE WS-FS-PROD TO WS-FS-CODIGO-BUSCA
                       PERFORM 9000-TRADUZIR-FS-STATUS
                       DISPLAY "NAO FOI POSSIVEL RECEBER O KIT"
                       DISPLAY "FILE STATUS: " WS-FS-PROD " - "
                           WS-FS-MENSAGEM
                       MOVE COD-PRODUTO TO WS-LOG-CHAVE
                       MOVE WS-FS-PROD TO WS-LOG-FS-VALOR
                       PERFORM 7000-GRAVAR-LOG-EXCECAO
                   ELSE
                       MOVE 'E' TO TIPO-MOVIMENTO
                       MOVE WS-CUSTO-KIT TO WS-CUSTO-MOV
                       MOVE SPACES TO WS-LOTE-MOV
                       MOVE QTDE-MON TO QTDE-MOVIMENTO
                       PERFORM 6000-GRAVAR-MOVIMENTO
                       DISPLAY QTDE-MON " KITS " COD-PRODUTO
                           " RECEBIDOS NO ESTOQUE"
                   END-IF
           END-READ.

       2400-BAIXAR-KIT.
           MOVE COD-KIT-MON TO COD-PRODUTO

           READ PRODUTOS
               INVALID KEY
                   DISPLAY "KIT NAO CADASTRADO COMO PRODUTO: "
                       COD-PRODUTO
               NOT INVALID KEY
                   SUBTRACT QTDE-MON FROM ESTOQUE-PRODUTO

                   REWRITE REG-PRODUTO

                   IF WS-FS-PROD NOT EQUAL ZEROS
                       MOVE WS-FS-PROD TO WS-FS-CODIGO-BUSCA
                       PERFORM 9000-TRADUZIR-FS-STATUS
                       DISPLAY "NAO FOI POSSIVEL BAIXAR O KIT"
                       DISPLAY "FILE STATUS: " WS-FS-PROD " - "
                           WS-FS-MENSAGEM
                       MOVE COD-PRODUTO TO WS-LOG-CHAVE
                       MOVE WS-FS-PROD TO WS-LOG-FS-VALOR
                       PERFORM 7000-GRAVAR-LOG-EXCECAO
                   ELSE
                       MOVE 'S' TO TIPO-MOVIMENTO
                       MOVE CUSTO-UNITARIO-PRODUTO TO WS-CUSTO-MOV
                       MOVE QTDE-MON TO WS-QTDE-BAIXA
                       PERFORM 5500-BAIXAR-POR-LOTE
                       DISPLAY QTDE-MON " KITS " COD-PRODUTO
                           " DESMONTADOS"
                   END-IF
           END-READ.

       3000-CANCELAR-ORDEM.
           DISPLAY "INFORME O NUMERO DA ORDEM"
           ACCEPT NUM-ORDEM-MON

           READ ORDENS-MONTAGEM
               INVALID KEY
                   DISPLAY "ORDEM NAO ENCONTRADA"
               NOT INVALID KEY
                   IF NOT MONTAGEM-ABERTA
                       DISPLAY "ORDEM NAO ESTA ABERTA - STATUS: "
                           STATUS-MON
                   ELSE
                       DISPLAY "CONFIRMA O CANCELAMENTO? (S/N)"
                       ACCEPT WS-CONFIRMA

                       IF WS-CONFIRMA EQUAL 'S'
                           MOVE 'X' TO STATUS-MON
                           MOVE FUNCTION CURRENT-DATE(1:8) TO
                               DATA-EXECUCAO-MON
                           MOVE PARM-SES-OPERADOR TO OPERADOR-MON

                           REWRITE REG-ORDEM-MONTAGEM

                           IF WS-FS NOT EQUAL ZEROS
                               DISPLAY "NAO FOI POSSIVEL CANCELAR A O"
                                   "RDEM - FILE STATUS: " WS-FS
                           ELSE
                               DISPLAY "ORDEM " NUM-ORDEM-MON
                                   " CANCELADA"
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       4000-RELATORIO-ORDENS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE

           MOVE SPACES TO REL-CABECALHO-COLUNAS
           STRING "ORDEM   TIPO         KIT   NOME                  "
               "        QTDE  ABERTA EM   SITUACAO"
               DELIMITED BY SIZE INTO REL-CABECALHO-COLUNAS
           MOVE "ORDENS DE MONTAGEM ABERTAS" TO REL-CAB-TITULO
           MOVE SPACES TO REL-NOME-ARQ
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'RELATORIOS\MONTAGENS' WS-DATA-HOJE '.TXT'
               DELIMITED BY SIZE INTO REL-NOME-ARQ
           PERFORM 8100-ABRIR-RELATORIO

           MOVE 0 TO WS-QTDE-LISTADAS
           MOVE 0 TO WS-QTDE-COM-FALTA
           MOVE 0 TO WS-EOF
           MOVE 0 TO NUM-ORDEM-MON

           START ORDENS-MONTAGEM KEY NOT LESS NUM-ORDEM-MON
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START

           PERFORM UNTIL WS-EOF EQUAL 1
               READ ORDENS-MONTAGEM NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF MONTAGEM-ABERTA
                           PERFORM 4100-IMPRIMIR-ORDEM
                       END-IF
               END-READ
           END-PERFORM

           MOVE ALL "-" TO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           MOVE SPACES TO LINHA-RELATORIO
           STRING "ORDENS ABERTAS: " WS-QTDE-LISTADAS
               "   COM FALTA DE COMPONENTES/KITS: " WS-QTDE-COM-FALTA
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           IF WS-FS-REL EQUAL ZEROS
               CLOSE RELATORIO
               MOVE "MONTAGEM-KIT" TO PARM-CAT-PROGRAMA
               MOVE REL-CAB-TITULO TO PARM-CAT-TITULO
               MOVE REL-NOME-ARQ TO PARM-CAT-ARQUIVO
               CALL "GRAVA-CATALOGO" USING PARM-CATALOGO
               DISPLAY "RELATORIO GRAVADO EM " REL-NOME-ARQ
           END-IF

           DISPLAY "ORDENS ABERTAS: " WS-QTDE-LISTADAS
           DISPLAY "COM FALTA: " WS-QTDE-COM-FALTA.

       4100-IMPRIMIR-ORDEM.
           ADD 1 TO WS-QTDE-LISTADAS

           MOVE NUM-ORDEM-MON TO WS-DET-ORDEM
           MOVE COD-KIT-MON TO WS-DET-KIT
           MOVE QTDE-MON TO WS-DET-QTDE
           MOVE DATA-ABERTURA-MON(7:2) TO WS-DET-ABERTURA(1:2)
           MOVE "/" TO WS-DET-ABERTURA(3:1)
           MOVE DATA-ABERTURA-MON(5:2) TO WS-DET-ABERTURA(4:2)
           MOVE "/" TO WS-DET-ABERTURA(6:1)
           MOVE DATA-ABERTURA-MON(1:4) TO WS-DET-ABERTURA(7:4)

           MOVE COD-KIT-MON TO COD-PRODUTO

           READ PRODUTOS
               INVALID KEY
                   MOVE "(NAO CADASTRADO)" TO WS-DET-NOME-KIT
                   MOVE 0 TO ESTOQUE-PRODUTO
                   MOVE 0 TO ESTOQUE-RESERVADO-PRODUTO
               NOT INVALID KEY
                   MOVE NOME-PRODUTO TO WS-DET-NOME-KIT
           END-READ

           IF ORDEM-MONTAGEM
               MOVE "MONTAGEM" TO WS-DET-TIPO
               MOVE COD-KIT-MON TO WS-KIT-AVALIADO
               MOVE QTDE-MON TO WS-QTDE-ORDEM
               MOVE 'N' TO WS-IMPRIMIR-FALTAS
               PERFORM 5000-CONFERIR-COMPONENTES
           ELSE
               MOVE "DESMONTAGEM" TO WS-DET-TIPO
               MOVE 'N' TO WS-FALTA-COMPONENTE

               IF ESTOQUE-RESERVADO-PRODUTO NOT LESS ESTOQUE-PRODUTO
                   MOVE 0 TO WS-QTDE-DISPONIVEL
               ELSE
                   COMPUTE WS-QTDE-DISPONIVEL = ESTOQUE-PRODUTO
                       - ESTOQUE-RESERVADO-PRODUTO
               END-IF

               IF WS-QTDE-DISPONIVEL LESS QTDE-MON
                   MOVE 'S' TO WS-FALTA-COMPONENTE
               END-IF
           END-IF

           IF WS-FALTA-COMPONENTE EQUAL 'S'
               MOVE "COM FALTA" TO WS-DET-SITUACAO
               ADD 1 TO WS-QTDE-COM-FALTA
           ELSE
               MOVE "PRONTA" TO WS-DET-SITUACAO
           END-IF

           MOVE WS-LINHA-ORDEM TO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           IF WS-FALTA-COMPONENTE EQUAL 'S'
               IF ORDEM-MONTAGEM
                   MOVE 'R' TO WS-IMPRIMIR-FALTAS
                   PERFORM 5000-CONFERIR-COMPONENTES
               ELSE
                   MOVE COD-KIT-MON TO WS-FAL-PRODUTO
                   MOVE WS-DET-NOME-KIT TO WS-FAL-NOME
                   MOVE QTDE-MON TO WS-FAL-NECESSARIA
                   MOVE WS-QTDE-DISPONIVEL TO WS-FAL-DISPONIVEL
                   MOVE WS-LINHA-FALTA TO LINHA-RELATORIO
                   PERFORM 8200-IMPRIMIR-LINHA
               END-IF
           END-IF.

      * Availability is what is on hand less what customer orders
      * already reserve and less any lot held for a recall.
      * WS-IMPRIMIR-FALTAS: 'S' shows each short
      * component on the console, 'R' prints it on the report, 'N'
      * only sets WS-FALTA-COMPONENTE. Also totals WS-CUSTO-KIT.
       5000-CONFERIR-COMPONENTES.
           MOVE 'N' TO WS-FALTA-COMPONENTE
           MOVE 0 TO WS-QTDE-COMPONENTES
           MOVE 0 TO WS-CUSTO-KIT
           MOVE 0 TO WS-EOF-KIT
           MOVE WS-KIT-AVALIADO TO COD-KIT
           MOVE 0 TO COD-COMPONENTE-KIT

           START KITS KEY NOT LESS CHAVE-KIT
               INVALID KEY
                   MOVE 1 TO WS-EOF-KIT
           END-START

           PERFORM UNTIL WS-EOF-KIT EQUAL 1
               READ KITS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF-KIT
                   NOT AT END
                       IF COD-KIT NOT EQUAL WS-KIT-AVALIADO
                           MOVE 1 TO WS-EOF-KIT
                       ELSE
                           ADD 1 TO WS-QTDE-COMPONENTES
                           PERFORM 5100-CONFERIR-UM-COMPONENTE
                       END-IF
               END-READ
           END-PERFORM.

       5100-CONFERIR-UM-COMPONENTE.
           COMPUTE WS-QTDE-NECESSARIA =
               WS-QTDE-ORDEM * QTDE-COMPONENTE-KIT

           MOVE COD-COMPONENTE-KIT TO COD-PRODUTO

           READ PRODUTOS
               INVALID KEY
                   MOVE "(NAO CADASTRADO)" TO NOME-PRODUTO
                   MOVE 0 TO WS-QTDE-DISPONIVEL
               NOT INVALID KEY
                   COMPUTE WS-CUSTO-LINHA =
                       CUSTO-UNITARIO-PRODUTO * QTDE-COMPONENTE-KIT
                   ADD WS-CUSTO-LINHA TO WS-CUSTO-KIT
                       ON SIZE ERROR
                           MOVE 9999999,99 TO WS-CUSTO-KIT
                   END-ADD

                   PERFORM 5200-SOMAR-LOTES-RETIDOS
                   COMPUTE WS-QTDE-BLOQUEADA =
                       ESTOQUE-RESERVADO-PRODUTO + WS-QTDE-RETIDA

                   IF WS-QTDE-BLOQUEADA NOT LESS ESTOQUE-PRODUTO
                       MOVE 0 TO WS-QTDE-DISPONIVEL
                   ELSE
                       COMPUTE WS-QTDE-DISPONIVEL = ESTOQUE-PRODUTO
                           - WS-QTDE-BLOQUEADA
                   END-IF
           END-READ

           IF WS-QTDE-DISPONIVEL LESS WS-QTDE-NECESSARIA
               MOVE 'S' TO WS-FALTA-COMPONENTE

               EVALUATE WS-IMPRIMIR-FALTAS
                   WHEN 'S'
                       COMPUTE WS-QTDE-FALTA =
                           WS-QTDE-NECESSARIA - WS-QTDE-DISPONIVEL
                       DISPLAY "COMPONENTE " COD-COMPONENTE-KIT " ("
                           NOME-PRODUTO ") FALTAM " WS-QTDE-FALTA
                   WHEN 'R'
                       MOVE COD-COMPONENTE-KIT TO WS-FAL-PRODUTO
                       MOVE NOME-PRODUTO TO WS-FAL-NOME
                       MOVE WS-QTDE-NECESSARIA TO WS-FAL-NECESSARIA
                       MOVE WS-QTDE-DISPONIVEL TO WS-FAL-DISPONIVEL
                       MOVE WS-LINHA-FALTA TO LINHA-RELATORIO
                       PERFORM 8200-IMPRIMIR-LINHA
               END-EVALUATE
           END-IF.

       5200-SOMAR-LOTES-RETIDOS.
           MOVE 0 TO WS-QTDE-RETIDA

           IF WS-FS-LE EQUAL ZEROS
               MOVE 0 TO WS-EOF-LE
               MOVE COD-PRODUTO TO COD-PRODUTO-LE
               MOVE 0 TO DATA-VALIDADE-LE
               MOVE SPACES TO NUM-LOTE-LE

               START LOTES-ESTOQUE KEY NOT LESS CHAVE-LOTE-EST
                   INVALID KEY
                       MOVE 1 TO WS-EOF-LE
               END-START

               PERFORM UNTIL WS-EOF-LE EQUAL 1
                   READ LOTES-ESTOQUE NEXT RECORD
                       AT END
                           MOVE 1 TO WS-EOF-LE
                       NOT AT END
                           IF COD-PRODUTO-LE NOT EQUAL COD-PRODUTO
                               MOVE 1 TO WS-EOF-LE
                           ELSE
                               IF LOTE-RETIDO
                                   ADD QTDE-LOTE-LE TO WS-QTDE-RETIDA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       5500-BAIXAR-POR-LOTE.
           MOVE WS-QTDE-BAIXA TO WS-QTDE-RESTANTE
           MOVE SPACES TO WS-LOTE-MOV

           IF WS-FS-LE NOT EQUAL ZEROS
               CONTINUE
           ELSE
               MOVE COD-PRODUTO TO WS-PRODUTO-FEFO
               MOVE 0 TO WS-EOF-LE
               MOVE WS-PRODUTO-FEFO TO COD-PRODUTO-LE
               MOVE 0 TO DATA-VALIDADE-LE
               MOVE SPACES TO NUM-LOTE-LE

               START LOTES-ESTOQUE KEY NOT LESS CHAVE-LOTE-EST
                   INVALID KEY
                       MOVE 1 TO WS-EOF-LE
               END-START

               PERFORM UNTIL WS-EOF-LE EQUAL 1
                       OR WS-QTDE-RESTANTE EQUAL 0
                   READ LOTES-ESTOQUE NEXT RECORD
                       AT END
                           MOVE 1 TO WS-EOF-LE
                       NOT AT END
                           IF COD-PRODUTO-LE NOT EQUAL WS-PRODUTO-FEFO
                               MOVE 1 TO WS-EOF-LE
                           ELSE
                               IF QTDE-LOTE-LE GREATER 0
                               AND NOT LOTE-RETIDO
                                   PERFORM 5600-CONSUMIR-LOTE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF

           IF WS-QTDE-RESTANTE GREATER 0
               MOVE SPACES TO WS-LOTE-MOV
               MOVE WS-QTDE-RESTANTE TO QTDE-MOVIMENTO
               PERFORM 6000-GRAVAR-MOVIMENTO
           END-IF

           MOVE SPACES TO WS-LOTE-MOV.

       5600-CONSUMIR-LOTE.
           IF QTDE-LOTE-LE LESS WS-QTDE-RESTANTE
               MOVE QTDE-LOTE-LE TO WS-QTDE-CONSUMO
           ELSE
               MOVE WS-QTDE-RESTANTE TO WS-QTDE-CONSUMO
           END-IF

           MOVE NUM-LOTE-LE TO WS-LOTE-MOV
           MOVE WS-QTDE-CONSUMO TO QTDE-MOVIMENTO
           PERFORM 6000-GRAVAR-MOVIMENTO

           SUBTRACT WS-QTDE-CONSUMO FROM QTDE-LOTE-LE

           REWRITE REG-LOTE-ESTOQUE

           IF WS-FS-LE NOT EQUAL ZEROS
               DISPLAY "NAO FOI POSSIVEL ATUALIZAR O LOTE "
                   NUM-LOTE-LE " - FILE STATUS: " WS-FS-LE
               MOVE NUM-LOTE-LE TO WS-LOG-CHAVE
               MOVE WS-FS-LE TO WS-LOG-FS-VALOR
               PERFORM 7000-GRAVAR-LOG-EXCECAO
               MOVE 0 TO WS-FS-LE
           END-IF

           SUBTRACT WS-QTDE-CONSUMO FROM WS-QTDE-RESTANTE.

       6000-GRAVAR-MOVIMENTO.
           MOVE COD-PRODUTO TO COD-PRODUTO-MOV
           MOVE WS-DEPOSITO-MOV TO COD-DEPOSITO-MOV
           MOVE "MK" TO MOTIVO-AJUSTE-MOV
           MOVE WS-LOTE-MOV TO NUM-LOTE-MOV
           MOVE WS-CUSTO-MOV TO CUSTO-UNIT-MOV
           MOVE PRECO-UNITARIO-PRODUTO TO PRECO-UNIT-MOV
           MOVE PARM-SES-OPERADOR TO OPERADOR-MOVIMENTO
           MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-MOVIMENTO
           WRITE REG-MOVIMENTO

           IF WS-FS-MOV NOT EQUAL ZEROS
               MOVE WS-FS-MOV TO WS-FS-CODIGO-BUSCA
               PERFORM 9000-TRADUZIR-FS-STATUS
               DISPLAY "NAO FOI POSSIVEL GRAVAR O MOVIMENTO"
               DISPLAY "FILE STATUS: " WS-FS-MOV " - " WS-FS-MENSAGEM
               MOVE COD-PRODUTO TO WS-LOG-CHAVE
               MOVE WS-FS-MOV TO WS-LOG-FS-VALOR
               PERFORM 7000-GRAVAR-LOG-EXCECAO
           ELSE
               MOVE COD-DEPOSITO-MOV TO PARM-SD-DEPOSITO
               MOVE COD-PRODUTO-MOV TO PARM-SD-PRODUTO
               MOVE TIPO-MOVIMENTO TO PARM-SD-TIPO
               MOVE QTDE-MOVIMENTO TO PARM-SD-QTDE
               CALL "ATUALIZA-SALDO-DEP" USING PARM-SALDO-DEP

               IF TIPO-MOVIMENTO EQUAL 'S'
                   PERFORM 6100-BAIXAR-ENDERECOS
               END-IF
           END-IF.

       6100-BAIXAR-ENDERECOS.
           MOVE 'B' TO PARM-END-ACAO
           MOVE COD-DEPOSITO-MOV TO PARM-END-DEPOSITO
           MOVE COD-PRODUTO-MOV TO PARM-END-PRODUTO
           MOVE QTDE-MOVIMENTO TO PARM-END-QTDE
           CALL "ATUALIZA-ENDERECO" USING PARM-ENDERECO

           IF PARM-END-RETORNO EQUAL ZEROS
           AND PARM-END-SALDO GREATER 0
               DISPLAY "PRODUTO " COD-PRODUTO-MOV " - " PARM-END-SALDO
                   " UNIDADES SAIRAM SEM ENDERECO"
           END-IF.

       8100-ABRIR-RELATORIO.
           MOVE PARM-AMB-NOME TO REL-CAB-AMBIENTE

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-RELATORIO
           MOVE WS-DATA-RELATORIO(5:2) TO REL-CAB-DATA(1:2)
           MOVE WS-DATA-RELATORIO(7:2) TO REL-CAB-DATA(4:2)
           MOVE WS-DATA-RELATORIO(1:4) TO REL-CAB-DATA(7:4)

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

       0900-LER-SESSAO.
           MOVE 'L' TO PARM-SES-ACAO
           CALL "OPERADOR-SESSAO" USING PARM-SESSAO.

       7000-GRAVAR-LOG-EXCECAO.
           OPEN EXTEND LOG-EXCECOES

           IF WS-FS-LOG EQUAL 35
               OPEN OUTPUT LOG-EXCECOES
           END-IF

           IF WS-FS-LOG EQUAL 0
               MOVE "MONTAGEM-KIT" TO LOG-PROGRAMA
               MOVE FUNCTION CURRENT-DATE(1:14) TO LOG-DATA-HORA
               MOVE WS-LOG-CHAVE TO LOG-CHAVE
               MOVE WS-LOG-FS-VALOR TO LOG-FS-VALOR
               MOVE 'N' TO LOG-IND-RECONHECIDO
               WRITE REG-LOG-EXCECAO
               CLOSE LOG-EXCECOES
           END-IF.

       9000-TRADUZIR-FS-STATUS.
           MOVE "STATUS DESCONHECIDO" TO WS-FS-MENSAGEM
           PERFORM VARYING WS-IDX-FS FROM 1 BY 1
                   UNTIL WS-IDX-FS GREATER 12
               IF FS-CODIGO(WS-IDX-FS) EQUAL WS-FS-CODIGO-BUSCA
                   MOVE FS-MENSAGEM(WS-IDX-FS) TO WS-FS-MENSAGEM
               END-IF
           END-PERFORM.

       0950-RESOLVER-AMBIENTE.
           CALL "CONFIG-AMBIENTE" USING PARM-AMBIENTE
           DISPLAY "AMBIENTE ATIVO: " PARM-AMB-NOME

           MOVE SPACES TO WS-ARQ-ORDENSMONTAGEM
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'ORDENSMONTAGEM.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-ORDENSMONTAGEM

           MOVE SPACES TO WS-ARQ-KITS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'KITS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-KITS

           MOVE SPACES TO WS-ARQ-PRODUTOS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'PRODUTOS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-PRODUTOS

           MOVE SPACES TO WS-ARQ-MOVIMENTO
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'MOVIMENTO.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-MOVIMENTO

           MOVE SPACES TO WS-ARQ-LOTESESTOQUE
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'LOTESESTOQUE.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-LOTESESTOQUE

           MOVE SPACES TO WS-ARQ-EXCECOES
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'EXCECOES.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-EXCECOES.

       END PROGRAM MONTAGEM-KIT.
