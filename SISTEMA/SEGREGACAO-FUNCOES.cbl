       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEGREGACAO-FUNCOES.
       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGRAS ASSIGN TO WS-ARQ-REGRASSOD
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-REG.

           SELECT AUDITORIA ASSIGN TO WS-ARQ-AUDITORIA
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-AUD.

           SELECT PAGAMENTOS ASSIGN TO WS-ARQ-PAGAMENTOS
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-PAG.

           SELECT PENDENTES ASSIGN TO WS-ARQ-AJUSTESPENDENTES
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-PEN.

           SELECT MOVIMENTO ASSIGN TO WS-ARQ-MOVIMENTO
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-MOV.

           SELECT SIGNON-LOG ASSIGN TO 'C:\ARQUIVOS\SIGNONLOG.TXT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-SIG.

           SELECT OPERADORES ASSIGN TO WS-ARQ-OPERADORES
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS COD-OPERADOR
           FILE STATUS IS WS-FS-OPE.

           SELECT RELATORIO ASSIGN TO REL-NOME-ARQ
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD REGRAS.
           COPY REGRASOD.

       FD AUDITORIA.
           COPY AUDITMESTRE.

       FD PAGAMENTOS.
           COPY PAGAMENTO.

       FD PENDENTES.
           COPY AJUSTEPENDENTE.

       FD MOVIMENTO.
           COPY MOVPRODUTO.

       FD SIGNON-LOG.
       01 REG-SIGNON-LOG.
           03 SIG-DATA-HORA        PIC 9(14).
           03 SIG-OPERADOR         PIC 999.
           03 SIG-RESULTADO        PIC X.

       FD OPERADORES.
           COPY OPERADOR.

       FD RELATORIO.
       01 LINHA-RELATORIO     PIC X(90).
       WORKING-STORAGE SECTION.
           COPY RELATORIO.
           COPY PARMCATALOGO.
           COPY PARMRUNLOG.
           COPY PARMSESSAO.
           COPY AMBIENTE.
       77 WS-ARQ-REGRASSOD       PIC X(60) VALUE SPACES.
       77 WS-ARQ-AUDITORIA       PIC X(60) VALUE SPACES.
       77 WS-ARQ-PAGAMENTOS      PIC X(60) VALUE SPACES.
       77 WS-ARQ-AJUSTESPENDENTES PIC X(60) VALUE SPACES.
       77 WS-ARQ-MOVIMENTO       PIC X(60) VALUE SPACES.
       77 WS-ARQ-OPERADORES      PIC X(60) VALUE SPACES.
       77 WS-FS-REG           PIC 99 VALUE 0.
       77 WS-FS-AUD           PIC 99 VALUE 0.
       77 WS-FS-PAG           PIC 99 VALUE 0.
       77 WS-FS-PEN           PIC 99 VALUE 0.
       77 WS-FS-MOV           PIC 99 VALUE 0.
       77 WS-FS-SIG           PIC 99 VALUE 0.
       77 WS-FS-OPE           PIC 99 VALUE 0.
       77 WS-FS-REL           PIC 99 VALUE 0.
       77 WS-EOF              PIC 99 VALUE 0.
       77 CONTROLE            PIC A VALUE SPACES.
       77 WS-OPCAO            PIC 9 VALUE 0.
       77 WS-DATA-HOJE        PIC 9(08) VALUE 0.
       77 WS-DATA-RELATORIO   PIC 9(08) VALUE 0.
       77 WS-DATA-INICIAL     PIC 9(08) VALUE 0.
       77 WS-DATA-FINAL       PIC 9(08) VALUE 0.
       77 WS-DATA-AUD         PIC 9(08) VALUE 0.
       77 WS-INT-DATA         PIC 9(07) VALUE 0.
       77 WS-COD-REGRA-INF    PIC X(03) VALUE SPACES.
       77 WS-QTDE-REGRAS      PIC 99 VALUE 0.
       77 WS-IDX-REGRA        PIC 99 VALUE 0.
       77 WS-REGRA-ACHADA     PIC 99 VALUE 0.
       77 WS-QTDE-FORN        PIC 9(04) VALUE 0.
       77 WS-QTDE-PROD        PIC 9(04) VALUE 0.
       77 WS-QTDE-SIG         PIC 9(04) VALUE 0.
       77 WS-IDX-BUSCA        PIC 9(04) VALUE 0.
       77 WS-IDX-ACHADO       PIC 9(04) VALUE 0.
       77 WS-TOTAL-VIOLACOES  PIC 9(07) VALUE 0.
       77 WS-VIOLACOES-REGRA  PIC 9(07) VALUE 0.
       77 WS-SEM-SIGNON       PIC 9(07) VALUE 0.
       77 WS-VIO-OPERADOR     PIC 999 VALUE 0.
       77 WS-VIO-DATA         PIC 9(08) VALUE 0.
       77 WS-VIO-SIGNON       PIC X(03) VALUE SPACES.
       77 WS-VIO-DOC-A        PIC X(80) VALUE SPACES.
       77 WS-VIO-DOC-B        PIC X(80) VALUE SPACES.
       77 WS-VIO-NOME         PIC X(20) VALUE SPACES.
       77 WS-DESC-OPERACAO    PIC X(09) VALUE SPACES.
       77 MASC-QTDE           PIC ZZZZZZ9.
       77 MASC-VALOR          PIC ZZZ.ZZZ.ZZ9,99.

       01 WS-REGRAS-PADRAO-DADOS.
           03 FILLER.
               05 FILLER PIC X(03) VALUE 'R01'.
               05 FILLER PIC X(10) VALUE 'CADFORN'.
               05 FILLER PIC X(10) VALUE 'PAGFORN'.
               05 FILLER PIC X(40) VALUE
                   'CADASTRAR FORNECEDOR E PAGAR O MESMO'.
               05 FILLER PIC X VALUE 'S'.
           03 FILLER.
               05 FILLER PIC X(03) VALUE 'R02'.
               05 FILLER PIC X(10) VALUE 'DIGAJUSTE'.
               05 FILLER PIC X(10) VALUE 'APRAJUSTE'.
               05 FILLER PIC X(40) VALUE
                   'DIGITAR AJUSTE DE ESTOQUE E APROVA-LO'.
               05 FILLER PIC X VALUE 'S'.
           03 FILLER.
               05 FILLER PIC X(03) VALUE 'R03'.
               05 FILLER PIC X(10) VALUE 'CADPROD'.
               05 FILLER PIC X(10) VALUE 'AJUSTEST'.
               05 FILLER PIC X(40) VALUE
                   'ALTERAR PRODUTO E AJUSTAR O ESTOQUE DELE'.
               05 FILLER PIC X VALUE 'S'.

       01 WS-REGRAS-PADRAO REDEFINES WS-REGRAS-PADRAO-DADOS.
           03 WS-REGRA-PADRAO OCCURS 3 TIMES PIC X(64).

       01 WS-TABELA-REGRAS.
           03 WS-REGRA-OCORR OCCURS 20 TIMES.
               05 WS-REG-CODIGO        PIC X(03).
               05 WS-REG-FUNCAO-A      PIC X(10).
               05 WS-REG-FUNCAO-B      PIC X(10).
               05 WS-REG-DESCRICAO     PIC X(40).
               05 WS-REG-ATIVA         PIC X.
               05 WS-REG-VIOLACOES     PIC 9(07).

       01 WS-TABELA-FORNECEDORES.
           03 WS-TF-OCORR OCCURS 2000 TIMES.
               05 WS-TF-FORNECEDOR     PIC 999.
               05 WS-TF-OPERADOR       PIC 999.
               05 WS-TF-DATA           PIC 9(08).
               05 WS-TF-OPERACAO       PIC X.

       01 WS-TABELA-PRODUTOS.
           03 WS-TP-OCORR OCCURS 3000 TIMES.
               05 WS-TP-PRODUTO        PIC 9(05).
               05 WS-TP-OPERADOR       PIC 999.
               05 WS-TP-DATA           PIC 9(08).
               05 WS-TP-OPERACAO       PIC X.

       01 WS-TABELA-SIGNON.
           03 WS-TS-OCORR OCCURS 2000 TIMES.
               05 WS-TS-OPERADOR       PIC 999.
               05 WS-TS-DATA           PIC 9(08).

       01 WS-LINHA-REGRA.
           03 FILLER               PIC X(06) VALUE "REGRA ".
           03 WS-LRG-CODIGO        PIC X(03).
           03 FILLER               PIC X(03) VALUE " - ".
           03 WS-LRG-FUNCAO-A      PIC X(10).
           03 FILLER               PIC X(03) VALUE " X ".
           03 WS-LRG-FUNCAO-B      PIC X(10).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 WS-LRG-DESCRICAO     PIC X(40).

       01 WS-LINHA-VIOLACAO.
           03 FILLER               PIC X(04) VALUE SPACES.
           03 FILLER               PIC X(10) VALUE "OPERADOR: ".
           03 WS-LVI-OPERADOR      PIC 999.
           03 FILLER               PIC X VALUE SPACES.
           03 WS-LVI-NOME          PIC X(20).
           03 FILLER               PIC X(08) VALUE "  DATA: ".
           03 WS-LVI-DATA          PIC 9(08).
           03 FILLER               PIC X(19) VALUE
               "  SIGNON NO DIA: ".
           03 WS-LVI-SIGNON        PIC X(03).

       01 WS-LINHA-TOTAL-REGRA.
           03 FILLER               PIC X(04) VALUE SPACES.
           03 WS-LTR-CODIGO        PIC X(03).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 WS-LTR-FUNCAO-A      PIC X(10).
           03 FILLER               PIC X(03) VALUE " X ".
           03 WS-LTR-FUNCAO-B      PIC X(10).
           03 FILLER               PIC X(14) VALUE
               "  VIOLACOES: ".
           03 WS-LTR-QTDE          PIC ZZZZZZ9.

      ******************************************************************
      * SEGREGACAO-FUNCOES - weekly segregation of duties report for
      * the auditors. Each active rule on REGRASSOD.TXT names two
      * duties that one operator must not perform on the same
      * document: the week's payments (PAGAMENTOS), approved
      * adjustments (AJUSTESPENDENTES) and adjustment movements
      * (MOVIMENTO) are matched by operator against the supplier and
      * product changes on AUDITORIA. Each violation is listed with
      * the documents on both sides and whether the operator signed
      * on that day (SIGNONLOG), and the listing ends with the
      * auditors' sign-off lines. Without REGRASSOD.TXT the built-in
      * rules are written to it and used.
      ******************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           PERFORM 0950-RESOLVER-AMBIENTE
           PERFORM 0900-LER-SESSAO
           DISPLAY "SEGREGACAO DE FUNCOES - VIOLACOES DA SEMANA"

           PERFORM 1000-CARREGAR-REGRAS

           PERFORM UNTIL CONTROLE EQUAL 'N'
               DISPLAY "1 - EMITIR RELATORIO SEMANAL DE VIOLACOES"
               DISPLAY "2 - LISTAR REGRAS DE FUNCOES CONFLITANTES"
               DISPLAY "3 - ATIVAR/DESATIVAR REGRA"
               ACCEPT WS-OPCAO

               EVALUATE WS-OPCAO
                   WHEN 1
                       PERFORM 2000-EMITIR-RELATORIO
                   WHEN 2
                       PERFORM 1400-LISTAR-REGRAS
                   WHEN 3
                       PERFORM 1500-ALTERNAR-REGRA
                   WHEN OTHER
                       DISPLAY "OPCAO INVALIDA"
               END-EVALUATE

               DISPLAY "DESEJA REALIZAR OUTRA OPERACAO?"
               DISPLAY "DIGITE N PARA NAO"
               ACCEPT CONTROLE
           END-PERFORM

           GOBACK.

       1000-CARREGAR-REGRAS.
           MOVE 0 TO WS-QTDE-REGRAS
           MOVE 0 TO WS-EOF

           OPEN INPUT REGRAS

           IF WS-FS-REG NOT EQUAL ZEROS
               DISPLAY "SEM REGRASSOD.TXT - GRAVANDO AS REGRAS PADRAO"
               PERFORM VARYING WS-IDX-REGRA FROM 1 BY 1
                       UNTIL WS-IDX-REGRA GREATER 3
                   MOVE WS-REGRA-PADRAO(WS-IDX-REGRA) TO REG-REGRA-SOD
                   PERFORM 1100-GUARDAR-REGRA
               END-PERFORM
               PERFORM 1200-GRAVAR-REGRAS
           ELSE
               PERFORM UNTIL WS-EOF EQUAL 1
                   READ REGRAS
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM 1100-GUARDAR-REGRA
                   END-READ
               END-PERFORM
               CLOSE REGRAS
           END-IF.

       1100-GUARDAR-REGRA.
           IF WS-QTDE-REGRAS GREATER OR EQUAL 20
               DISPLAY "TABELA DE REGRAS CHEIA - REGRA "
                   COD-REGRA-SOD " IGNORADA"
           ELSE
               ADD 1 TO WS-QTDE-REGRAS
               MOVE COD-REGRA-SOD TO WS-REG-CODIGO(WS-QTDE-REGRAS)
               MOVE FUNCAO-A-SOD TO WS-REG-FUNCAO-A(WS-QTDE-REGRAS)
               MOVE FUNCAO-B-SOD TO WS-REG-FUNCAO-B(WS-QTDE-REGRAS)
               MOVE DESCRICAO-SOD TO
                   WS-REG-DESCRICAO(WS-QTDE-REGRAS)
               MOVE ATIVA-SOD TO WS-REG-ATIVA(WS-QTDE-REGRAS)
               MOVE 0 TO WS-REG-VIOLACOES(WS-QTDE-REGRAS)
           END-IF.

       1200-GRAVAR-REGRAS.
           OPEN OUTPUT REGRAS

           IF WS-FS-REG NOT EQUAL ZEROS
               DISPLAY "NAO FOI POSSIVEL GRAVAR AS REGRAS - FILE STAT"
      -            "US: " WS-FS-REG
           ELSE
               PERFORM VARYING WS-IDX-REGRA FROM 1 BY 1
                       UNTIL WS-IDX-REGRA GREATER WS-QTDE-REGRAS
                   MOVE WS-REG-CODIGO(WS-IDX-REGRA) TO COD-REGRA-SOD
                   MOVE WS-REG-FUNCAO-A(WS-IDX-REGRA) TO FUNCAO-A-SOD
                   MOVE WS-REG-FUNCAO-B(WS-IDX-REGRA) TO FUNCAO-B-SOD
                   MOVE WS-REG-DESCRICAO(WS-IDX-REGRA) TO
                       DESCRICAO-SOD
                   MOVE WS-REG-ATIVA(WS-IDX-REGRA) TO ATIVA-SOD
                   WRITE REG-REGRA-SOD
               END-PERFORM
               CLOSE REGRAS
           END-IF.

       1400-LISTAR-REGRAS.
           PERFORM VARYING WS-IDX-REGRA FROM 1 BY 1
                   UNTIL WS-IDX-REGRA GREATER WS-QTDE-REGRAS
               DISPLAY WS-REG-CODIGO(WS-IDX-REGRA) " "
                   WS-REG-FUNCAO-A(WS-IDX-REGRA) " X "
                   WS-REG-FUNCAO-B(WS-IDX-REGRA) " "
                   WS-REG-DESCRICAO(WS-IDX-REGRA) " ATIVA: "
                   WS-REG-ATIVA(WS-IDX-REGRA)
           END-PERFORM.

       1500-ALTERNAR-REGRA.
           PERFORM 1400-LISTAR-REGRAS
           DISPLAY "INFORME O CODIGO DA REGRA"
           ACCEPT WS-COD-REGRA-INF

           MOVE 0 TO WS-REGRA-ACHADA
           PERFORM VARYING WS-IDX-REGRA FROM 1 BY 1
                   UNTIL WS-IDX-REGRA GREATER WS-QTDE-REGRAS
               IF WS-REG-CODIGO(WS-IDX-REGRA) EQUAL WS-COD-REGRA-INF
                   MOVE WS-IDX-REGRA TO WS-REGRA-ACHADA
               END-IF
           END-PERFORM

           IF WS-REGRA-ACHADA EQUAL 0
               DISPLAY "REGRA NAO ENCONTRADA: " WS-COD-REGRA-INF
           ELSE
               IF WS-REG-ATIVA(WS-REGRA-ACHADA) EQUAL 'S'
                   MOVE 'N' TO WS-REG-ATIVA(WS-REGRA-ACHADA)
                   DISPLAY "REGRA " WS-COD-REGRA-INF " DESATIVADA"
               ELSE
                   MOVE 'S' TO WS-REG-ATIVA(WS-REGRA-ACHADA)
                   DISPLAY "REGRA " WS-COD-REGRA-INF " ATIVADA"
               END-IF
               PERFORM 1200-GRAVAR-REGRAS
           END-IF.

       2000-EMITIR-RELATORIO.
           DISPLAY "INFORME O ULTIMO DIA DA SEMANA (AAAAMMDD, 0 = ONT"
               "EM)"
           ACCEPT WS-DATA-FINAL

           IF WS-DATA-FINAL EQUAL 0
               COMPUTE WS-INT-DATA =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE) - 1
               MOVE FUNCTION DATE-OF-INTEGER(WS-INT-DATA) TO
                   WS-DATA-FINAL
           END-IF

           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-FINAL) NOT EQUAL 0
               DISPLAY "DATA INVALIDA: " WS-DATA-FINAL
           ELSE
               COMPUTE WS-INT-DATA =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-FINAL) - 6
               MOVE FUNCTION DATE-OF-INTEGER(WS-INT-DATA) TO
                   WS-DATA-INICIAL
               DISPLAY "SEMANA DE " WS-DATA-INICIAL " A "
                   WS-DATA-FINAL

               MOVE "SEGREGACAO-FUNCOES" TO PARM-RUN-PROGRAMA
               MOVE 'I' TO PARM-RUN-EVENTO
               MOVE 0 TO PARM-RUN-REGISTROS
               MOVE 0 TO PARM-RUN-RETORNO
               CALL "GRAVA-RUNLOG" USING PARM-RUNLOG

               MOVE 0 TO WS-TOTAL-VIOLACOES
               MOVE 0 TO WS-SEM-SIGNON
               PERFORM 2100-CARREGAR-SIGNON
               PERFORM 2200-CARREGAR-AUDITORIA

               MOVE SPACES TO REL-CABECALHO-COLUNAS
               STRING "REGRA / OPERADOR / DOCUMENTOS DOS DOIS LADOS"
                   DELIMITED BY SIZE INTO REL-CABECALHO-COLUNAS
               PERFORM 8100-ABRIR-RELATORIO

               OPEN INPUT OPERADORES

               PERFORM VARYING WS-IDX-REGRA FROM 1 BY 1
                       UNTIL WS-IDX-REGRA GREATER WS-QTDE-REGRAS
                   MOVE 0 TO WS-REG-VIOLACOES(WS-IDX-REGRA)
                   IF WS-REG-ATIVA(WS-IDX-REGRA) EQUAL 'S'
                       PERFORM 3000-VERIFICAR-REGRA
                   END-IF
               END-PERFORM

               IF WS-FS-OPE EQUAL ZEROS
                   CLOSE OPERADORES
               END-IF

               PERFORM 4000-IMPRIMIR-RESUMO

               IF WS-FS-REL EQUAL ZEROS
                   CLOSE RELATORIO
                   MOVE "SEGREGACAO-FUNCOES" TO PARM-CAT-PROGRAMA
                   MOVE REL-CAB-TITULO TO PARM-CAT-TITULO
                   MOVE REL-NOME-ARQ TO PARM-CAT-ARQUIVO
                   CALL "GRAVA-CATALOGO" USING PARM-CATALOGO
                   DISPLAY "RELATORIO GRAVADO EM " REL-NOME-ARQ
               END-IF

               DISPLAY "VIOLACOES ENCONTRADAS: " WS-TOTAL-VIOLACOES

               MOVE 'C' TO PARM-RUN-EVENTO
               MOVE WS-TOTAL-VIOLACOES TO PARM-RUN-REGISTROS
               CALL "GRAVA-RUNLOG" USING PARM-RUNLOG
           END-IF.

       2100-CARREGAR-SIGNON.
           MOVE 0 TO WS-QTDE-SIG
           MOVE 0 TO WS-EOF

           OPEN INPUT SIGNON-LOG

           IF WS-FS-SIG NOT EQUAL ZEROS
               DISPLAY "(SEM SIGNONLOG.TXT - FILE STATUS: " WS-FS-SIG
                   ")"
               MOVE 1 TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF EQUAL 1
               READ SIGNON-LOG
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF SIG-RESULTADO EQUAL 'S'
                       AND SIG-DATA-HORA(1:8) NOT LESS WS-DATA-INICIAL
                       AND SIG-DATA-HORA(1:8) NOT GREATER
                           WS-DATA-FINAL
                           PERFORM 2150-GUARDAR-SIGNON
                       END-IF
               END-READ
           END-PERFORM

           IF WS-FS-SIG EQUAL ZEROS OR WS-FS-SIG EQUAL 10
               CLOSE SIGNON-LOG
           END-IF.

       2150-GUARDAR-SIGNON.
           MOVE 0 TO WS-IDX-ACHADO
           PERFORM VARYING WS-IDX-BUSCA FROM 1 BY 1
                   UNTIL WS-IDX-BUSCA GREATER WS-QTDE-SIG
               IF WS-TS-OPERADOR(WS-IDX-BUSCA) EQUAL SIG-OPERADOR
               AND WS-TS-DATA(WS-IDX-BUSCA) EQUAL
                   SIG-DATA-HORA(1:8)
                   MOVE WS-IDX-BUSCA TO WS-IDX-ACHADO
               END-IF
           END-PERFORM

           IF WS-IDX-ACHADO EQUAL 0
               IF WS-QTDE-SIG GREATER OR EQUAL 2000
                   DISPLAY "TABELA DE SIGNON CHEIA - OPERADOR "
                       SIG-OPERADOR " IGNORADO"
               ELSE
                   ADD 1 TO WS-QTDE-SIG
                   MOVE SIG-OPERADOR TO WS-TS-OPERADOR(WS-QTDE-SIG)
                   MOVE SIG-DATA-HORA(1:8) TO WS-TS-DATA(WS-QTDE-SIG)
               END-IF
           END-IF.

      ******************************************************************
      * Supplier changes are kept whatever their date, since paying a
      * supplier one registered months ago is still a conflict; product
      * changes only for the week being reported.
      ******************************************************************
       2200-CARREGAR-AUDITORIA.
           MOVE 0 TO WS-QTDE-FORN
           MOVE 0 TO WS-QTDE-PROD
           MOVE 0 TO WS-EOF

           OPEN INPUT AUDITORIA

           IF WS-FS-AUD NOT EQUAL ZEROS
               DISPLAY "(SEM AUDITORIA.TXT - FILE STATUS: " WS-FS-AUD
                   ")"
               MOVE 1 TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF EQUAL 1
               READ AUDITORIA
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       MOVE AUD-DATA-HORA(1:8) TO WS-DATA-AUD
                       IF (AUD-OPERACAO EQUAL 'I'
                       OR AUD-OPERACAO EQUAL 'A')
                       AND AUD-OPERADOR GREATER 0
                       AND WS-DATA-AUD NOT GREATER WS-DATA-FINAL
                           EVALUATE AUD-ARQUIVO
                               WHEN "FORNECEDOR"
                                   PERFORM 2210-GUARDAR-FORNECEDOR
                               WHEN "PRODUTOS"
                                   IF WS-DATA-AUD NOT LESS
                                       WS-DATA-INICIAL
                                       PERFORM 2220-GUARDAR-PRODUTO
                                   END-IF
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM

           IF WS-FS-AUD EQUAL ZEROS OR WS-FS-AUD EQUAL 10
               CLOSE AUDITORIA
           END-IF.

       2210-GUARDAR-FORNECEDOR.
           IF WS-QTDE-FORN GREATER OR EQUAL 2000
               DISPLAY "TABELA DE FORNECEDORES CHEIA - AUDITORIA DE "
                   AUD-CHAVE(1:3) " IGNORADA"
           ELSE
               ADD 1 TO WS-QTDE-FORN
               MOVE AUD-CHAVE(1:3) TO WS-TF-FORNECEDOR(WS-QTDE-FORN)
               MOVE AUD-OPERADOR TO WS-TF-OPERADOR(WS-QTDE-FORN)
               MOVE WS-DATA-AUD TO WS-TF-DATA(WS-QTDE-FORN)
               MOVE AUD-OPERACAO TO WS-TF-OPERACAO(WS-QTDE-FORN)
           END-IF.

       2220-GUARDAR-PRODUTO.
           IF WS-QTDE-PROD GREATER OR EQUAL 3000
               DISPLAY "TABELA DE PRODUTOS CHEIA - AUDITORIA DE "
                   AUD-CHAVE(1:5) " IGNORADA"
           ELSE
               ADD 1 TO WS-QTDE-PROD
               MOVE AUD-CHAVE(1:5) TO WS-TP-PRODUTO(WS-QTDE-PROD)
               MOVE AUD-OPERADOR TO WS-TP-OPERADOR(WS-QTDE-PROD)
               MOVE WS-DATA-AUD TO WS-TP-DATA(WS-QTDE-PROD)
               MOVE AUD-OPERACAO TO WS-TP-OPERACAO(WS-QTDE-PROD)
           END-IF.

       3000-VERIFICAR-REGRA.
           MOVE 0 TO WS-VIOLACOES-REGRA

           MOVE WS-REG-CODIGO(WS-IDX-REGRA) TO WS-LRG-CODIGO
           MOVE WS-REG-FUNCAO-A(WS-IDX-REGRA) TO WS-LRG-FUNCAO-A
           MOVE WS-REG-FUNCAO-B(WS-IDX-REGRA) TO WS-LRG-FUNCAO-B
           MOVE WS-REG-DESCRICAO(WS-IDX-REGRA) TO WS-LRG-DESCRICAO
           MOVE WS-LINHA-REGRA TO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           EVALUATE TRUE
               WHEN (WS-REG-FUNCAO-A(WS-IDX-REGRA) EQUAL "CADFORN"
                AND WS-REG-FUNCAO-B(WS-IDX-REGRA) EQUAL "PAGFORN")
                 OR (WS-REG-FUNCAO-A(WS-IDX-REGRA) EQUAL "PAGFORN"
                AND WS-REG-FUNCAO-B(WS-IDX-REGRA) EQUAL "CADFORN")
                   PERFORM 3100-CADASTRO-X-PAGAMENTO
               WHEN (WS-REG-FUNCAO-A(WS-IDX-REGRA) EQUAL "DIGAJUSTE"
                AND WS-REG-FUNCAO-B(WS-IDX-REGRA) EQUAL "APRAJUSTE")
                 OR (WS-REG-FUNCAO-A(WS-IDX-REGRA) EQUAL "APRAJUSTE"
                AND WS-REG-FUNCAO-B(WS-IDX-REGRA) EQUAL "DIGAJUSTE")
                   PERFORM 3200-DIGITACAO-X-APROVACAO
               WHEN (WS-REG-FUNCAO-A(WS-IDX-REGRA) EQUAL "CADPROD"
                AND WS-REG-FUNCAO-B(WS-IDX-REGRA) EQUAL "AJUSTEST")
                 OR (WS-REG-FUNCAO-A(WS-IDX-REGRA) EQUAL "AJUSTEST"
                AND WS-REG-FUNCAO-B(WS-IDX-REGRA) EQUAL "CADPROD")
                   PERFORM 3300-PRODUTO-X-AJUSTE
               WHEN OTHER
                   MOVE SPACES TO LINHA-RELATORIO
                   STRING "    PAR DE FUNCOES SEM VERIFICACAO AUTOMA"
                       "TICA - CONFERIR MANUALMENTE"
                       DELIMITED BY SIZE INTO LINHA-RELATORIO
                   PERFORM 8200-IMPRIMIR-LINHA
           END-EVALUATE

           IF WS-VIOLACOES-REGRA EQUAL 0
               MOVE "    NENHUMA VIOLACAO NA SEMANA" TO
                   LINHA-RELATORIO
               PERFORM 8200-IMPRIMIR-LINHA
           END-IF

           MOVE WS-VIOLACOES-REGRA TO WS-REG-VIOLACOES(WS-IDX-REGRA)
           MOVE SPACES TO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA.

       3100-CADASTRO-X-PAGAMENTO.
           MOVE 0 TO WS-EOF

           OPEN INPUT PAGAMENTOS

           IF WS-FS-PAG NOT EQUAL ZEROS
               DISPLAY "(SEM PAGAMENTOS.TXT - FILE STATUS: " WS-FS-PAG
                   ")"
               MOVE 1 TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF EQUAL 1
               READ PAGAMENTOS
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF DATA-PAGAMENTO NOT LESS WS-DATA-INICIAL
                       AND DATA-PAGAMENTO NOT GREATER WS-DATA-FINAL
                       AND OPERADOR-PAG GREATER 0
                           PERFORM 3110-CONFERIR-PAGAMENTO
                       END-IF
               END-READ
           END-PERFORM

           IF WS-FS-PAG EQUAL ZEROS OR WS-FS-PAG EQUAL 10
               CLOSE PAGAMENTOS
           END-IF.

       3110-CONFERIR-PAGAMENTO.
           MOVE 0 TO WS-IDX-ACHADO
           PERFORM VARYING WS-IDX-BUSCA FROM 1 BY 1
                   UNTIL WS-IDX-BUSCA GREATER WS-QTDE-FORN
                   OR WS-IDX-ACHADO GREATER 0
               IF WS-TF-FORNECEDOR(WS-IDX-BUSCA) EQUAL
                   COD-FORNECEDOR-PAG
               AND WS-TF-OPERADOR(WS-IDX-BUSCA) EQUAL OPERADOR-PAG
               AND WS-TF-DATA(WS-IDX-BUSCA) NOT GREATER
                   DATA-PAGAMENTO
                   MOVE WS-IDX-BUSCA TO WS-IDX-ACHADO
               END-IF
           END-PERFORM

           IF WS-IDX-ACHADO GREATER 0
               MOVE OPERADOR-PAG TO WS-VIO-OPERADOR
               MOVE DATA-PAGAMENTO TO WS-VIO-DATA

               IF WS-TF-OPERACAO(WS-IDX-ACHADO) EQUAL 'I'
                   MOVE "INCLUIDO" TO WS-DESC-OPERACAO
               ELSE
                   MOVE "ALTERADO" TO WS-DESC-OPERACAO
               END-IF

               MOVE SPACES TO WS-VIO-DOC-A
               STRING "CADFORN  : FORNECEDOR " COD-FORNECEDOR-PAG
                   " " WS-DESC-OPERACAO " EM "
                   WS-TF-DATA(WS-IDX-ACHADO) " (AUDITORIA)"
                   DELIMITED BY SIZE INTO WS-VIO-DOC-A

               MOVE VALOR-PAGO-PAG TO MASC-VALOR
               MOVE SPACES TO WS-VIO-DOC-B
               STRING "PAGFORN  : LOTE " NUM-LOTE-PAG " ORDEM "
                   NUM-ORDEM-PAG " PAGA EM " DATA-PAGAMENTO
                   " VALOR " MASC-VALOR
                   DELIMITED BY SIZE INTO WS-VIO-DOC-B

               PERFORM 5000-IMPRIMIR-VIOLACAO
           END-IF.

       3200-DIGITACAO-X-APROVACAO.
           MOVE 0 TO WS-EOF

           OPEN INPUT PENDENTES

           IF WS-FS-PEN NOT EQUAL ZEROS
               DISPLAY "(SEM AJUSTESPENDENTES.TXT - FILE STATUS: "
                   WS-FS-PEN ")"
               MOVE 1 TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF EQUAL 1
               READ PENDENTES
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF AJUSTE-APROVADO
                       AND OPERADOR-AJUSTE NUMERIC
                       AND APROVADOR-AJUSTE NUMERIC
                       AND DATA-DECISAO-AJUSTE NUMERIC
                           IF OPERADOR-AJUSTE GREATER 0
                           AND OPERADOR-AJUSTE EQUAL APROVADOR-AJUSTE
                           AND DATA-DECISAO-AJUSTE NOT LESS
                               WS-DATA-INICIAL
                           AND DATA-DECISAO-AJUSTE NOT GREATER
                               WS-DATA-FINAL
                               PERFORM 3210-LISTAR-AJUSTE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-FS-PEN EQUAL ZEROS OR WS-FS-PEN EQUAL 10
               CLOSE PENDENTES
           END-IF.

       3210-LISTAR-AJUSTE.
           MOVE OPERADOR-AJUSTE TO WS-VIO-OPERADOR
           MOVE DATA-DECISAO-AJUSTE TO WS-VIO-DATA

           MOVE QTDE-AJUSTE TO MASC-QTDE
           MOVE SPACES TO WS-VIO-DOC-A
           STRING "DIGAJUSTE: PRODUTO " COD-PRODUTO-AJU " TIPO "
               TIPO-AJUSTE " QTDE " MASC-QTDE " MOTIVO "
               MOTIVO-AJUSTE " LANCADO EM " DATA-AJUSTE
               DELIMITED BY SIZE INTO WS-VIO-DOC-A

           MOVE SPACES TO WS-VIO-DOC-B
           STRING "APRAJUSTE: MESMO AJUSTE APROVADO EM "
               DATA-DECISAO-AJUSTE " (AJUSTESPENDENTES)"
               DELIMITED BY SIZE INTO WS-VIO-DOC-B

           PERFORM 5000-IMPRIMIR-VIOLACAO.

       3300-PRODUTO-X-AJUSTE.
           MOVE 0 TO WS-EOF

           OPEN INPUT MOVIMENTO

           IF WS-FS-MOV NOT EQUAL ZEROS
               DISPLAY "(SEM MOVIMENTO.TXT - FILE STATUS: " WS-FS-MOV
                   ")"
               MOVE 1 TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF EQUAL 1
               READ MOVIMENTO
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF DATA-MOVIMENTO NOT LESS WS-DATA-INICIAL
                       AND DATA-MOVIMENTO NOT GREATER WS-DATA-FINAL
                       AND OPERADOR-MOVIMENTO GREATER 0
                       AND MOTIVO-AJUSTE-MOV NOT EQUAL SPACES
                       AND MOTIVO-AJUSTE-MOV NOT EQUAL "TR"
                       AND MOTIVO-AJUSTE-MOV NOT EQUAL "MK"
                           PERFORM 3310-CONFERIR-MOVIMENTO
                       END-IF
               END-READ
           END-PERFORM

           IF WS-FS-MOV EQUAL ZEROS OR WS-FS-MOV EQUAL 10
               CLOSE MOVIMENTO
           END-IF.

       3310-CONFERIR-MOVIMENTO.
           MOVE 0 TO WS-IDX-ACHADO
           PERFORM VARYING WS-IDX-BUSCA FROM 1 BY 1
                   UNTIL WS-IDX-BUSCA GREATER WS-QTDE-PROD
                   OR WS-IDX-ACHADO GREATER 0
               IF WS-TP-PRODUTO(WS-IDX-BUSCA) EQUAL COD-PRODUTO-MOV
               AND WS-TP-OPERADOR(WS-IDX-BUSCA) EQUAL
                   OPERADOR-MOVIMENTO
               AND WS-TP-DATA(WS-IDX-BUSCA) NOT GREATER
                   DATA-MOVIMENTO
                   MOVE WS-IDX-BUSCA TO WS-IDX-ACHADO
               END-IF
           END-PERFORM

           IF WS-IDX-ACHADO GREATER 0
               MOVE OPERADOR-MOVIMENTO TO WS-VIO-OPERADOR
               MOVE DATA-MOVIMENTO TO WS-VIO-DATA

               IF WS-TP-OPERACAO(WS-IDX-ACHADO) EQUAL 'I'
                   MOVE "INCLUIDO" TO WS-DESC-OPERACAO
               ELSE
                   MOVE "ALTERADO" TO WS-DESC-OPERACAO
               END-IF

               MOVE SPACES TO WS-VIO-DOC-A
               STRING "CADPROD  : PRODUTO " COD-PRODUTO-MOV " "
                   WS-DESC-OPERACAO " EM " WS-TP-DATA(WS-IDX-ACHADO)
                   " (AUDITORIA)"
                   DELIMITED BY SIZE INTO WS-VIO-DOC-A

               MOVE QTDE-MOVIMENTO TO MASC-QTDE
               MOVE SPACES TO WS-VIO-DOC-B
               STRING "AJUSTEST : MOVIMENTO " TIPO-MOVIMENTO
                   " QTDE " MASC-QTDE " MOTIVO " MOTIVO-AJUSTE-MOV
                   " DEPOSITO " COD-DEPOSITO-MOV " EM " DATA-MOVIMENTO
                   DELIMITED BY SIZE INTO WS-VIO-DOC-B

               PERFORM 5000-IMPRIMIR-VIOLACAO
           END-IF.

       4000-IMPRIMIR-RESUMO.
           MOVE "RESUMO DA SEMANA" TO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           PERFORM VARYING WS-IDX-REGRA FROM 1 BY 1
                   UNTIL WS-IDX-REGRA GREATER WS-QTDE-REGRAS
               IF WS-REG-ATIVA(WS-IDX-REGRA) EQUAL 'S'
                   MOVE WS-REG-CODIGO(WS-IDX-REGRA) TO WS-LTR-CODIGO
                   MOVE WS-REG-FUNCAO-A(WS-IDX-REGRA) TO
                       WS-LTR-FUNCAO-A
                   MOVE WS-REG-FUNCAO-B(WS-IDX-REGRA) TO
                       WS-LTR-FUNCAO-B
                   MOVE WS-REG-VIOLACOES(WS-IDX-REGRA) TO WS-LTR-QTDE
                   MOVE WS-LINHA-TOTAL-REGRA TO LINHA-RELATORIO
                   PERFORM 8200-IMPRIMIR-LINHA
               END-IF
           END-PERFORM

           MOVE WS-TOTAL-VIOLACOES TO MASC-QTDE
           MOVE SPACES TO LINHA-RELATORIO
           STRING "    TOTAL DE VIOLACOES........: " MASC-QTDE
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           MOVE WS-SEM-SIGNON TO MASC-QTDE
           MOVE SPACES TO LINHA-RELATORIO
           STRING "    SEM SIGNON NO DIA.........: " MASC-QTDE
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           MOVE SPACES TO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA
           PERFORM 8200-IMPRIMIR-LINHA

           MOVE SPACES TO LINHA-RELATORIO
           STRING "VISTO DO AUDITOR: ______________________________  "
               "DATA: ___/___/______"
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           MOVE SPACES TO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           MOVE SPACES TO LINHA-RELATORIO
           STRING "VISTO DO GERENTE: ______________________________  "
               "DATA: ___/___/______"
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA.

       5000-IMPRIMIR-VIOLACAO.
           ADD 1 TO WS-VIOLACOES-REGRA
           ADD 1 TO WS-TOTAL-VIOLACOES

           MOVE "(SEM CADASTRO)" TO WS-VIO-NOME
           IF WS-FS-OPE EQUAL ZEROS
               MOVE WS-VIO-OPERADOR TO COD-OPERADOR

               READ OPERADORES
                   INVALID KEY
                       MOVE "(SEM CADASTRO)" TO WS-VIO-NOME
                   NOT INVALID KEY
                       MOVE NOME-OPERADOR TO WS-VIO-NOME
               END-READ
           END-IF

           MOVE "NAO" TO WS-VIO-SIGNON
           PERFORM VARYING WS-IDX-BUSCA FROM 1 BY 1
                   UNTIL WS-IDX-BUSCA GREATER WS-QTDE-SIG
               IF WS-TS-OPERADOR(WS-IDX-BUSCA) EQUAL WS-VIO-OPERADOR
               AND WS-TS-DATA(WS-IDX-BUSCA) EQUAL WS-VIO-DATA
                   MOVE "SIM" TO WS-VIO-SIGNON
               END-IF
           END-PERFORM

           IF WS-VIO-SIGNON EQUAL "NAO"
               ADD 1 TO WS-SEM-SIGNON
           END-IF

           MOVE WS-VIO-OPERADOR TO WS-LVI-OPERADOR
           MOVE WS-VIO-NOME TO WS-LVI-NOME
           MOVE WS-VIO-DATA TO WS-LVI-DATA
           MOVE WS-VIO-SIGNON TO WS-LVI-SIGNON
           MOVE WS-LINHA-VIOLACAO TO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           MOVE SPACES TO LINHA-RELATORIO
           STRING "        " WS-VIO-DOC-A
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           MOVE SPACES TO LINHA-RELATORIO
           STRING "        " WS-VIO-DOC-B
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA.

       8100-ABRIR-RELATORIO.
           MOVE PARM-AMB-NOME TO REL-CAB-AMBIENTE

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-RELATORIO
           MOVE WS-DATA-RELATORIO(5:2) TO REL-CAB-DATA(1:2)
           MOVE WS-DATA-RELATORIO(7:2) TO REL-CAB-DATA(4:2)
           MOVE WS-DATA-RELATORIO(1:4) TO REL-CAB-DATA(7:4)

           MOVE SPACES TO REL-CAB-TITULO
           STRING "SEGREGACAO FUNCOES " WS-DATA-INICIAL "-"
               WS-DATA-FINAL
               DELIMITED BY SIZE INTO REL-CAB-TITULO

           MOVE SPACES TO REL-NOME-ARQ
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'RELATORIOS\SEGREGACAO' WS-DATA-FINAL '.TXT'
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

       0900-LER-SESSAO.
           MOVE 'L' TO PARM-SES-ACAO
           CALL "OPERADOR-SESSAO" USING PARM-SESSAO.

       0950-RESOLVER-AMBIENTE.
           CALL "CONFIG-AMBIENTE" USING PARM-AMBIENTE
           DISPLAY "AMBIENTE ATIVO: " PARM-AMB-NOME

           MOVE SPACES TO WS-ARQ-REGRASSOD
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'REGRASSOD.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-REGRASSOD

           MOVE SPACES TO WS-ARQ-AUDITORIA
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'AUDITORIA.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-AUDITORIA

           MOVE SPACES TO WS-ARQ-PAGAMENTOS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'PAGAMENTOS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-PAGAMENTOS

           MOVE SPACES TO WS-ARQ-AJUSTESPENDENTES
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'AJUSTESPENDENTES.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-AJUSTESPENDENTES

           MOVE SPACES TO WS-ARQ-MOVIMENTO
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'MOVIMENTO.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-MOVIMENTO

           MOVE SPACES TO WS-ARQ-OPERADORES
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'OPERADORES.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-OPERADORES.

       END PROGRAM SEGREGACAO-FUNCOES.
