       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTRATO-CONTRATOS.
       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTRATOS ASSIGN TO WS-ARQ-CONTRATOS
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS NUM-CONTRATO
           FILE STATUS IS WS-FS-CTR.

           SELECT PARCELAS ASSIGN TO WS-ARQ-PARCELAS
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CHAVE-PARCELA
           FILE STATUS IS WS-FS-PAR.

           SELECT RECEBIMENTOS ASSIGN TO WS-ARQ-RECEBIMENTOS
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-REC.

           SELECT CLIENTES ASSIGN TO WS-ARQ-CLIENTES
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-CLI.

           SELECT RESUMO ASSIGN TO WS-ARQ-RESUMO
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-RES.

           SELECT RELATORIO ASSIGN TO REL-NOME-ARQ
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD CONTRATOS.
           COPY CONTRATO.

       FD PARCELAS.
           COPY PARCELA.

       FD RECEBIMENTOS.
           COPY RECEBPARCELA.

       FD CLIENTES.
           COPY CLIENTE.

       FD RESUMO.
           COPY EXTRATOANUAL.

       FD RELATORIO.
       01 LINHA-RELATORIO     PIC X(90).
       WORKING-STORAGE SECTION.
           COPY RELATORIO.
           COPY PARMCATALOGO.
           COPY PARMRUNLOG.
           COPY AMBIENTE.
       77 WS-ARQ-CONTRATOS       PIC X(60) VALUE SPACES.
       77 WS-ARQ-PARCELAS        PIC X(60) VALUE SPACES.
       77 WS-ARQ-RECEBIMENTOS    PIC X(60) VALUE SPACES.
       77 WS-ARQ-CLIENTES        PIC X(60) VALUE SPACES.
       77 WS-ARQ-RESUMO          PIC X(60) VALUE SPACES.
       77 WS-FS-CTR           PIC 99 VALUE 0.
       77 WS-FS-PAR           PIC 99 VALUE 0.
       77 WS-FS-REC           PIC 99 VALUE 0.
       77 WS-FS-CLI           PIC 99 VALUE 0.
       77 WS-FS-RES           PIC 99 VALUE 0.
       77 WS-FS-REL           PIC 99 VALUE 0.
       77 WS-EOF              PIC 99 VALUE 0.
       77 WS-EOF-PAR          PIC 99 VALUE 0.
       77 WS-ANO              PIC 9(04) VALUE 0.
       77 WS-FIM-ANO          PIC 9(08) VALUE 0.
       77 WS-DATA-RELATORIO   PIC 9(08) VALUE 0.
       77 WS-QTDE-CONTRATOS   PIC 9(04) VALUE 0.
       77 WS-IDX              PIC 9(04) VALUE 0.
       77 WS-IDX-CLI          PIC 9(04) VALUE 0.
       77 WS-ACHOU            PIC 9(04) VALUE 0.
       77 WS-CLIENTE-ATUAL    PIC 9(05) VALUE 0.
       77 WS-NOME-ATUAL       PIC X(20) VALUE SPACES.
       77 WS-SALDO-PARCELA    PIC 9(07)V99 VALUE 0.
       77 WS-LIDOS            PIC 9(07) VALUE 0.
       77 WS-SEM-CONTRATO     PIC 9(07) VALUE 0.
       77 WS-QTDE-CLIENTES    PIC 9(05) VALUE 0.
       77 WS-QTDE-IMPRESSOS   PIC 9(05) VALUE 0.
       77 WS-CLI-PRINCIPAL    PIC 9(09)V99 VALUE 0.
       77 WS-CLI-JUROS        PIC 9(09)V99 VALUE 0.
       77 WS-CLI-ENCARGOS     PIC 9(09)V99 VALUE 0.
       77 WS-CLI-DESCONTO     PIC 9(09)V99 VALUE 0.
       77 WS-CLI-SALDO        PIC 9(09)V99 VALUE 0.
       77 WS-CLI-PAGO         PIC 9(09)V99 VALUE 0.
       77 WS-TOTAL-PRINCIPAL  PIC 9(11)V99 VALUE 0.
       77 WS-TOTAL-JUROS      PIC 9(11)V99 VALUE 0.
       77 WS-TOTAL-ENCARGOS   PIC 9(11)V99 VALUE 0.
       77 WS-TOTAL-SALDO      PIC 9(11)V99 VALUE 0.
       77 MASC-VALOR          PIC Z.ZZZ.ZZZ.ZZ9,99.
       77 MASC-TOTAL          PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 WS-TABELA-CONTRATOS.
           03 WS-TC-OCORR OCCURS 2000 TIMES.
               05 WS-TC-CONTRATO      PIC 9(06).
               05 WS-TC-CLIENTE       PIC 9(05).
               05 WS-TC-DATA          PIC 9(08).
               05 WS-TC-RECEBIMENTOS  PIC 9(05).
               05 WS-TC-PAGAS         PIC 9(03).
               05 WS-TC-PRINCIPAL     PIC 9(09)V99.
               05 WS-TC-JUROS         PIC 9(09)V99.
               05 WS-TC-ENCARGOS      PIC 9(09)V99.
               05 WS-TC-DESCONTO      PIC 9(09)V99.
               05 WS-TC-SALDO         PIC 9(09)V99.
               05 WS-TC-IMPRESSO      PIC X.

       01 WS-LINHA-DET-EXTRATO.
           03 FILLER               PIC X(02) VALUE SPACES.
           03 WS-DET-CONTRATO      PIC 9(06).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 WS-DET-DATA          PIC X(10).
           03 FILLER               PIC X(03) VALUE SPACES.
           03 WS-DET-PAGAS         PIC ZZ9.
           03 FILLER               PIC X(01) VALUE SPACES.
           03 WS-DET-PRINCIPAL     PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER               PIC X(01) VALUE SPACES.
           03 WS-DET-JUROS         PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER               PIC X(01) VALUE SPACES.
           03 WS-DET-ENCARGOS      PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER               PIC X(01) VALUE SPACES.
           03 WS-DET-SALDO         PIC ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
      ******************************************************************
      * Yearly payment statement for the financing contracts, one per
      * customer: for every contract the installments paid off in the
      * year and what was paid as principal, interest and late
      * charges (from the installment receipt journal), and the
      * balance still owed on 31 December - today's open balance plus
      * whatever was received after the year closed. The same figures
      * go, one line per customer and contract, to the summary file
      * for the accountant. Contracts with nothing paid in the year
      * and nothing owed at its end are left out.
      ******************************************************************
       MAIN-PROCEDURE.
           MOVE "EXTRATO-CONTRATOS" TO PARM-RUN-PROGRAMA
           MOVE 'I' TO PARM-RUN-EVENTO
           MOVE 0 TO PARM-RUN-REGISTROS
           CALL "GRAVA-RUNLOG" USING PARM-RUNLOG

           PERFORM 0950-RESOLVER-AMBIENTE
           DISPLAY "EXTRATO ANUAL DE PAGAMENTOS DE CONTRATOS"
           MOVE 'C' TO PARM-RUN-EVENTO

           DISPLAY "INFORME O ANO (AAAA - 0 = ANO ANTERIOR)"
           ACCEPT WS-ANO

           IF WS-ANO EQUAL 0
               MOVE FUNCTION CURRENT-DATE(1:4) TO WS-ANO
               SUBTRACT 1 FROM WS-ANO
           END-IF

           COMPUTE WS-FIM-ANO = WS-ANO * 10000 + 1231
           PERFORM 0960-NOMEAR-RESUMO

           OPEN INPUT CONTRATOS
           OPEN INPUT PARCELAS

           IF WS-FS-CTR NOT EQUAL ZEROS
           OR WS-FS-PAR NOT EQUAL ZEROS
               DISPLAY "NAO FOI POSSIVEL ABRIR CONTRATOS/PARCELAS - "
                   "FILE STATUS: " WS-FS-CTR "/" WS-FS-PAR
               MOVE 'F' TO PARM-RUN-EVENTO
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 1000-CARREGAR-CONTRATOS
               CLOSE CONTRATOS
               CLOSE PARCELAS

               PERFORM 2000-APLICAR-RECEBIMENTOS
               PERFORM 3000-IMPRIMIR-EXTRATOS
           END-IF

           MOVE WS-QTDE-IMPRESSOS TO PARM-RUN-REGISTROS
           CALL "GRAVA-RUNLOG" USING PARM-RUNLOG

           GOBACK.

       1000-CARREGAR-CONTRATOS.
           MOVE 0 TO WS-QTDE-CONTRATOS
           MOVE 0 TO WS-EOF
           MOVE 0 TO NUM-CONTRATO

           START CONTRATOS KEY NOT LESS NUM-CONTRATO
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START

           PERFORM UNTIL WS-EOF EQUAL 1
               READ CONTRATOS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF DATA-CONTRATO NOT GREATER WS-FIM-ANO
                           PERFORM 1100-INCLUIR-CONTRATO
                       END-IF
               END-READ
           END-PERFORM.

       1100-INCLUIR-CONTRATO.
           IF WS-QTDE-CONTRATOS GREATER OR EQUAL 2000
               DISPLAY "TABELA DE CONTRATOS CHEIA - CONTRATO "
                   NUM-CONTRATO " IGNORADO"
           ELSE
               ADD 1 TO WS-QTDE-CONTRATOS
               MOVE WS-QTDE-CONTRATOS TO WS-IDX
               MOVE NUM-CONTRATO TO WS-TC-CONTRATO(WS-IDX)
               MOVE COD-CLIENTE-CTR TO WS-TC-CLIENTE(WS-IDX)
               MOVE DATA-CONTRATO TO WS-TC-DATA(WS-IDX)
               MOVE 0 TO WS-TC-RECEBIMENTOS(WS-IDX)
               MOVE 0 TO WS-TC-PAGAS(WS-IDX)
               MOVE 0 TO WS-TC-PRINCIPAL(WS-IDX)
               MOVE 0 TO WS-TC-JUROS(WS-IDX)
               MOVE 0 TO WS-TC-ENCARGOS(WS-IDX)
               MOVE 0 TO WS-TC-DESCONTO(WS-IDX)
               MOVE 0 TO WS-TC-SALDO(WS-IDX)
               MOVE 'N' TO WS-TC-IMPRESSO(WS-IDX)

               PERFORM 1200-SOMAR-SALDO-ABERTO
           END-IF.

       1200-SOMAR-SALDO-ABERTO.
           MOVE 0 TO WS-EOF-PAR
           MOVE NUM-CONTRATO TO NUM-CONTRATO-PAR
           MOVE 0 TO NUM-PARCELA

           START PARCELAS KEY NOT LESS CHAVE-PARCELA
               INVALID KEY
                   MOVE 1 TO WS-EOF-PAR
           END-START

           PERFORM UNTIL WS-EOF-PAR EQUAL 1
               READ PARCELAS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF-PAR
                   NOT AT END
                       IF NUM-CONTRATO-PAR NOT EQUAL NUM-CONTRATO
                           MOVE 1 TO WS-EOF-PAR
                       ELSE
                           IF NOT PARCELA-RENEGOCIADA
                           AND NOT PARCELA-BAIXADA-PERDA
                           AND VALOR-PAGO-PARCELA LESS VALOR-PARCELA
                               COMPUTE WS-SALDO-PARCELA =
                                   VALOR-PARCELA - VALOR-PAGO-PARCELA
                               ADD WS-SALDO-PARCELA TO
                                   WS-TC-SALDO(WS-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       2000-APLICAR-RECEBIMENTOS.
           MOVE 0 TO WS-EOF

           OPEN INPUT RECEBIMENTOS

           IF WS-FS-REC NOT EQUAL ZEROS
               DISPLAY "DIARIO DE RECEBIMENTOS DE PARCELAS NAO ENCONT"
      -            "RADO - FILE STATUS: " WS-FS-REC
               MOVE 1 TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF EQUAL 1
               READ RECEBIMENTOS
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF DATA-RECEBIMENTO-RP(1:4) NOT LESS WS-ANO
                           ADD 1 TO WS-LIDOS
                           PERFORM 2100-APLICAR-UM-RECEBIMENTO
                       END-IF
               END-READ
           END-PERFORM

           IF WS-FS-REC EQUAL ZEROS OR WS-FS-REC EQUAL 10
               CLOSE RECEBIMENTOS
           END-IF

           IF WS-SEM-CONTRATO GREATER 0
               DISPLAY "RECEBIMENTOS DE CONTRATOS NAO ENCONTRADOS: "
                   WS-SEM-CONTRATO
           END-IF.

       2100-APLICAR-UM-RECEBIMENTO.
           MOVE 0 TO WS-ACHOU

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX GREATER WS-QTDE-CONTRATOS
                   OR WS-ACHOU GREATER 0
               IF WS-TC-CONTRATO(WS-IDX) EQUAL NUM-CONTRATO-RP
                   MOVE WS-IDX TO WS-ACHOU
               END-IF
           END-PERFORM

           IF WS-ACHOU EQUAL 0
               ADD 1 TO WS-SEM-CONTRATO
           ELSE
               MOVE WS-ACHOU TO WS-IDX

               IF DATA-RECEBIMENTO-RP GREATER WS-FIM-ANO
                   ADD VALOR-PRINCIPAL-RP TO WS-TC-SALDO(WS-IDX)
                   ADD VALOR-JUROS-RP TO WS-TC-SALDO(WS-IDX)
               ELSE
                   ADD 1 TO WS-TC-RECEBIMENTOS(WS-IDX)

                   IF PARCELA-QUITADA-RP
                       ADD 1 TO WS-TC-PAGAS(WS-IDX)
                   END-IF

                   ADD VALOR-PRINCIPAL-RP TO WS-TC-PRINCIPAL(WS-IDX)
                   ADD VALOR-JUROS-RP TO WS-TC-JUROS(WS-IDX)
                   ADD VALOR-MULTA-RP TO WS-TC-ENCARGOS(WS-IDX)
                   ADD VALOR-MORA-RP TO WS-TC-ENCARGOS(WS-IDX)
                   ADD VALOR-DESCONTO-RP TO WS-TC-DESCONTO(WS-IDX)
               END-IF
           END-IF.

       3000-IMPRIMIR-EXTRATOS.
           MOVE SPACES TO REL-CABECALHO-COLUNAS
           STRING "  CONTR.  DATA       PAGAS      PRINCIPAL"
               "         JUROS      ENCARGOS    SALDO 31/12"
               DELIMITED BY SIZE INTO REL-CABECALHO-COLUNAS
           PERFORM 8100-ABRIR-RELATORIO

           OPEN OUTPUT RESUMO

           IF WS-FS-RES NOT EQUAL ZEROS
               DISPLAY "NAO FOI POSSIVEL CRIAR O RESUMO " WS-ARQ-RESUMO
               DISPLAY "FILE STATUS: " WS-FS-RES
               MOVE 'F' TO PARM-RUN-EVENTO
               MOVE 8 TO RETURN-CODE
           END-IF

           MOVE 0 TO WS-EOF

           OPEN INPUT CLIENTES

           IF WS-FS-CLI NOT EQUAL ZEROS
               DISPLAY "CADASTRO DE CLIENTES NAO DISPONIVEL - FILE ST"
      -            "ATUS: " WS-FS-CLI
               MOVE 1 TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF EQUAL 1
               READ CLIENTES
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       MOVE COD-CLIENTE TO WS-CLIENTE-ATUAL
                       MOVE NOME-CLIENTE TO WS-NOME-ATUAL
                       PERFORM 3100-EXTRATO-CLIENTE
               END-READ
           END-PERFORM

           IF WS-FS-CLI EQUAL ZEROS OR WS-FS-CLI EQUAL 10
               CLOSE CLIENTES
           END-IF

           PERFORM VARYING WS-IDX-CLI FROM 1 BY 1
                   UNTIL WS-IDX-CLI GREATER WS-QTDE-CONTRATOS
               IF WS-TC-IMPRESSO(WS-IDX-CLI) EQUAL 'N'
                   MOVE WS-TC-CLIENTE(WS-IDX-CLI) TO WS-CLIENTE-ATUAL
                   MOVE "NAO CADASTRADO" TO WS-NOME-ATUAL
                   PERFORM 3100-EXTRATO-CLIENTE
               END-IF
           END-PERFORM

           IF WS-FS-RES EQUAL ZEROS
               CLOSE RESUMO
               DISPLAY "RESUMO PARA A CONTABILIDADE GRAVADO EM "
                   WS-ARQ-RESUMO
           END-IF

           PERFORM 3900-IMPRIMIR-TOTAIS.

       3100-EXTRATO-CLIENTE.
           MOVE 0 TO WS-ACHOU

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX GREATER WS-QTDE-CONTRATOS
               IF WS-TC-CLIENTE(WS-IDX) EQUAL WS-CLIENTE-ATUAL
                   MOVE 'S' TO WS-TC-IMPRESSO(WS-IDX)

                   IF WS-TC-RECEBIMENTOS(WS-IDX) GREATER 0
                   OR WS-TC-SALDO(WS-IDX) GREATER 0
                       IF WS-ACHOU EQUAL 0
                           PERFORM 3200-CABECALHO-CLIENTE
                       END-IF

                       ADD 1 TO WS-ACHOU
                       PERFORM 3300-IMPRIMIR-CONTRATO
                   END-IF
               END-IF
           END-PERFORM

           IF WS-ACHOU GREATER 0
               PERFORM 3400-FECHAR-CLIENTE
           END-IF.

       3200-CABECALHO-CLIENTE.
           ADD 1 TO WS-QTDE-CLIENTES
           MOVE 0 TO WS-CLI-PRINCIPAL
           MOVE 0 TO WS-CLI-JUROS
           MOVE 0 TO WS-CLI-ENCARGOS
           MOVE 0 TO WS-CLI-DESCONTO
           MOVE 0 TO WS-CLI-SALDO

           MOVE 99 TO REL-LINHAS-PAGINA

           MOVE SPACES TO LINHA-RELATORIO
           STRING "CLIENTE " WS-CLIENTE-ATUAL " - " WS-NOME-ATUAL
               "   EXTRATO DE PAGAMENTOS DO ANO " WS-ANO
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           MOVE SPACES TO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA.

       3300-IMPRIMIR-CONTRATO.
           ADD 1 TO WS-QTDE-IMPRESSOS
           ADD WS-TC-PRINCIPAL(WS-IDX) TO WS-CLI-PRINCIPAL
           ADD WS-TC-JUROS(WS-IDX) TO WS-CLI-JUROS
           ADD WS-TC-ENCARGOS(WS-IDX) TO WS-CLI-ENCARGOS
           ADD WS-TC-DESCONTO(WS-IDX) TO WS-CLI-DESCONTO
           ADD WS-TC-SALDO(WS-IDX) TO WS-CLI-SALDO

           MOVE WS-TC-CONTRATO(WS-IDX) TO WS-DET-CONTRATO
           MOVE WS-TC-DATA(WS-IDX)(7:2) TO WS-DET-DATA(1:2)
           MOVE "/" TO WS-DET-DATA(3:1)
           MOVE WS-TC-DATA(WS-IDX)(5:2) TO WS-DET-DATA(4:2)
           MOVE "/" TO WS-DET-DATA(6:1)
           MOVE WS-TC-DATA(WS-IDX)(1:4) TO WS-DET-DATA(7:4)
           MOVE WS-TC-PAGAS(WS-IDX) TO WS-DET-PAGAS
           MOVE WS-TC-PRINCIPAL(WS-IDX) TO WS-DET-PRINCIPAL
           MOVE WS-TC-JUROS(WS-IDX) TO WS-DET-JUROS
           MOVE WS-TC-ENCARGOS(WS-IDX) TO WS-DET-ENCARGOS
           MOVE WS-TC-SALDO(WS-IDX) TO WS-DET-SALDO
           MOVE WS-LINHA-DET-EXTRATO TO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           IF WS-TC-DESCONTO(WS-IDX) GREATER 0
               MOVE WS-TC-DESCONTO(WS-IDX) TO MASC-VALOR
               MOVE SPACES TO LINHA-RELATORIO
               STRING "            DESCONTO NA QUITACAO ANTECIPADA: "
                   MASC-VALOR
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               PERFORM 8200-IMPRIMIR-LINHA
           END-IF

           IF WS-FS-RES EQUAL ZEROS
               MOVE WS-ANO TO ANO-EA
               MOVE WS-TC-CLIENTE(WS-IDX) TO COD-CLIENTE-EA
               MOVE WS-TC-CONTRATO(WS-IDX) TO NUM-CONTRATO-EA
               MOVE WS-TC-DATA(WS-IDX) TO DATA-CONTRATO-EA
               MOVE WS-TC-PAGAS(WS-IDX) TO PARCELAS-PAGAS-EA
               MOVE WS-TC-PRINCIPAL(WS-IDX) TO PRINCIPAL-PAGO-EA
               MOVE WS-TC-JUROS(WS-IDX) TO JUROS-PAGOS-EA
               MOVE WS-TC-ENCARGOS(WS-IDX) TO ENCARGOS-PAGOS-EA
               MOVE WS-TC-DESCONTO(WS-IDX) TO DESCONTO-EA
               MOVE WS-TC-SALDO(WS-IDX) TO SALDO-DEZEMBRO-EA
               WRITE REG-EXTRATO-ANUAL
           END-IF.

       3400-FECHAR-CLIENTE.
           ADD WS-CLI-PRINCIPAL TO WS-TOTAL-PRINCIPAL
           ADD WS-CLI-JUROS TO WS-TOTAL-JUROS
           ADD WS-CLI-ENCARGOS TO WS-TOTAL-ENCARGOS
           ADD WS-CLI-SALDO TO WS-TOTAL-SALDO

           MOVE ALL "-" TO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           MOVE 0 TO WS-DET-CONTRATO
           MOVE SPACES TO WS-DET-DATA
           MOVE 0 TO WS-DET-PAGAS
           MOVE WS-CLI-PRINCIPAL TO WS-DET-PRINCIPAL
           MOVE WS-CLI-JUROS TO WS-DET-JUROS
           MOVE WS-CLI-ENCARGOS TO WS-DET-ENCARGOS
           MOVE WS-CLI-SALDO TO WS-DET-SALDO
           MOVE WS-LINHA-DET-EXTRATO TO LINHA-RELATORIO
           MOVE "  TOTAL DO CLIENTE" TO LINHA-RELATORIO(1:22)
           PERFORM 8200-IMPRIMIR-LINHA

           COMPUTE WS-CLI-PAGO = WS-CLI-PRINCIPAL + WS-CLI-JUROS
               + WS-CLI-ENCARGOS - WS-CLI-DESCONTO
           MOVE WS-CLI-PAGO TO MASC-VALOR
           MOVE SPACES TO LINHA-RELATORIO
           STRING "  TOTAL PAGO NO ANO " WS-ANO ": " MASC-VALOR
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           MOVE WS-CLI-SALDO TO MASC-VALOR
           MOVE SPACES TO LINHA-RELATORIO
           STRING "  SALDO DEVEDOR EM 31/12/" WS-ANO ": " MASC-VALOR
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA.

       3900-IMPRIMIR-TOTAIS.
           MOVE 99 TO REL-LINHAS-PAGINA

           MOVE SPACES TO LINHA-RELATORIO
           STRING "RESUMO DO ANO " WS-ANO " - CLIENTES: "
               WS-QTDE-CLIENTES "  CONTRATOS: " WS-QTDE-IMPRESSOS
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           MOVE WS-TOTAL-PRINCIPAL TO MASC-TOTAL
           MOVE SPACES TO LINHA-RELATORIO
           STRING "PRINCIPAL RECEBIDO.....: " MASC-TOTAL
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           MOVE WS-TOTAL-JUROS TO MASC-TOTAL
           MOVE SPACES TO LINHA-RELATORIO
           STRING "JUROS RECEBIDOS........: " MASC-TOTAL
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           MOVE WS-TOTAL-ENCARGOS TO MASC-TOTAL
           MOVE SPACES TO LINHA-RELATORIO
           STRING "MULTA E MORA RECEBIDAS.: " MASC-TOTAL
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           MOVE WS-TOTAL-SALDO TO MASC-TOTAL
           MOVE SPACES TO LINHA-RELATORIO
           STRING "SALDO DEVEDOR EM 31/12.: " MASC-TOTAL
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           IF WS-FS-REL EQUAL ZEROS
               CLOSE RELATORIO
               MOVE "EXTRATO-CONTRATOS" TO PARM-CAT-PROGRAMA
               MOVE REL-CAB-TITULO TO PARM-CAT-TITULO
               MOVE REL-NOME-ARQ TO PARM-CAT-ARQUIVO
               CALL "GRAVA-CATALOGO" USING PARM-CATALOGO
               DISPLAY "EXTRATOS GRAVADOS EM " REL-NOME-ARQ
           END-IF.

       8100-ABRIR-RELATORIO.
           MOVE PARM-AMB-NOME TO REL-CAB-AMBIENTE

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-RELATORIO
           MOVE WS-DATA-RELATORIO(5:2) TO REL-CAB-DATA(1:2)
           MOVE WS-DATA-RELATORIO(7:2) TO REL-CAB-DATA(4:2)
           MOVE WS-DATA-RELATORIO(1:4) TO REL-CAB-DATA(7:4)

           MOVE SPACES TO REL-CAB-TITULO
           STRING "EXTRATO ANUAL DE CONTRATOS " WS-ANO
               DELIMITED BY SIZE INTO REL-CAB-TITULO

           MOVE SPACES TO REL-NOME-ARQ
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'RELATORIOS\EXTRATOCONTRATOS' WS-ANO '.TXT'
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

           MOVE SPACES TO WS-ARQ-CONTRATOS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'CONTRATOS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-CONTRATOS

           MOVE SPACES TO WS-ARQ-PARCELAS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'PARCELAS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-PARCELAS

           MOVE SPACES TO WS-ARQ-RECEBIMENTOS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'RECEBIMENTOSPARCELA.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-RECEBIMENTOS

           MOVE SPACES TO WS-ARQ-CLIENTES
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'CLIENTES.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-CLIENTES.

       0960-NOMEAR-RESUMO.
           MOVE SPACES TO WS-ARQ-RESUMO
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'EXTRATOCONTRATOS' WS-ANO '.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-RESUMO.

       END PROGRAM EXTRATO-CONTRATOS.
