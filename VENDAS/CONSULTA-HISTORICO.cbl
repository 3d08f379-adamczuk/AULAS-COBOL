       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSULTA-HISTORICO.
       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HIST-CONTROLE ASSIGN TO WS-ARQ-HISTCONTROLE
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-HC.

           SELECT HIST-FATURAS ASSIGN TO WS-ARQ-HISTORICO
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-HIST.

           SELECT HIST-LINHAS ASSIGN TO WS-ARQ-HISTORICO
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-HIST.

           SELECT HIST-CONTAS ASSIGN TO WS-ARQ-HISTORICO
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-HIST.

           SELECT HIST-RECEBIMENTOS ASSIGN TO WS-ARQ-HISTORICO
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-HIST.
       DATA DIVISION.
       FILE SECTION.
       FD HIST-CONTROLE.
           COPY HISTCONTROLE.

       FD HIST-FATURAS.
           COPY FATURA.

       FD HIST-LINHAS.
           COPY FATURALINHA.

       FD HIST-CONTAS.
           COPY CONTARECEBER.

       FD HIST-RECEBIMENTOS.
           COPY RECEBIMENTOCR.
       WORKING-STORAGE SECTION.
           COPY PARMHISTCLIENTE.
           COPY AMBIENTE.
       77 WS-ARQ-HISTCONTROLE    PIC X(60) VALUE SPACES.
       77 WS-ARQ-HISTORICO       PIC X(60) VALUE SPACES.
       77 WS-FS-HC            PIC 99 VALUE 0.
       77 WS-FS-HIST          PIC 99 VALUE 0.
       77 WS-EOF              PIC 99 VALUE 0.
       77 WS-OPCAO            PIC 9 VALUE 0.
       77 CONTROLE           PIC A VALUE SPACES.
       77 WS-FATURA-INF       PIC 9(06) VALUE 0.
       77 WS-QTDE-ANOS        PIC 99 VALUE 0.
       77 WS-IDX-ANO          PIC 99 VALUE 0.
       77 WS-ANO-ATUAL        PIC 9(04) VALUE 0.
       77 WS-ENCONTRADO       PIC A VALUE 'N'.
       77 WS-TOTAL-RECEBIDO   PIC 9(11)V99 VALUE 0.
       77 MASC-VALOR          PIC ZZ.ZZZ.ZZ9,99.
       77 MASC-TOTAL          PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01 WS-TABELA-ANOS.
           03 WS-ANO-ARQUIVADO    PIC 9(04) OCCURS 50 TIMES.

       PROCEDURE DIVISION.
      ******************************************************************
      * Inquiry on the invoices, receivable titles and receipts moved
      * to the history files by ARQUIVA-LIQUIDADOS: one invoice by
      * number with its lines, its title and its receipts, or every
      * archived invoice of a customer. All the archived years listed
      * in HISTCONTROLE.TXT are searched.
      ******************************************************************
       MAIN-PROCEDURE.
           PERFORM 0950-RESOLVER-AMBIENTE
           DISPLAY "CONSULTA AO HISTORICO DE FATURAS ARQUIVADAS"

           PERFORM 1000-CARREGAR-ANOS

           IF WS-QTDE-ANOS EQUAL 0
               DISPLAY "NENHUM ANO ARQUIVADO - RODAR ARQUIVA-LIQUIDADO"
                   "S"
               MOVE 'N' TO CONTROLE
           END-IF

           PERFORM UNTIL CONTROLE EQUAL 'N'
               DISPLAY "1 - FATURA PELO NUMERO"
               DISPLAY "2 - FATURAS DE UM CLIENTE"
               ACCEPT WS-OPCAO

               EVALUATE WS-OPCAO
                   WHEN 1
                       PERFORM 2000-CONSULTAR-FATURA
                   WHEN 2
                       PERFORM 3000-CONSULTAR-CLIENTE
                   WHEN OTHER
                       DISPLAY "OPCAO INVALIDA"
               END-EVALUATE

               DISPLAY "DESEJA FAZER OUTRA CONSULTA?"
               DISPLAY "DIGITE N PARA NAO"
               ACCEPT CONTROLE
           END-PERFORM

           GOBACK.

       1000-CARREGAR-ANOS.
           MOVE 0 TO WS-QTDE-ANOS
           MOVE 0 TO WS-EOF

           OPEN INPUT HIST-CONTROLE

           IF WS-FS-HC NOT EQUAL ZEROS
               MOVE 1 TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF EQUAL 1
               READ HIST-CONTROLE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF ARQUIVO-HC EQUAL "FATURAS"
                           PERFORM 1100-ANOTAR-ANO
                       END-IF
               END-READ
           END-PERFORM

           IF WS-FS-HC EQUAL ZEROS OR WS-FS-HC EQUAL 10
               CLOSE HIST-CONTROLE
           END-IF

           IF WS-QTDE-ANOS GREATER 0
               DISPLAY "ANOS ARQUIVADOS: " WS-QTDE-ANOS
           END-IF.

       1100-ANOTAR-ANO.
           MOVE 'N' TO WS-ENCONTRADO

           PERFORM VARYING WS-IDX-ANO FROM 1 BY 1
                   UNTIL WS-IDX-ANO GREATER WS-QTDE-ANOS
               IF WS-ANO-ARQUIVADO(WS-IDX-ANO) EQUAL ANO-HC
                   MOVE 'S' TO WS-ENCONTRADO
               END-IF
           END-PERFORM

           IF WS-ENCONTRADO EQUAL 'N'
           AND WS-QTDE-ANOS LESS 50
               ADD 1 TO WS-QTDE-ANOS
               MOVE ANO-HC TO WS-ANO-ARQUIVADO(WS-QTDE-ANOS)
           END-IF.

       2000-CONSULTAR-FATURA.
           DISPLAY "INFORME O NUMERO DA FATURA"
           ACCEPT WS-FATURA-INF

           MOVE 'N' TO WS-ENCONTRADO

           PERFORM VARYING WS-IDX-ANO FROM 1 BY 1
                   UNTIL WS-IDX-ANO GREATER WS-QTDE-ANOS
                   OR WS-ENCONTRADO EQUAL 'S'
               MOVE WS-ANO-ARQUIVADO(WS-IDX-ANO) TO WS-ANO-ATUAL
               PERFORM 2100-PROCURAR-FATURA
           END-PERFORM

           IF WS-ENCONTRADO EQUAL 'N'
               DISPLAY "FATURA " WS-FATURA-INF " NAO ENCONTRADA NO HI"
                   "STORICO"
           ELSE
               PERFORM 2200-EXIBIR-LINHAS
               PERFORM 2300-EXIBIR-TITULO
               PERFORM 2400-EXIBIR-RECEBIMENTOS
           END-IF.

       2100-PROCURAR-FATURA.
           MOVE SPACES TO WS-ARQ-HISTORICO
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'HISTFATURAS' WS-ANO-ATUAL '.TXT'
               DELIMITED BY SIZE INTO WS-ARQ-HISTORICO

           MOVE 0 TO WS-EOF

           OPEN INPUT HIST-FATURAS

           IF WS-FS-HIST NOT EQUAL ZEROS
               MOVE 1 TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF EQUAL 1
               READ HIST-FATURAS
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF NUM-FATURA EQUAL WS-FATURA-INF
                           MOVE 'S' TO WS-ENCONTRADO
                           MOVE 1 TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-FS-HIST EQUAL ZEROS OR WS-FS-HIST EQUAL 10
               CLOSE HIST-FATURAS
           END-IF

           IF WS-ENCONTRADO EQUAL 'S'
               DISPLAY "=============================================="
               DISPLAY "FATURA.....: " NUM-FATURA "  (ARQUIVO "
                   WS-ANO-ATUAL ")"
               DISPLAY "PEDIDO.....: " NUM-PEDIDO-FAT
               DISPLAY "CLIENTE....: " COD-CLIENTE-FAT
               DISPLAY "DATA.......: " DATA-FATURA
               MOVE VALOR-TOTAL-FATURA TO MASC-VALOR
               DISPLAY "VALOR......: " MASC-VALOR
               MOVE VALOR-IMPOSTO-FATURA TO MASC-VALOR
               DISPLAY "IMPOSTO....: " MASC-VALOR
               DISPLAY "SITUACAO...: " STATUS-FATURA
           END-IF.

       2200-EXIBIR-LINHAS.
           MOVE SPACES TO WS-ARQ-HISTORICO
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'HISTFATURASLINHAS' WS-ANO-ATUAL '.TXT'
               DELIMITED BY SIZE INTO WS-ARQ-HISTORICO

           MOVE 0 TO WS-EOF

           OPEN INPUT HIST-LINHAS

           IF WS-FS-HIST NOT EQUAL ZEROS
               DISPLAY "(SEM LINHAS ARQUIVADAS PARA O ANO "
                   WS-ANO-ATUAL ")"
               MOVE 1 TO WS-EOF
           ELSE
               DISPLAY "---------------------------------------------"
               DISPLAY "LINHAS DA FATURA:"
           END-IF

           PERFORM UNTIL WS-EOF EQUAL 1
               READ HIST-LINHAS
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF NUM-FATURA-FL EQUAL WS-FATURA-INF
                           MOVE VALOR-FL TO MASC-VALOR
                           DISPLAY "  PRODUTO " COD-PRODUTO-FL
                               "  QTDE " QTDE-FL
                               "  VALOR " MASC-VALOR
                       END-IF
               END-READ
           END-PERFORM

           IF WS-FS-HIST EQUAL ZEROS OR WS-FS-HIST EQUAL 10
               CLOSE HIST-LINHAS
           END-IF.

       2300-EXIBIR-TITULO.
           MOVE SPACES TO WS-ARQ-HISTORICO
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'HISTCONTASRECEBER' WS-ANO-ATUAL '.TXT'
               DELIMITED BY SIZE INTO WS-ARQ-HISTORICO

           MOVE 0 TO WS-EOF
           MOVE 'N' TO WS-ENCONTRADO

           OPEN INPUT HIST-CONTAS

           IF WS-FS-HIST NOT EQUAL ZEROS
               MOVE 1 TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF EQUAL 1
               READ HIST-CONTAS
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF NUM-FATURA-CR EQUAL WS-FATURA-INF
                           MOVE 'S' TO WS-ENCONTRADO
                           MOVE 1 TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-FS-HIST EQUAL ZEROS OR WS-FS-HIST EQUAL 10
               CLOSE HIST-CONTAS
           END-IF

           DISPLAY "---------------------------------------------"

           IF WS-ENCONTRADO EQUAL 'N'
               DISPLAY "(SEM TITULO A RECEBER ARQUIVADO)"
           ELSE
               MOVE VALOR-ORIGINAL-CR TO MASC-VALOR
               DISPLAY "TITULO.....: VALOR " MASC-VALOR
                   "  SITUACAO " STATUS-CR
           END-IF.

       2400-EXIBIR-RECEBIMENTOS.
           MOVE SPACES TO WS-ARQ-HISTORICO
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'HISTRECEBIMENTOSCR' WS-ANO-ATUAL '.TXT'
               DELIMITED BY SIZE INTO WS-ARQ-HISTORICO

           MOVE 0 TO WS-EOF
           MOVE 0 TO WS-TOTAL-RECEBIDO

           OPEN INPUT HIST-RECEBIMENTOS

           IF WS-FS-HIST NOT EQUAL ZEROS
               MOVE 1 TO WS-EOF
           END-IF

           DISPLAY "RECEBIMENTOS:"

           PERFORM UNTIL WS-EOF EQUAL 1
               READ HIST-RECEBIMENTOS
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF NUM-FATURA-REC EQUAL WS-FATURA-INF
                           ADD VALOR-RECEBIDO-REC TO WS-TOTAL-RECEBIDO
                           MOVE VALOR-RECEBIDO-REC TO MASC-VALOR
                           DISPLAY "  DATA " DATA-RECEBIMENTO-REC
                               "  VALOR " MASC-VALOR
                               "  OPERADOR " OPERADOR-RECEBIMENTO
                       END-IF
               END-READ
           END-PERFORM

           IF WS-FS-HIST EQUAL ZEROS OR WS-FS-HIST EQUAL 10
               CLOSE HIST-RECEBIMENTOS
           END-IF

           MOVE WS-TOTAL-RECEBIDO TO MASC-TOTAL
           DISPLAY "  TOTAL RECEBIDO: " MASC-TOTAL.

       3000-CONSULTAR-CLIENTE.
           DISPLAY "INFORME O CODIGO DO CLIENTE"
           ACCEPT PARM-HCL-CLIENTE

           DISPLAY "---------------------------------------------"
           DISPLAY "FATURAS ARQUIVADAS DO CLIENTE " PARM-HCL-CLIENTE ":"

           CALL "HISTORICO-CLIENTE" USING PARM-HIST-CLIENTE

           IF PARM-HCL-QTDE EQUAL 0
               DISPLAY "  NENHUMA FATURA ARQUIVADA PARA O CLIENTE"
           ELSE
               MOVE PARM-HCL-VALOR TO MASC-TOTAL
               DISPLAY "  FATURAS: " PARM-HCL-QTDE "  VALOR "
                   MASC-TOTAL
               MOVE PARM-HCL-RECEBIDO TO MASC-TOTAL
               DISPLAY "  RECEBIDO: " MASC-TOTAL
           END-IF.

       0950-RESOLVER-AMBIENTE.
           CALL "CONFIG-AMBIENTE" USING PARM-AMBIENTE
           DISPLAY "AMBIENTE ATIVO: " PARM-AMB-NOME

           MOVE SPACES TO WS-ARQ-HISTCONTROLE
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'HISTCONTROLE.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-HISTCONTROLE.

       END PROGRAM CONSULTA-HISTORICO.
