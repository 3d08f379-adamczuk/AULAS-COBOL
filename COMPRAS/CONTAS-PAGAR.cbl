           ACCESS IS RANDOM
           RECORD KEY IS COD-FORNECEDOR
           FILE STATUS IS WS-FS-FOR.

           SELECT RELATORIO ASSIGN TO REL-NOME-ARQ
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD CONTAS.

       FD FORNECEDORES.
           COPY FORNECEDOR.

       FD RELATORIO.
       01 LINHA-RELATORIO     PIC X(90).
       WORKING-STORAGE SECTION.
           COPY FSTATUS.
           COPY PARMLANCAMENTO.
           COPY PARMCAIXA.
           COPY PARMSESSAO.
           COPY RELATORIO.
           COPY PARMCATALOGO.
           COPY AMBIENTE.
       77 WS-ARQ-CONTASPAGAR     PIC X(60) VALUE SPACES.
       77 WS-ARQ-FORNECEDORES    PIC X(60) VALUE SPACES.
       77 WS-TOTAL-30         PIC 9(11)V99 VALUE 0.
       77 WS-TOTAL-VENCIDO    PIC 9(11)V99 VALUE 0.
       77 MASC-VALOR          PIC ZZ.ZZZ.ZZ9,99.
       77 WS-FS-REL           PIC 99 VALUE 0.
       77 WS-DATA-RELATORIO   PIC 9(08) VALUE 0.
       77 WS-PERIODO          PIC 9(06) VALUE 0.
       77 WS-DESCONTO-PERDIDO PIC 9(09)V99 VALUE 0.
       77 WS-TOTAL-OBTIDO     PIC 9(11)V99 VALUE 0.
       77 WS-TOTAL-PERDIDO    PIC 9(11)V99 VALUE 0.
       77 WS-QTDE-OBTIDOS     PIC 9(05) VALUE 0.
       77 WS-QTDE-PERDIDOS    PIC 9(05) VALUE 0.

       01 WS-LINHA-DESCONTO.
           03 WS-DSC-ORDEM         PIC 9(06).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 WS-DSC-FORNECEDOR    PIC 999.
           03 FILLER               PIC X(02) VALUE SPACES.
           03 WS-DSC-NOME          PIC X(20).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 WS-DSC-VALOR         PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER               PIC X(02) VALUE SPACES.
           03 WS-DSC-PERC          PIC Z9,99.
           03 FILLER               PIC X(02) VALUE SPACES.
           03 WS-DSC-LIMITE        PIC 9(08).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 WS-DSC-SITUACAO      PIC X(08).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 WS-DSC-DESCONTO      PIC ZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                   DISPLAY "1 - LISTAR TITULOS EM ABERTO"
                   DISPLAY "2 - BAIXAR PAGAMENTO"
                   DISPLAY "3 - NECESSIDADE DE CAIXA (7/15/30 DIAS)"
                   DISPLAY "4 - DESCONTOS OBTIDOS X PERDIDOS NO MES"
                   ACCEPT WS-OPCAO

                   EVALUATE WS-OPCAO
                               THRU 3000-FIM
                       WHEN 3
                           PERFORM 4000-NECESSIDADE-CAIXA
                       WHEN 4
                           PERFORM 5000-RELATORIO-DESCONTOS
                       WHEN OTHER
                           DISPLAY "OPCAO INVALIDA"
                   END-EVALUATE

                           IF VALOR-ABERTO-CP EQUAL 0
                               MOVE 'L' TO STATUS-CP
                               MOVE WS-DATA-HOJE TO DATA-LIQUIDACAO-CP
                           END-IF

                           REWRITE REG-CONTA-PAGAR
                               MOVE "CONTAS-PAGAR" TO PARM-LAN-ORIGEM
                               MOVE NUM-ORDEM-CP TO
                                   PARM-LAN-DOCUMENTO
                               IF CENTRO-CUSTO-CP IS NUMERIC
                                   MOVE CENTRO-CUSTO-CP TO
                                       PARM-LAN-CENTRO-CUSTO
                               ELSE
                                   MOVE 0 TO PARM-LAN-CENTRO-CUSTO
                               END-IF
                               CALL "GRAVA-LANCAMENTO" USING
                                   PARM-LANCAMENTO

                   CONTINUE
           END-EVALUATE.

      * Discount taken: settled in the month with VALOR-DESCONTO-CP.
      * Discount missed: window closed in the month (or the titulo
      * was settled) and nothing was taken; valued at the terms
      * applied to the original amount.
       5000-RELATORIO-DESCONTOS.
           DISPLAY "INFORME O MES DO RELATORIO (AAAAMM)"
           ACCEPT WS-PERIODO

           MOVE 0 TO WS-TOTAL-OBTIDO
           MOVE 0 TO WS-TOTAL-PERDIDO
           MOVE 0 TO WS-QTDE-OBTIDOS
           MOVE 0 TO WS-QTDE-PERDIDOS

           MOVE SPACES TO REL-CABECALHO-COLUNAS
           STRING "ORDEM   FOR  FORNECEDOR              VALOR ORIG. "
               "  PERC  LIMITE    SITUACAO       DESCONTO"
               DELIMITED BY SIZE INTO REL-CABECALHO-COLUNAS
           MOVE SPACES TO REL-CAB-TITULO
           STRING "DESCONTOS DE FORNECEDOR - " WS-PERIODO
               DELIMITED BY SIZE INTO REL-CAB-TITULO
           MOVE SPACES TO REL-NOME-ARQ
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'RELATORIOS\DESCONTOSCP' WS-PERIODO '.TXT'
               DELIMITED BY SIZE INTO REL-NOME-ARQ
           PERFORM 8100-ABRIR-RELATORIO

           MOVE 0 TO WS-EOF
           MOVE 0 TO NUM-ORDEM-CP

           START CONTAS KEY NOT LESS NUM-ORDEM-CP
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START

           PERFORM UNTIL WS-EOF EQUAL 1
               READ CONTAS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF PERC-DESCONTO-CP GREATER 0
                           PERFORM 5100-CLASSIFICAR-DESCONTO
                       END-IF
               END-READ
           END-PERFORM

           MOVE ALL "-" TO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           MOVE SPACES TO LINHA-RELATORIO
           MOVE WS-TOTAL-OBTIDO TO MASC-VALOR
           STRING "DESCONTOS OBTIDOS.: " WS-QTDE-OBTIDOS
               " TITULO(S)  " MASC-VALOR
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           MOVE SPACES TO LINHA-RELATORIO
           MOVE WS-TOTAL-PERDIDO TO MASC-VALOR
           STRING "DESCONTOS PERDIDOS: " WS-QTDE-PERDIDOS
               " TITULO(S)  " MASC-VALOR
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           IF WS-FS-REL EQUAL ZEROS
               CLOSE RELATORIO
               MOVE "CONTAS-PAGAR" TO PARM-CAT-PROGRAMA
               MOVE REL-CAB-TITULO TO PARM-CAT-TITULO
               MOVE REL-NOME-ARQ TO PARM-CAT-ARQUIVO
               CALL "GRAVA-CATALOGO" USING PARM-CATALOGO
               DISPLAY "RELATORIO GRAVADO EM " REL-NOME-ARQ
           END-IF.

       5100-CLASSIFICAR-DESCONTO.
           IF VALOR-DESCONTO-CP GREATER 0
               IF DATA-LIQUIDACAO-CP(1:6) EQUAL WS-PERIODO
                   ADD 1 TO WS-QTDE-OBTIDOS
                   ADD VALOR-DESCONTO-CP TO WS-TOTAL-OBTIDO
                   MOVE "OBTIDO" TO WS-DSC-SITUACAO
                   MOVE VALOR-DESCONTO-CP TO WS-DSC-DESCONTO
                   PERFORM 5200-IMPRIMIR-DESCONTO
               END-IF
           ELSE
               IF DATA-LIMITE-DESCONTO-CP(1:6) EQUAL WS-PERIODO
               AND (CP-LIQUIDADA
                   OR DATA-LIMITE-DESCONTO-CP LESS WS-DATA-HOJE)
                   COMPUTE WS-DESCONTO-PERDIDO ROUNDED =
                       VALOR-ORIGINAL-CP * PERC-DESCONTO-CP / 100
                   ADD 1 TO WS-QTDE-PERDIDOS
                   ADD WS-DESCONTO-PERDIDO TO WS-TOTAL-PERDIDO
                   MOVE "PERDIDO" TO WS-DSC-SITUACAO
                   MOVE WS-DESCONTO-PERDIDO TO WS-DSC-DESCONTO
                   PERFORM 5200-IMPRIMIR-DESCONTO
               END-IF
           END-IF.

       5200-IMPRIMIR-DESCONTO.
           MOVE "(SEM CADASTRO)" TO NOME-FORNECEDOR

           IF WS-FS-FOR EQUAL ZEROS
               MOVE COD-FORNECEDOR-CP TO COD-FORNECEDOR

               READ FORNECEDORES
                   INVALID KEY
                       MOVE "(SEM CADASTRO)" TO NOME-FORNECEDOR
               END-READ
           END-IF

           MOVE NUM-ORDEM-CP TO WS-DSC-ORDEM
           MOVE COD-FORNECEDOR-CP TO WS-DSC-FORNECEDOR
           MOVE NOME-FORNECEDOR TO WS-DSC-NOME
           MOVE VALOR-ORIGINAL-CP TO WS-DSC-VALOR
           MOVE PERC-DESCONTO-CP TO WS-DSC-PERC
           MOVE DATA-LIMITE-DESCONTO-CP TO WS-DSC-LIMITE
           MOVE WS-LINHA-DESCONTO TO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA.

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
