       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTOQUE-CONTABIL.
       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUTOS ASSIGN TO WS-ARQ-PRODUTOS
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS COD-PRODUTO
           ALTERNATE RECORD KEY IS EAN-PRODUTO
           ALTERNATE RECORD KEY IS NOME-PRODUTO
               WITH DUPLICATES
           FILE STATUS IS WS-FS.

           SELECT SALDOS-DEP ASSIGN TO WS-ARQ-SALDOSDEPOSITO
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS CHAVE-SALDO-DEP
           FILE STATUS IS WS-FS-SAL.

           SELECT LANCAMENTOS ASSIGN TO WS-ARQ-LANCAMENTOS
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-LAN.

           SELECT RELATORIO ASSIGN TO REL-NOME-ARQ
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD PRODUTOS.
           COPY PRODUTO.

       FD SALDOS-DEP.
           COPY SALDODEPOSITO.

       FD LANCAMENTOS.
           COPY LANCAMENTO.

       FD RELATORIO.
       01 LINHA-RELATORIO     PIC X(90).
       WORKING-STORAGE SECTION.
           COPY RELATORIO.
           COPY PARMCATALOGO.
           COPY PARMRUNLOG.
           COPY PARMCONTABEST.
           COPY AMBIENTE.
       77 WS-ARQ-PRODUTOS        PIC X(60) VALUE SPACES.
       77 WS-ARQ-SALDOSDEPOSITO  PIC X(60) VALUE SPACES.
       77 WS-ARQ-LANCAMENTOS     PIC X(60) VALUE SPACES.
       77 WS-FS               PIC 99 VALUE 0.
       77 WS-FS-SAL           PIC 99 VALUE 0.
       77 WS-FS-LAN           PIC 99 VALUE 0.
       77 WS-FS-REL           PIC 99 VALUE 0.
       77 WS-EOF              PIC 99 VALUE 0.
       77 WS-DATA-RELATORIO   PIC 9(08) VALUE 0.
       77 WS-SALDOS-ABERTO    PIC A VALUE 'N'.
       77 WS-CONTA-ESTOQUE    PIC 9(05) VALUE 13000.
       77 WS-QTDE-QUARENTENA  PIC 9(09) VALUE 0.
       77 WS-VALOR-PRODUTO    PIC 9(13)V99 VALUE 0.
       77 WS-TOTAL-ESTOQUE    PIC 9(13)V99 VALUE 0.
       77 WS-SALDO-CONTABIL   PIC S9(13)V99 VALUE 0.
       77 WS-DIFERENCA        PIC S9(13)V99 VALUE 0.
       77 WS-CONT-PRODUTOS    PIC 9(07) VALUE 0.
       77 MASC-TOTAL          PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
       77 MASC-DIFERENCA      PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 WS-LINHA-DET-ESTOQUE.
           03 WS-DET-CODIGO        PIC 9(05).
           03 FILLER               PIC X VALUE SPACE.
           03 WS-DET-NOME          PIC X(20).
           03 FILLER               PIC X VALUE SPACE.
           03 WS-DET-ESTOQUE       PIC ZZZZZZZZ9.
           03 FILLER               PIC X VALUE SPACE.
           03 WS-DET-QUARENTENA    PIC ZZZZZZZZ9.
           03 FILLER               PIC X VALUE SPACE.
           03 WS-DET-CUSTO         PIC Z.ZZZ.ZZ9,99.
           03 FILLER               PIC X VALUE SPACE.
           03 WS-DET-VALOR         PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
      ******************************************************************
      * Nightly step after CONCILIA-ESTOQUE: posts the day's stock
      * movements to the ledger through CONTABILIZA-ESTOQUE and then
      * checks the balance of 13000 ESTOQUES in the journal against
      * the stock on hand (PRODUTOS plus quarantine deposito 99) at
      * the average cost. The two drift apart by the revaluation of
      * the average cost on receipts and by entries made by hand to
      * 13000; the difference is reported for the accountant to post,
      * never posted here.
      ******************************************************************
       MAIN-PROCEDURE.
           MOVE "ESTOQUE-CONTABIL" TO PARM-RUN-PROGRAMA
           MOVE 'I' TO PARM-RUN-EVENTO
           MOVE 0 TO PARM-RUN-REGISTROS
           CALL "GRAVA-RUNLOG" USING PARM-RUNLOG

           PERFORM 0950-RESOLVER-AMBIENTE
           DISPLAY "CONTABILIZACAO DO ESTOQUE E CONFERENCIA COM O RAZ"
      -        "AO"
           MOVE 'C' TO PARM-RUN-EVENTO

           CALL "CONTABILIZA-ESTOQUE" USING PARM-CONTAB-ESTOQUE

           IF PARM-CTE-RETORNO NOT EQUAL ZEROS
               DISPLAY "CONTABILIZACAO INTERROMPIDA - FILE STATUS: "
                   PARM-CTE-RETORNO
               DISPLAY "OS MOVIMENTOS PENDENTES SERAO LANCADOS NA PROX"
      -            "IMA EXECUCAO"
               MOVE 'F' TO PARM-RUN-EVENTO
               MOVE 8 TO RETURN-CODE
           END-IF

           DISPLAY "MOVIMENTOS CONTABILIZADOS: " PARM-CTE-LIDOS
           DISPLAY "MOVIMENTOS SEM CONTA.....: " PARM-CTE-SEM-CONTA
           DISPLAY "LANCAMENTOS GRAVADOS.....: " PARM-CTE-LANCAMENTOS

           OPEN INPUT PRODUTOS

           IF WS-FS NOT EQUAL ZEROS
               DISPLAY "NAO FOI POSSIVEL ABRIR O CADASTRO DE PRODUTOS"
               DISPLAY "FILE STATUS: " WS-FS
               MOVE 'F' TO PARM-RUN-EVENTO
           ELSE
               OPEN INPUT SALDOS-DEP
               IF WS-FS-SAL EQUAL ZEROS
                   MOVE 'S' TO WS-SALDOS-ABERTO
               END-IF

               PERFORM 8100-ABRIR-RELATORIO
               PERFORM 1000-IMPRIMIR-CONTABILIZACAO

               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF EQUAL 1
                   READ PRODUTOS NEXT RECORD
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM 2000-VALORIZAR-PRODUTO
                   END-READ
               END-PERFORM

               IF WS-SALDOS-ABERTO EQUAL 'S'
                   CLOSE SALDOS-DEP
               END-IF
               CLOSE PRODUTOS

               PERFORM 3000-SALDO-CONTABIL
               PERFORM 4000-IMPRIMIR-CONFERENCIA
           END-IF

           MOVE PARM-CTE-LIDOS TO PARM-RUN-REGISTROS
           CALL "GRAVA-RUNLOG" USING PARM-RUNLOG

           GOBACK.

       1000-IMPRIMIR-CONTABILIZACAO.
           MOVE SPACES TO LINHA-RELATORIO
           STRING "CONTABILIZACAO - LOTE " PARM-CTE-LOTE
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           IF PARM-CTE-INICIALIZADO EQUAL 'S'
               MOVE PARM-CTE-ABERTURA TO MASC-DIFERENCA
               MOVE SPACES TO LINHA-RELATORIO
               STRING "PRIMEIRA EXECUCAO - LANCAMENTO DE ABERTURA: "
                   MASC-DIFERENCA
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               PERFORM 8200-IMPRIMIR-LINHA
           END-IF

           MOVE SPACES TO LINHA-RELATORIO
           STRING "MOVIMENTOS CONTABILIZADOS: " PARM-CTE-LIDOS
               "   SEM CONTA NO MAPA: " PARM-CTE-SEM-CONTA
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           MOVE SPACES TO LINHA-RELATORIO
           STRING "LANCAMENTOS GRAVADOS.....: " PARM-CTE-LANCAMENTOS
               "   EM DATA DE HOJE (MES FECHADO): "
               PARM-CTE-FORA-PERIODO
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           MOVE PARM-CTE-ENTRADAS TO MASC-TOTAL
           MOVE SPACES TO LINHA-RELATORIO
           STRING "ENTRADAS LANCADAS EM 13000....: " MASC-TOTAL
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           MOVE PARM-CTE-SAIDAS TO MASC-TOTAL
           MOVE SPACES TO LINHA-RELATORIO
           STRING "SAIDAS LANCADAS EM 13000......: " MASC-TOTAL
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           IF PARM-CTE-RETORNO NOT EQUAL ZEROS
               MOVE SPACES TO LINHA-RELATORIO
               STRING "(*) CONTABILIZACAO INTERROMPIDA - FILE STATUS: "
                   PARM-CTE-RETORNO
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               PERFORM 8200-IMPRIMIR-LINHA
           END-IF

           MOVE SPACES TO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA.

      * Products with nothing on hand add nothing and are left out.
       2000-VALORIZAR-PRODUTO.
           MOVE 0 TO WS-QTDE-QUARENTENA

           IF WS-SALDOS-ABERTO EQUAL 'S'
               MOVE 99 TO COD-DEPOSITO-SD
               MOVE COD-PRODUTO TO COD-PRODUTO-SD
               READ SALDOS-DEP
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE QTDE-SALDO-DEP TO WS-QTDE-QUARENTENA
               END-READ
           END-IF

           IF ESTOQUE-PRODUTO GREATER 0
           OR WS-QTDE-QUARENTENA GREATER 0
               ADD 1 TO WS-CONT-PRODUTOS
               COMPUTE WS-VALOR-PRODUTO =
                   (ESTOQUE-PRODUTO + WS-QTDE-QUARENTENA)
                   * CUSTO-UNITARIO-PRODUTO
               ADD WS-VALOR-PRODUTO TO WS-TOTAL-ESTOQUE

               MOVE COD-PRODUTO TO WS-DET-CODIGO
               MOVE NOME-PRODUTO TO WS-DET-NOME
               MOVE ESTOQUE-PRODUTO TO WS-DET-ESTOQUE
               MOVE WS-QTDE-QUARENTENA TO WS-DET-QUARENTENA
               MOVE CUSTO-UNITARIO-PRODUTO TO WS-DET-CUSTO
               MOVE WS-VALOR-PRODUTO TO WS-DET-VALOR
               MOVE WS-LINHA-DET-ESTOQUE TO LINHA-RELATORIO
               PERFORM 8200-IMPRIMIR-LINHA
           END-IF.

       3000-SALDO-CONTABIL.
           MOVE 0 TO WS-SALDO-CONTABIL

           OPEN INPUT LANCAMENTOS

           IF WS-FS-LAN EQUAL ZEROS
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF EQUAL 1
                   READ LANCAMENTOS
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF COD-CONTA-DEBITO-LAN EQUAL
                               WS-CONTA-ESTOQUE
                               ADD VALOR-LAN TO WS-SALDO-CONTABIL
                           END-IF
                           IF COD-CONTA-CREDITO-LAN EQUAL
                               WS-CONTA-ESTOQUE
                               SUBTRACT VALOR-LAN FROM
                                   WS-SALDO-CONTABIL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LANCAMENTOS
           END-IF

           COMPUTE WS-DIFERENCA = WS-SALDO-CONTABIL - WS-TOTAL-ESTOQUE.

       4000-IMPRIMIR-CONFERENCIA.
           MOVE SPACES TO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           MOVE SPACES TO LINHA-RELATORIO
           STRING "PRODUTOS COM ESTOQUE..........: " WS-CONT-PRODUTOS
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           MOVE WS-TOTAL-ESTOQUE TO MASC-TOTAL
           MOVE SPACES TO LINHA-RELATORIO
           STRING "ESTOQUE A CUSTO MEDIO.........: " MASC-TOTAL
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           MOVE WS-SALDO-CONTABIL TO MASC-DIFERENCA
           MOVE SPACES TO LINHA-RELATORIO
           STRING "SALDO CONTABIL DA CONTA 13000.: " MASC-DIFERENCA
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           MOVE WS-DIFERENCA TO MASC-DIFERENCA
           MOVE SPACES TO LINHA-RELATORIO
           IF WS-DIFERENCA EQUAL 0
               STRING "DIFERENCA (CONTABIL - ESTOQUE): " MASC-DIFERENCA
                   "  CONFERE"
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
           ELSE
               STRING "DIFERENCA (CONTABIL - ESTOQUE): " MASC-DIFERENCA
                   "  DIVERGENTE"
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-IF
           PERFORM 8200-IMPRIMIR-LINHA

           DISPLAY "ESTOQUE A CUSTO MEDIO.....: " MASC-TOTAL
           DISPLAY "DIFERENCA CONTABIL........: " MASC-DIFERENCA

           IF WS-FS-REL EQUAL ZEROS
               CLOSE RELATORIO
               MOVE "ESTOQUE-CONTABIL" TO PARM-CAT-PROGRAMA
               MOVE REL-CAB-TITULO TO PARM-CAT-TITULO
               MOVE REL-NOME-ARQ TO PARM-CAT-ARQUIVO
               CALL "GRAVA-CATALOGO" USING PARM-CATALOGO
               DISPLAY "RELATORIO GRAVADO EM " REL-NOME-ARQ
           END-IF.

       8100-ABRIR-RELATORIO.
           MOVE PARM-AMB-NOME TO REL-CAB-AMBIENTE

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-RELATORIO
           MOVE WS-DATA-RELATORIO(5:2) TO REL-CAB-DATA(1:2)
           MOVE WS-DATA-RELATORIO(7:2) TO REL-CAB-DATA(4:2)
           MOVE WS-DATA-RELATORIO(1:4) TO REL-CAB-DATA(7:4)

           MOVE SPACES TO REL-CABECALHO-COLUNAS
           STRING "COD   NOME                   ESTOQUE QUARENTEN"
               "  CUSTO MEDIO             VALOR"
               DELIMITED BY SIZE INTO REL-CABECALHO-COLUNAS

           MOVE SPACES TO REL-CAB-TITULO
           STRING "ESTOQUE CONTABIL - RAZAO X ESTOQUE"
               DELIMITED BY SIZE INTO REL-CAB-TITULO

           MOVE SPACES TO REL-NOME-ARQ
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'RELATORIOS\ESTOQUECONTABIL' WS-DATA-RELATORIO '.TXT'
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

           MOVE SPACES TO WS-ARQ-PRODUTOS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'PRODUTOS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-PRODUTOS

           MOVE SPACES TO WS-ARQ-SALDOSDEPOSITO
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'SALDOSDEPOSITO.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-SALDOSDEPOSITO

           MOVE SPACES TO WS-ARQ-LANCAMENTOS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'LANCAMENTOS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-LANCAMENTOS.

       END PROGRAM ESTOQUE-CONTABIL.
