           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-VEN.

           SELECT METAS-VENDA ASSIGN TO WS-ARQ-METASVENDA
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS CHAVE-META
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-MET.

           SELECT DEVOLUCOES ASSIGN TO WS-ARQ-DEVOLUCOES
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS NUM-NOTA-CREDITO
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-DEV.

           SELECT RELATORIO ASSIGN TO REL-NOME-ARQ
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-LOG.

           SELECT PERIODO-MENSAL ASSIGN TO WS-ARQ-PERIODOMENSAL
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-PMS.
       DATA DIVISION.
       FILE SECTION.
       FD FATURAS.
       FD VENDEDORES.
           COPY VENDEDOR.

       FD METAS-VENDA.
           COPY METAVENDA.

       FD DEVOLUCOES.
           COPY DEVOLUCAO.

       FD RELATORIO.
       01 LINHA-RELATORIO     PIC X(90).

       FD LOG-EXCECOES.
           COPY EXCELOG.

       FD PERIODO-MENSAL.
           COPY PERIODOMENSAL.
       WORKING-STORAGE SECTION.
           COPY FSTATUS.
           COPY RELATORIO.
           COPY AMBIENTE.
       77 WS-ARQ-FATURAS         PIC X(60) VALUE SPACES.
       77 WS-ARQ-VENDEDORES      PIC X(60) VALUE SPACES.
       77 WS-ARQ-METASVENDA      PIC X(60) VALUE SPACES.
       77 WS-ARQ-DEVOLUCOES      PIC X(60) VALUE SPACES.
       77 WS-ARQ-EXCECOES        PIC X(60) VALUE SPACES.
       77 WS-ARQ-PERIODOMENSAL   PIC X(60) VALUE SPACES.
       77 WS-FS-FAT           PIC 99 VALUE 0.
       77 WS-FS-VEN           PIC 99 VALUE 0.
       77 WS-FS-MET           PIC 99 VALUE 0.
       77 WS-FS-DEV           PIC 99 VALUE 0.
       77 WS-FS-REL           PIC 99 VALUE 0.
       77 WS-FS-LOG           PIC 99 VALUE 0.
       77 WS-FS-PMS           PIC 99 VALUE 0.
       77 WS-LOG-CHAVE        PIC X(20) VALUE SPACES.
       77 WS-LOG-FS-VALOR     PIC 99 VALUE 0.
       77 WS-EOF              PIC 99 VALUE 0.
       77 WS-PERIODO          PIC 9(06) VALUE 0.
       77 WS-AUTOMATICO       PIC A VALUE 'N'.
       77 WS-DATA-RELATORIO   PIC 9(08) VALUE 0.
       77 WS-QTDE-VEND        PIC 9(03) VALUE 0.
       77 WS-IDX-BUSCA        PIC 9(03) VALUE 0.
       77 WS-IDX-ENCONTRADO   PIC 9(03) VALUE 0.
       77 WS-VALOR-COMISSAO   PIC 9(11)V99 VALUE 0.
       77 WS-VALOR-EXCEDENTE  PIC 9(11)V99 VALUE 0.
       77 WS-VALOR-ACELERADO  PIC 9(11)V99 VALUE 0.
       77 WS-PERC-ATINGIDO    PIC S9(05)V9 VALUE 0.
       77 WS-QTDE-ACELERADOS  PIC 9(03) VALUE 0.
       77 WS-TOTAL-FATURADO   PIC 9(11)V99 VALUE 0.
       77 WS-TOTAL-COMISSAO   PIC 9(11)V99 VALUE 0.
       77 MASC-VALOR          PIC ZZ.ZZZ.ZZ9,99.
           03 WS-DET-TAXA          PIC Z9,99.
           03 FILLER               PIC XX VALUE SPACES.
           03 WS-DET-COMISSAO      PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER               PIC XX VALUE SPACES.
           03 WS-DET-ATINGIMENTO   PIC ZZZ9,9.
           03 WS-DET-ACELERADO     PIC X.

       01 WS-TABELA-COMISSAO.
           03 WS-COM-OCORR OCCURS 200 TIMES
               05 WS-COM-VENDEDOR     PIC 999.
               05 WS-COM-QTDE-FAT     PIC 9(05).
               05 WS-COM-VALOR        PIC 9(11)V99.
               05 WS-COM-LIQUIDO      PIC S9(11)V99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0950-RESOLVER-AMBIENTE
           DISPLAY "RELATORIO MENSAL DE COMISSOES DOS VENDEDORES"

           PERFORM 1000-LER-PERIODO

           IF WS-AUTOMATICO EQUAL 'N'
               DISPLAY "INFORME O PERIODO (AAAAMM)"
               ACCEPT WS-PERIODO
           END-IF

           OPEN INPUT FATURAS

               MOVE "FATURAS.TXT" TO WS-LOG-CHAVE
               MOVE WS-FS-FAT TO WS-LOG-FS-VALOR
               PERFORM 7000-GRAVAR-LOG-EXCECAO
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 2000-ACUMULAR-FATURAS
               PERFORM 2200-DEDUZIR-DEVOLUCOES

               CLOSE FATURAS


           GOBACK.

       1000-LER-PERIODO.
           OPEN INPUT PERIODO-MENSAL

           IF WS-FS-PMS EQUAL ZEROS
               READ PERIODO-MENSAL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PMS-PERIODO GREATER 0
                           MOVE 'S' TO WS-AUTOMATICO
                           MOVE PMS-PERIODO TO WS-PERIODO
                           DISPLAY "FECHAMENTO DO MES " WS-PERIODO
                       END-IF
               END-READ
               CLOSE PERIODO-MENSAL
           END-IF.

       2000-ACUMULAR-FATURAS.
           MOVE 0 TO WS-EOF
           MOVE 0 TO NUM-FATURA
               ADD VALOR-TOTAL-FATURA TO
                   WS-COM-VALOR(WS-IDX-ENCONTRADO)
               ADD VALOR-TOTAL-FATURA TO WS-TOTAL-FATURADO
               COMPUTE WS-COM-LIQUIDO(WS-IDX-ENCONTRADO) =
                   WS-COM-LIQUIDO(WS-IDX-ENCONTRADO)
                   + VALOR-TOTAL-FATURA - VALOR-IMPOSTO-FATURA
                   - VALOR-FRETE-FATURA
           END-IF.

      * Attainment of the month's target is measured the way
      * META-VENDAS reports it: merchandise invoiced less the credit
      * notes issued in the month against the salesperson's invoices.
       2200-DEDUZIR-DEVOLUCOES.
           MOVE 0 TO WS-EOF

           OPEN INPUT DEVOLUCOES

           IF WS-FS-DEV NOT EQUAL ZEROS
               MOVE 1 TO WS-EOF
           ELSE
               MOVE 0 TO NUM-NOTA-CREDITO
               START DEVOLUCOES KEY NOT LESS NUM-NOTA-CREDITO
                   INVALID KEY
                       MOVE 1 TO WS-EOF
               END-START
           END-IF

           PERFORM UNTIL WS-EOF EQUAL 1
               READ DEVOLUCOES NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF DATA-DEVOLUCAO(1:6) EQUAL WS-PERIODO
                           PERFORM 2210-DEDUZIR-NOTA
                       END-IF
               END-READ
           END-PERFORM

           IF WS-FS-DEV EQUAL ZEROS OR WS-FS-DEV EQUAL 10
               CLOSE DEVOLUCOES
           END-IF.

       2210-DEDUZIR-NOTA.
           MOVE NUM-FATURA-DEV TO NUM-FATURA

           READ FATURAS
               INVALID KEY
                   MOVE 0 TO WS-FS-FAT
               NOT INVALID KEY
                   PERFORM VARYING WS-IDX-BUSCA FROM 1 BY 1
                           UNTIL WS-IDX-BUSCA GREATER WS-QTDE-VEND
                       IF WS-COM-VENDEDOR(WS-IDX-BUSCA) EQUAL
                               COD-VENDEDOR-FAT
                           SUBTRACT VALOR-NOTA-CREDITO FROM
                               WS-COM-LIQUIDO(WS-IDX-BUSCA)
                       END-IF
                   END-PERFORM
           END-READ.

       3000-IMPRIMIR-COMISSOES.
           MOVE SPACES TO REL-CABECALHO-COLUNAS
           STRING "COD  NOME                  FATURAS  VALOR FATURAD"
               "O   TAXA    COMISSAO  ATING%"
               DELIMITED BY SIZE INTO REL-CABECALHO-COLUNAS
           PERFORM 8100-ABRIR-RELATORIO

           OPEN INPUT VENDEDORES
           OPEN INPUT METAS-VENDA
           MOVE 0 TO WS-QTDE-ACELERADOS

           PERFORM VARYING WS-IDX-COM FROM 1 BY 1
                   UNTIL WS-IDX-COM GREATER WS-QTDE-VEND
                       MOVE 0 TO WS-VALOR-COMISSAO
               END-COMPUTE

               PERFORM 3100-APLICAR-ACELERADOR

               ADD WS-VALOR-COMISSAO TO WS-TOTAL-COMISSAO

               MOVE WS-COM-QTDE-FAT(WS-IDX-COM) TO WS-DET-FATURAS

           IF WS-FS-VEN EQUAL ZEROS
               CLOSE VENDEDORES
           ELSE
               DISPLAY "CADASTRO DE VENDEDORES INDISPONIVEL - COMISSOE"
                   "S SEM TAXA - FILE STATUS: " WS-FS-VEN
               MOVE 8 TO RETURN-CODE
           END-IF

           IF WS-FS-MET EQUAL ZEROS
               CLOSE METAS-VENDA
           END-IF

           MOVE WS-TOTAL-FATURADO TO MASC-VALOR
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           IF WS-QTDE-ACELERADOS GREATER 0
               MOVE SPACES TO LINHA-RELATORIO
               STRING "* COMISSAO ACIMA DA META PELA TAXA ACELERADA DA "
                   "META DO MES"
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               PERFORM 8200-IMPRIMIR-LINHA
           END-IF

           IF WS-FS-REL EQUAL ZEROS
               CLOSE RELATORIO
               MOVE "COMISSAO-VENDAS" TO PARM-CAT-PROGRAMA
               DISPLAY "RELATORIO GRAVADO EM " REL-NOME-ARQ
           END-IF.

      * With a total target for the month on METASVENDA.TXT and
      * attainment above 100%, the value sold above the target earns
      * TAXA-ACELERADA-MET instead of the salesperson's normal rate.
       3100-APLICAR-ACELERADOR.
           MOVE 0 TO WS-PERC-ATINGIDO
           MOVE SPACE TO WS-DET-ACELERADO

           IF WS-FS-MET EQUAL ZEROS
               MOVE WS-COM-VENDEDOR(WS-IDX-COM) TO COD-VENDEDOR-MET
               MOVE WS-PERIODO TO PERIODO-MET
               MOVE 0 TO COD-CATEGORIA-MET

               READ METAS-VENDA
                   INVALID KEY
                       MOVE 0 TO VALOR-META
                       MOVE 0 TO WS-FS-MET
               END-READ

               IF VALOR-META GREATER 0
                   COMPUTE WS-PERC-ATINGIDO ROUNDED =
                       WS-COM-LIQUIDO(WS-IDX-COM) * 100 / VALOR-META
                       ON SIZE ERROR
                           MOVE 9999,9 TO WS-PERC-ATINGIDO
                   END-COMPUTE

                   IF WS-COM-LIQUIDO(WS-IDX-COM) GREATER VALOR-META
                   AND TAXA-ACELERADA-MET GREATER TAXA-COMISSAO-VEND
                       COMPUTE WS-VALOR-EXCEDENTE =
                           WS-COM-LIQUIDO(WS-IDX-COM) - VALOR-META
                       COMPUTE WS-VALOR-ACELERADO ROUNDED =
                           WS-VALOR-EXCEDENTE
                           * (TAXA-ACELERADA-MET - TAXA-COMISSAO-VEND)
                           / 100
                           ON SIZE ERROR
                               MOVE 0 TO WS-VALOR-ACELERADO
                       END-COMPUTE
                       ADD WS-VALOR-ACELERADO TO WS-VALOR-COMISSAO
                       MOVE '*' TO WS-DET-ACELERADO
                       ADD 1 TO WS-QTDE-ACELERADOS
                   END-IF
               END-IF
           END-IF

           MOVE WS-PERC-ATINGIDO TO WS-DET-ATINGIMENTO.

       7000-GRAVAR-LOG-EXCECAO.
           OPEN EXTEND LOG-EXCECOES

               'VENDEDORES.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-VENDEDORES

           MOVE SPACES TO WS-ARQ-METASVENDA
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'METASVENDA.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-METASVENDA

           MOVE SPACES TO WS-ARQ-DEVOLUCOES
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'DEVOLUCOES.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-DEVOLUCOES

           MOVE SPACES TO WS-ARQ-EXCECOES
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'EXCECOES.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-EXCECOES

           MOVE SPACES TO WS-ARQ-PERIODOMENSAL
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'PERIODOMENSAL.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-PERIODOMENSAL.

       END PROGRAM COMISSAO-VENDAS.
