           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-RES.

           SELECT PERIODO-MENSAL ASSIGN TO WS-ARQ-PERIODOMENSAL
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-PMS.
       DATA DIVISION.
       FILE SECTION.
       FD MOVIMENTO.
           COPY MOVPRODUTO.

       FD MOVIMENTO-NOVO.
       01 REG-MOVIMENTO-NOVO  PIC X(58).

       FD ARQUIVO-MORTO.
       01 REG-MOVIMENTO-MORTO PIC X(58).

       FD RESUMO.
       01 REG-RESUMO-MOV.
           03 COD-PRODUTO-RES      PIC 9(05).
           03 PERIODO-RES          PIC 9(06).
           03 TOTAL-ENTRADAS-RES   PIC 9(11).
           03 TOTAL-SAIDAS-RES     PIC 9(11).

       FD PERIODO-MENSAL.
           COPY PERIODOMENSAL.
       WORKING-STORAGE SECTION.
           COPY PARMSESSAO.
           COPY AMBIENTE.
           COPY PARMCAMADAS.
           COPY PARMCONTABEST.
       77 WS-ARQ-MOVIMENTO       PIC X(60) VALUE SPACES.
       77 WS-ARQ-MOVIMENTO-NOVO  PIC X(60) VALUE SPACES.
       77 WS-ARQ-RESUMOMOV       PIC X(60) VALUE SPACES.
       77 WS-ARQ-PERIODOMENSAL   PIC X(60) VALUE SPACES.
       77 WS-FS-MOV           PIC 99 VALUE 0.
       77 WS-FS-NOVO          PIC 99 VALUE 0.
       77 WS-FS-MORTO         PIC 99 VALUE 0.
       77 WS-FS-RES           PIC 99 VALUE 0.
       77 WS-FS-PMS           PIC 99 VALUE 0.
       77 WS-EOF              PIC 99 VALUE 0.
       77 WS-DATA-CORTE       PIC 9(08) VALUE 0.
       77 WS-PERIODO          PIC 9(06) VALUE 0.
       77 WS-ANO              PIC 9(04) VALUE 0.
       77 WS-MES              PIC 99 VALUE 0.
       77 WS-AUTOMATICO       PIC A VALUE 'N'.
       77 WS-NOME-ARQ-MORTO   PIC X(60) VALUE SPACES.
       77 WS-ARQUIVADOS       PIC 9(07) VALUE 0.
       77 WS-MANTIDOS         PIC 9(07) VALUE 0.
       01 WS-TABELA-SALDOS.
           03 WS-SALDO-OCORR OCCURS 500 TIMES
                   INDEXED BY WS-IDX.
               05 WS-SAL-COD-PRODUTO  PIC 9(05).
               05 WS-SAL-LIQUIDO      PIC S9(11).

       01 WS-TABELA-RESUMOS.
           03 WS-RESUMO-OCORR OCCURS 500 TIMES
                   INDEXED BY WS-IDX-RES.
               05 WS-RES-COD-PRODUTO  PIC 9(05).
               05 WS-RES-PERIODO      PIC 9(06).
               05 WS-RES-ENTRADAS     PIC 9(11).
               05 WS-RES-SAIDAS       PIC 9(11).
           PERFORM 0950-RESOLVER-AMBIENTE
           PERFORM 0900-LER-SESSAO
           DISPLAY "ARQUIVAMENTO E SUMARIZACAO DO MOVIMENTO"

           PERFORM 0800-LER-PERIODO

           IF WS-AUTOMATICO EQUAL 'N'
               DISPLAY "DATA DE CORTE (AAAAMMDD) - ANTERIORES SAO ARQ"
      -            "UIVADOS"
               ACCEPT WS-DATA-CORTE
           END-IF

           MOVE SPACES TO WS-NOME-ARQ-MORTO
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'MOVARQ' WS-DATA-CORTE '.TXT'
               DELIMITED BY SIZE INTO WS-NOME-ARQ-MORTO

      * The FIFO cost layers and the stock postings are built from
      * MOVIMENTO.TXT, so both are brought up to date before any
      * movement leaves the file.
           CALL "ATUALIZA-CAMADAS" USING PARM-CAMADAS

           IF PARM-CAM-RETORNO NOT EQUAL ZEROS
               DISPLAY "CAMADAS DE CUSTO NAO ATUALIZADAS - FILE STATU"
      -            "S: " PARM-CAM-RETORNO
               DISPLAY "MOVIMENTO.TXT MANTIDO SEM ALTERACAO"
               MOVE 8 TO RETURN-CODE
           ELSE
               CALL "CONTABILIZA-ESTOQUE" USING PARM-CONTAB-ESTOQUE

               IF PARM-CTE-RETORNO NOT EQUAL ZEROS
                   DISPLAY "ESTOQUE NAO CONTABILIZADO - FILE STATUS: "
                       PARM-CTE-RETORNO
                   DISPLAY "MOVIMENTO.TXT MANTIDO SEM ALTERACAO"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 1000-ARQUIVAR
               END-IF
           END-IF

           GOBACK.

       1000-ARQUIVAR.
           OPEN INPUT MOVIMENTO

           IF WS-FS-MOV NOT EQUAL ZEROS
               DISPLAY "NAO FOI POSSIVEL ABRIR O ARQUIVO DE MOVIMENTO"
               DISPLAY "FILE STATUS: " WS-FS-MOV
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT MOVIMENTO-NOVO
               OPEN OUTPUT ARQUIVO-MORTO
                   DISPLAY "NAO FOI POSSIVEL CRIAR OS ARQUIVOS DE SAI"
      -                "DA"
                   DISPLAY "NOVO: " WS-FS-NOVO "  MORTO: " WS-FS-MORTO
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM UNTIL WS-EOF EQUAL 1
                       READ MOVIMENTO
                       DISPLAY "MOVIMENTO.TXT MANTIDO SEM ALTERACAO "
                           "- REPITA O ARQUIVAMENTO APOS CORRIGIR O "
                           "DESTINO"
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       PERFORM 3000-GRAVAR-SALDOS-ABERTURA

                       DISPLAY "ARQUIVO MORTO EM " WS-NOME-ARQ-MORTO
                   END-IF
               END-IF
           END-IF.

       2000-CLASSIFICAR-MOVIMENTO.
           IF DATA-MOVIMENTO LESS WS-DATA-CORTE
           IF WS-FS-RES NOT EQUAL ZEROS
               DISPLAY "NAO FOI POSSIVEL GRAVAR O RESUMO MENSAL - FIL"
      -            "E STATUS: " WS-FS-RES
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-IDX-RES FROM 1 BY 1
                       UNTIL WS-IDX-RES GREATER WS-QTDE-RESUMOS
           IF WS-RETORNO NOT EQUAL ZEROS
               DISPLAY "NAO FOI POSSIVEL SUBSTITUIR MOVIMENTO.TXT - "
                   "RENOMEIE MOVIMENTO.NEW MANUALMENTE"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "MOVIMENTO.TXT COMPACTADO COM SALDOS DE ABERT"
      -            "URA"
           END-IF.

      * Run as a month-end step, everything dated up to the end of
      * the closing month is archived.
       0800-LER-PERIODO.
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
           END-IF

           IF WS-AUTOMATICO EQUAL 'S'
               MOVE WS-PERIODO(1:4) TO WS-ANO
               MOVE WS-PERIODO(5:2) TO WS-MES

               IF WS-MES EQUAL 12
                   COMPUTE WS-DATA-CORTE = (WS-ANO + 1) * 10000 + 101
               ELSE
                   COMPUTE WS-DATA-CORTE =
                       WS-ANO * 10000 + (WS-MES + 1) * 100 + 1
               END-IF
           END-IF.

       0900-LER-SESSAO.
           MOVE 'L' TO PARM-SES-ACAO
           CALL "OPERADOR-SESSAO" USING PARM-SESSAO.
           MOVE SPACES TO WS-ARQ-RESUMOMOV
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'RESUMOMOV.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-RESUMOMOV

           MOVE SPACES TO WS-ARQ-PERIODOMENSAL
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'PERIODOMENSAL.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-PERIODOMENSAL.

       END PROGRAM ARQUIVA-MOVIMENTO.
