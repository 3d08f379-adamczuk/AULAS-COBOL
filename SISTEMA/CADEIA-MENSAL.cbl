       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADEIA-MENSAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADEIA ASSIGN TO WS-ARQ-CADEIAMENSAL
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-CAD.

           SELECT CADEIA-STATUS ASSIGN TO WS-ARQ-CADEIAMENSALSTATUS
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-STA.

           SELECT PERIODO-MENSAL ASSIGN TO WS-ARQ-PERIODOMENSAL
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-PMS.
       DATA DIVISION.
       FILE SECTION.
       FD CADEIA.
           COPY CADEIA.

       FD CADEIA-STATUS.
       01 REG-CADEIA-STATUS.
           03 STA-PERIODO          PIC 9(06).
           03 STA-SEQ              PIC 99.
           03 STA-PROGRAMA         PIC X(30).
           03 STA-DATA-HORA        PIC 9(14).
           03 STA-EVENTO           PIC X.
               88 STA-INICIO       VALUE 'I'.
               88 STA-CONCLUIDO    VALUE 'C'.
               88 STA-FALHOU       VALUE 'F'.

       FD PERIODO-MENSAL.
           COPY PERIODOMENSAL.
       WORKING-STORAGE SECTION.
           COPY AMBIENTE.
           COPY PARMSESSAO.
       77 WS-ARQ-CADEIAMENSAL    PIC X(60) VALUE SPACES.
       77 WS-ARQ-CADEIAMENSALSTATUS PIC X(60) VALUE SPACES.
       77 WS-ARQ-PERIODOMENSAL   PIC X(60) VALUE SPACES.
       77 WS-FS-CAD           PIC 99 VALUE 0.
       77 WS-FS-STA           PIC 99 VALUE 0.
       77 WS-FS-PMS           PIC 99 VALUE 0.
       77 WS-EOF              PIC 99 VALUE 0.
       77 WS-DATA-HOJE        PIC 9(08) VALUE 0.
       77 WS-PERIODO          PIC 9(06) VALUE 0.
       77 WS-ANO              PIC 9(04) VALUE 0.
       77 WS-MES              PIC 99 VALUE 0.
       77 WS-QTDE-PASSOS      PIC 99 VALUE 0.
       77 WS-IDX-PASSO        PIC 99 VALUE 0.
       77 WS-PROGRAMA-ATUAL   PIC X(30) VALUE SPACES.
       77 WS-CADEIA-PAROU     PIC A VALUE 'N'.
       77 WS-EXECUTADOS       PIC 99 VALUE 0.
       77 WS-PULADOS          PIC 99 VALUE 0.
       77 WS-FALHA-CALL       PIC A VALUE 'N'.

       01 WS-TABELA-PASSOS.
           03 WS-PASSO-OCORR OCCURS 20 TIMES
                   INDEXED BY WS-IDX.
               05 WS-PAS-SEQ          PIC 99.
               05 WS-PAS-PROGRAMA     PIC X(30).
               05 WS-PAS-CONCLUIDO    PIC X.

       PROCEDURE DIVISION.
      ******************************************************************
      * Month-end chain: the steps of CADEIAMENSAL.TXT run in order for
      * one closing month, with the same restart rule as the nightly
      * chain (a step already concluded for that month is skipped).
      * The month is left on PERIODOMENSAL.TXT while the chain runs so
      * the steps take it from there instead of asking for it.
      ******************************************************************
       MAIN-PROCEDURE.
           PERFORM 0950-RESOLVER-AMBIENTE
           PERFORM 0900-LER-SESSAO
           DISPLAY "CADEIA DE FECHAMENTO DO MES"

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           MOVE WS-DATA-HOJE(1:4) TO WS-ANO
           MOVE WS-DATA-HOJE(5:2) TO WS-MES

           IF WS-MES EQUAL 1
               MOVE 12 TO WS-MES
               SUBTRACT 1 FROM WS-ANO
           ELSE
               SUBTRACT 1 FROM WS-MES
           END-IF

           DISPLAY "MES A FECHAR (AAAAMM, 0 = " WS-ANO WS-MES ")"
           ACCEPT WS-PERIODO

           IF WS-PERIODO EQUAL 0
               COMPUTE WS-PERIODO = WS-ANO * 100 + WS-MES
           END-IF

           PERFORM 1000-CARREGAR-CADEIA

           IF WS-QTDE-PASSOS EQUAL 0
               DISPLAY "CADEIA MENSAL VAZIA - NADA A EXECUTAR"
           ELSE
               PERFORM 1500-GRAVAR-PERIODO
               PERFORM 2000-MARCAR-JA-CONCLUIDOS

               PERFORM VARYING WS-IDX-PASSO FROM 1 BY 1
                       UNTIL WS-IDX-PASSO GREATER WS-QTDE-PASSOS
                       OR WS-CADEIA-PAROU EQUAL 'S'
                   SET WS-IDX TO WS-IDX-PASSO
                   PERFORM 3000-EXECUTAR-PASSO
               END-PERFORM

               PERFORM 1600-LIMPAR-PERIODO

               DISPLAY "PASSOS EXECUTADOS: " WS-EXECUTADOS
               DISPLAY "PASSOS PULADOS...: " WS-PULADOS

               IF WS-CADEIA-PAROU EQUAL 'S'
                   DISPLAY "CADEIA INTERROMPIDA - CORRIJA E EXECUTE N"
      -                "OVAMENTE PARA RETOMAR DO PASSO QUE FALHOU"
               ELSE
                   DISPLAY "CADEIA DO MES " WS-PERIODO
                       " CONCLUIDA COM SUCESSO"
               END-IF
           END-IF

           GOBACK.

       1000-CARREGAR-CADEIA.
           OPEN INPUT CADEIA

           IF WS-FS-CAD EQUAL 35
               DISPLAY "CADEIAMENSAL.TXT NAO ENCONTRADO - GRAVANDO A "
                   "CADEIA PADRAO"
               PERFORM 1100-GRAVAR-CADEIA-PADRAO
               OPEN INPUT CADEIA
           END-IF

           IF WS-FS-CAD NOT EQUAL ZEROS
               DISPLAY "CADEIAMENSAL.TXT NAO ABERTO - FILE STATUS: "
                   WS-FS-CAD
           ELSE
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF EQUAL 1
                   READ CADEIA
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF WS-QTDE-PASSOS GREATER OR EQUAL 20
                               DISPLAY "CADEIA COM MAIS DE 20 PASSOS "
                                   "- EXCEDENTES IGNORADOS"
                           ELSE
                               ADD 1 TO WS-QTDE-PASSOS
                               SET WS-IDX TO WS-QTDE-PASSOS
                               MOVE CAD-SEQ TO WS-PAS-SEQ(WS-IDX)
                               MOVE CAD-PROGRAMA TO
                                   WS-PAS-PROGRAMA(WS-IDX)
                               MOVE 'N' TO WS-PAS-CONCLUIDO(WS-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CADEIA
           END-IF.

       1100-GRAVAR-CADEIA-PADRAO.
           OPEN OUTPUT CADEIA

           IF WS-FS-CAD EQUAL ZEROS
               MOVE 1 TO CAD-SEQ
               MOVE "APROPRIA-JUROS" TO CAD-PROGRAMA
               WRITE REG-CADEIA
               MOVE 2 TO CAD-SEQ
               MOVE "RELATORIO-ORCAMENTO" TO CAD-PROGRAMA
               WRITE REG-CADEIA
               MOVE 3 TO CAD-SEQ
               MOVE "DEMONSTRACOES" TO CAD-PROGRAMA
               WRITE REG-CADEIA
               MOVE 4 TO CAD-SEQ
               MOVE "REAVALIACAO-CAMBIAL" TO CAD-PROGRAMA
               WRITE REG-CADEIA
               MOVE 5 TO CAD-SEQ
               MOVE "CARTEIRA-CONTRATOS" TO CAD-PROGRAMA
               WRITE REG-CADEIA
               CLOSE CADEIA
           END-IF.

       1500-GRAVAR-PERIODO.
           OPEN OUTPUT PERIODO-MENSAL

           IF WS-FS-PMS EQUAL ZEROS
               MOVE WS-PERIODO TO PMS-PERIODO
               MOVE PARM-SES-OPERADOR TO PMS-OPERADOR
               MOVE FUNCTION CURRENT-DATE(1:14) TO PMS-DATA-HORA
               WRITE REG-PERIODO-MENSAL
               CLOSE PERIODO-MENSAL
           ELSE
               DISPLAY "PERIODOMENSAL.TXT NAO GRAVADO - FILE STATUS: "
                   WS-FS-PMS
           END-IF.

       1600-LIMPAR-PERIODO.
           OPEN OUTPUT PERIODO-MENSAL

           IF WS-FS-PMS EQUAL ZEROS
               CLOSE PERIODO-MENSAL
           END-IF.

       2000-MARCAR-JA-CONCLUIDOS.
           OPEN INPUT CADEIA-STATUS

           IF WS-FS-STA EQUAL ZEROS
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF EQUAL 1
                   READ CADEIA-STATUS
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF STA-PERIODO EQUAL WS-PERIODO
                           AND STA-CONCLUIDO
                               PERFORM VARYING WS-IDX FROM 1 BY 1
                                       UNTIL WS-IDX GREATER
                                           WS-QTDE-PASSOS
                                   IF WS-PAS-SEQ(WS-IDX) EQUAL STA-SEQ
                                       MOVE 'S' TO
                                           WS-PAS-CONCLUIDO(WS-IDX)
                                   END-IF
                               END-PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CADEIA-STATUS
           END-IF.

       3000-EXECUTAR-PASSO.
           IF WS-PAS-CONCLUIDO(WS-IDX) EQUAL 'S'
               DISPLAY "PASSO " WS-PAS-SEQ(WS-IDX) " ("
                   WS-PAS-PROGRAMA(WS-IDX) ") JA CONCLUIDO NO MES - P"
      -            "ULADO"
               ADD 1 TO WS-PULADOS
           ELSE
               MOVE WS-PAS-PROGRAMA(WS-IDX) TO WS-PROGRAMA-ATUAL
               DISPLAY "EXECUTANDO PASSO " WS-PAS-SEQ(WS-IDX) ": "
                   WS-PROGRAMA-ATUAL

               MOVE 'I' TO STA-EVENTO
               PERFORM 4000-GRAVAR-STATUS

               MOVE 'N' TO WS-FALHA-CALL
               MOVE 0 TO RETURN-CODE

               CALL WS-PROGRAMA-ATUAL
                   ON EXCEPTION
                       MOVE 'S' TO WS-FALHA-CALL
               END-CALL

               IF WS-FALHA-CALL EQUAL 'S'
               OR RETURN-CODE NOT EQUAL ZEROS
                   MOVE 'F' TO STA-EVENTO
                   PERFORM 4000-GRAVAR-STATUS
                   DISPLAY "PASSO " WS-PAS-SEQ(WS-IDX) " FALHOU - CAD"
      -                "EIA INTERROMPIDA"
                   MOVE 'S' TO WS-CADEIA-PAROU
               ELSE
                   MOVE 'C' TO STA-EVENTO
                   PERFORM 4000-GRAVAR-STATUS
                   ADD 1 TO WS-EXECUTADOS
               END-IF
           END-IF.

       4000-GRAVAR-STATUS.
           OPEN EXTEND CADEIA-STATUS

           IF WS-FS-STA EQUAL 35
               OPEN OUTPUT CADEIA-STATUS
           END-IF

           IF WS-FS-STA EQUAL ZEROS
               MOVE WS-PERIODO TO STA-PERIODO
               MOVE WS-PAS-SEQ(WS-IDX) TO STA-SEQ
               MOVE WS-PAS-PROGRAMA(WS-IDX) TO STA-PROGRAMA
               MOVE FUNCTION CURRENT-DATE(1:14) TO STA-DATA-HORA
               WRITE REG-CADEIA-STATUS
               CLOSE CADEIA-STATUS
           ELSE
               DISPLAY "NAO FOI POSSIVEL GRAVAR O STATUS DA CADEIA - "
                   "FILE STATUS: " WS-FS-STA
           END-IF.

       0900-LER-SESSAO.
           MOVE 'L' TO PARM-SES-ACAO
           CALL "OPERADOR-SESSAO" USING PARM-SESSAO.

       0950-RESOLVER-AMBIENTE.
           CALL "CONFIG-AMBIENTE" USING PARM-AMBIENTE
           DISPLAY "AMBIENTE ATIVO: " PARM-AMB-NOME

           MOVE SPACES TO WS-ARQ-CADEIAMENSAL
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'CADEIAMENSAL.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-CADEIAMENSAL

           MOVE SPACES TO WS-ARQ-CADEIAMENSALSTATUS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'CADEIAMENSALSTATUS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-CADEIAMENSALSTATUS

           MOVE SPACES TO WS-ARQ-PERIODOMENSAL
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'PERIODOMENSAL.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-PERIODOMENSAL.

       END PROGRAM CADEIA-MENSAL.
