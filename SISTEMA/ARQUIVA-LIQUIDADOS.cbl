       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQUIVA-LIQUIDADOS.
       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTAS-RECEBER ASSIGN TO WS-ARQ-CONTASRECEBER
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS NUM-FATURA-CR
           FILE STATUS IS WS-FS-CR.

           SELECT FATURAS ASSIGN TO WS-ARQ-FATURAS
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS NUM-FATURA
           FILE STATUS IS WS-FS-FAT.

           SELECT FATURAS-LINHAS ASSIGN TO WS-ARQ-FATURASLINHAS
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-FL.

           SELECT RECEBIMENTOS ASSIGN TO WS-ARQ-RECEBIMENTOS
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-REC.

           SELECT CONTAS-PAGAR ASSIGN TO WS-ARQ-CONTASPAGAR
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS NUM-ORDEM-CP
           FILE STATUS IS WS-FS-CP.

           SELECT HIST-CONTAS-RECEBER ASSIGN TO WS-ARQ-HISTORICO
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-HIST.

           SELECT HIST-FATURAS ASSIGN TO WS-ARQ-HISTORICO
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-HIST.

           SELECT HIST-LINHAS ASSIGN TO WS-ARQ-HISTORICO
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-HIST.

           SELECT HIST-RECEBIMENTOS ASSIGN TO WS-ARQ-HISTORICO
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-HIST.

           SELECT HIST-CONTAS-PAGAR ASSIGN TO WS-ARQ-HISTORICO
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-HIST.

           SELECT VIVO-LINHAS ASSIGN TO WS-ARQ-VIVO
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-VIVO.

           SELECT VIVO-RECEBIMENTOS ASSIGN TO WS-ARQ-VIVO
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-VIVO.

           SELECT HIST-CONTROLE ASSIGN TO WS-ARQ-HISTCONTROLE
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-HC.

           SELECT RELATORIO ASSIGN TO REL-NOME-ARQ
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD CONTAS-RECEBER.
           COPY CONTARECEBER.

       FD FATURAS.
           COPY FATURA.

       FD FATURAS-LINHAS.
           COPY FATURALINHA.

       FD RECEBIMENTOS.
           COPY RECEBIMENTOCR.

       FD CONTAS-PAGAR.
           COPY CONTAPAGAR.

       FD HIST-CONTAS-RECEBER.
       01 REG-HIST-CONTA-RECEBER  PIC X(57).

       FD HIST-FATURAS.
       01 REG-HIST-FATURA         PIC X(86).

       FD HIST-LINHAS.
       01 REG-HIST-LINHA          PIC X(75).

       FD HIST-RECEBIMENTOS.
       01 REG-HIST-RECEBIMENTO    PIC X(33).

       FD HIST-CONTAS-PAGAR.
       01 REG-HIST-CONTA-PAGAR    PIC X(105).

       FD VIVO-LINHAS.
       01 REG-VIVO-LINHA          PIC X(75).

       FD VIVO-RECEBIMENTOS.
       01 REG-VIVO-RECEBIMENTO    PIC X(33).

       FD HIST-CONTROLE.
           COPY HISTCONTROLE.

       FD RELATORIO.
       01 LINHA-RELATORIO     PIC X(90).
       WORKING-STORAGE SECTION.
           COPY RELATORIO.
           COPY PARMCATALOGO.
           COPY PARMRUNLOG.
           COPY PARMSESSAO.
           COPY AMBIENTE.
       77 WS-ARQ-CONTASRECEBER   PIC X(60) VALUE SPACES.
       77 WS-ARQ-FATURAS         PIC X(60) VALUE SPACES.
       77 WS-ARQ-FATURASLINHAS   PIC X(60) VALUE SPACES.
       77 WS-ARQ-RECEBIMENTOS    PIC X(60) VALUE SPACES.
       77 WS-ARQ-CONTASPAGAR     PIC X(60) VALUE SPACES.
       77 WS-ARQ-HISTCONTROLE    PIC X(60) VALUE SPACES.
       77 WS-ARQ-HISTORICO       PIC X(60) VALUE SPACES.
       77 WS-ARQ-VIVO            PIC X(60) VALUE SPACES.
       77 WS-ARQ-DESTINO         PIC X(60) VALUE SPACES.
       77 WS-FS-CR            PIC 99 VALUE 0.
       77 WS-FS-FAT           PIC 99 VALUE 0.
       77 WS-FS-FL            PIC 99 VALUE 0.
       77 WS-FS-REC           PIC 99 VALUE 0.
       77 WS-FS-CP            PIC 99 VALUE 0.
       77 WS-FS-HIST          PIC 99 VALUE 0.
       77 WS-FS-VIVO          PIC 99 VALUE 0.
       77 WS-FS-HC            PIC 99 VALUE 0.
       77 WS-FS-REL           PIC 99 VALUE 0.
       77 WS-EOF              PIC 99 VALUE 0.
       77 WS-RETORNO          PIC 9(04) VALUE 0.
       77 WS-ANOS-RETENCAO    PIC 9 VALUE 2.
       77 WS-ANO              PIC 9(04) VALUE 0.
       77 WS-ANO-LIMITE       PIC 9(04) VALUE 0.
       77 WS-FIM-ANO          PIC 9(08) VALUE 0.
       77 WS-DATA-HOJE        PIC 9(08) VALUE 0.
       77 WS-DATA-REFERENCIA  PIC 9(08) VALUE 0.
       77 WS-ARQUIVO-ATUAL    PIC X(20) VALUE SPACES.
       77 WS-LIDOS            PIC 9(07) VALUE 0.
       77 WS-MOVIDOS          PIC 9(07) VALUE 0.
       77 WS-MANTIDOS         PIC 9(07) VALUE 0.
       77 WS-VALOR-MOVIDO     PIC 9(13)V99 VALUE 0.
       77 WS-TOTAL-MOVIDOS    PIC 9(07) VALUE 0.
       77 WS-FALHA            PIC A VALUE 'N'.
       77 WS-ARQUIVAR         PIC A VALUE 'N'.
       77 WS-FALHA-CR         PIC A VALUE 'N'.
       77 WS-FALHA-FAT        PIC A VALUE 'N'.
       77 WS-DATA-RELATORIO   PIC 9(08) VALUE 0.

       01 WS-LINHA-DET-CONTROLE.
           03 FILLER               PIC X(02) VALUE SPACES.
           03 WS-DET-ARQUIVO       PIC X(20).
           03 WS-DET-LIDOS         PIC Z.ZZZ.ZZ9.
           03 FILLER               PIC X(02) VALUE SPACES.
           03 WS-DET-MOVIDOS       PIC Z.ZZZ.ZZ9.
           03 FILLER               PIC X(02) VALUE SPACES.
           03 WS-DET-MANTIDOS      PIC Z.ZZZ.ZZ9.
           03 FILLER               PIC X(02) VALUE SPACES.
           03 WS-DET-VALOR         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER               PIC X(02) VALUE SPACES.
           03 WS-DET-SITUACAO      PIC X(12).

       PROCEDURE DIVISION.
      ******************************************************************
      * Yearly archive of settled documents. Everything fully settled
      * and dated up to 31 December of the year given (which must be
      * at least WS-ANOS-RETENCAO years back) leaves the live files
      * for the history files of that year, HIST<arquivo><ano>.TXT:
      * - CONTASRECEBER: titles liquidated or written off;
      * - FATURAS: liquidated invoices whose title is no longer open;
      * - FATURASLINHAS: lines of the invoices archived;
      * - RECEBIMENTOSCR: receipts of the titles archived;
      * - CONTASPAGAR: titulos paid by the end of the year.
      * Open items stay where they are. Indexed files lose the
      * archived records one by one after each is written to history;
      * sequential files are rebuilt in a .NEW file that replaces the
      * live one only when the pass ends cleanly. Each file's control
      * totals go to the listing and to HISTCONTROLE.TXT.
      ******************************************************************
       MAIN-PROCEDURE.
           MOVE "ARQUIVA-LIQUIDADOS" TO PARM-RUN-PROGRAMA
           MOVE 'I' TO PARM-RUN-EVENTO
           MOVE 0 TO PARM-RUN-REGISTROS
           CALL "GRAVA-RUNLOG" USING PARM-RUNLOG

           PERFORM 0950-RESOLVER-AMBIENTE
           DISPLAY "ARQUIVAMENTO ANUAL DE DOCUMENTOS LIQUIDADOS"
           MOVE 'C' TO PARM-RUN-EVENTO

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           MOVE WS-DATA-HOJE(1:4) TO WS-ANO-LIMITE
           SUBTRACT WS-ANOS-RETENCAO FROM WS-ANO-LIMITE

           DISPLAY "ARQUIVAR ATE O FIM DO ANO (AAAA - 0 = "
               WS-ANO-LIMITE ")"
           ACCEPT WS-ANO

           IF WS-ANO EQUAL 0
               MOVE WS-ANO-LIMITE TO WS-ANO
           END-IF

           IF WS-ANO GREATER WS-ANO-LIMITE
               DISPLAY "ANO " WS-ANO " DENTRO DO PRAZO DE RETENCAO - "
                   "ULTIMO ANO ARQUIVAVEL: " WS-ANO-LIMITE
               MOVE 'F' TO PARM-RUN-EVENTO
               MOVE 8 TO RETURN-CODE
           ELSE
               COMPUTE WS-FIM-ANO = WS-ANO * 10000 + 1231

               MOVE 'L' TO PARM-SES-ACAO
               CALL "OPERADOR-SESSAO" USING PARM-SESSAO

               PERFORM 8100-ABRIR-RELATORIO

               PERFORM 2000-ARQUIVAR-CONTAS-RECEBER
               MOVE WS-FALHA TO WS-FALHA-CR

               IF WS-FALHA-CR EQUAL 'N'
                   PERFORM 3000-ARQUIVAR-FATURAS
                   MOVE WS-FALHA TO WS-FALHA-FAT
                   PERFORM 5000-ARQUIVAR-RECEBIMENTOS
               END-IF

               IF WS-FALHA-CR EQUAL 'N'
               AND WS-FALHA-FAT EQUAL 'N'
                   PERFORM 4000-ARQUIVAR-LINHAS
               END-IF

               PERFORM 6000-ARQUIVAR-CONTAS-PAGAR

               PERFORM 7900-FECHAR-RELATORIO
           END-IF

           MOVE WS-TOTAL-MOVIDOS TO PARM-RUN-REGISTROS
           CALL "GRAVA-RUNLOG" USING PARM-RUNLOG

           GOBACK.

       1000-INICIAR-ARQUIVO.
           MOVE 0 TO WS-LIDOS
           MOVE 0 TO WS-MOVIDOS
           MOVE 0 TO WS-MANTIDOS
           MOVE 0 TO WS-VALOR-MOVIDO
           MOVE 'N' TO WS-FALHA
           MOVE 0 TO WS-EOF

           MOVE SPACES TO WS-ARQ-HISTORICO
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'HIST' DELIMITED BY SIZE
               WS-ARQUIVO-ATUAL DELIMITED BY SPACE
               WS-ANO '.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-HISTORICO

           MOVE SPACES TO WS-ARQ-VIVO
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               WS-ARQUIVO-ATUAL DELIMITED BY SPACE
               '.NEW' DELIMITED BY SIZE
               INTO WS-ARQ-VIVO.

       2000-ARQUIVAR-CONTAS-RECEBER.
           MOVE "CONTASRECEBER" TO WS-ARQUIVO-ATUAL
           PERFORM 1000-INICIAR-ARQUIVO

           OPEN I-O CONTAS-RECEBER
           OPEN EXTEND HIST-CONTAS-RECEBER

           IF WS-FS-HIST EQUAL 35
               OPEN OUTPUT HIST-CONTAS-RECEBER
           END-IF

           IF WS-FS-CR NOT EQUAL ZEROS
           OR WS-FS-HIST NOT EQUAL ZEROS
               DISPLAY "CONTASRECEBER: ARQUIVOS NAO ABERTOS - ENTRADA "
                   WS-FS-CR " HISTORICO " WS-FS-HIST
               MOVE 'S' TO WS-FALHA
           ELSE
               MOVE 0 TO NUM-FATURA-CR

               START CONTAS-RECEBER KEY NOT LESS NUM-FATURA-CR
                   INVALID KEY
                       MOVE 1 TO WS-EOF
               END-START

               PERFORM UNTIL WS-EOF EQUAL 1
                   READ CONTAS-RECEBER NEXT RECORD
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-LIDOS
                           IF (CR-LIQUIDADA OR CR-BAIXADA-PERDA)
                           AND DATA-FATURA-CR NOT GREATER WS-FIM-ANO
                               PERFORM 2100-MOVER-CONTA-RECEBER
                           ELSE
                               ADD 1 TO WS-MANTIDOS
                           END-IF
                   END-READ
               END-PERFORM
           END-IF

           IF WS-FS-CR EQUAL ZEROS OR WS-FS-CR EQUAL 10
               CLOSE CONTAS-RECEBER
           END-IF

           CLOSE HIST-CONTAS-RECEBER
           PERFORM 7000-REGISTRAR-CONTROLE.

       2100-MOVER-CONTA-RECEBER.
           MOVE REG-CONTA-RECEBER TO REG-HIST-CONTA-RECEBER
           WRITE REG-HIST-CONTA-RECEBER

           IF WS-FS-HIST NOT EQUAL ZEROS
               DISPLAY "FALHA NA GRAVACAO DO HISTORICO - FILE STATUS: "
                   WS-FS-HIST
               MOVE 'S' TO WS-FALHA
               MOVE 1 TO WS-EOF
           ELSE
               DELETE CONTAS-RECEBER RECORD

               IF WS-FS-CR NOT EQUAL ZEROS
                   DISPLAY "TITULO " NUM-FATURA-CR " GRAVADO NO HISTO"
      -                "RICO E NAO EXCLUIDO - FILE STATUS: " WS-FS-CR
                   MOVE 'S' TO WS-FALHA
                   MOVE 1 TO WS-EOF
               ELSE
                   ADD 1 TO WS-MOVIDOS
                   ADD VALOR-ORIGINAL-CR TO WS-VALOR-MOVIDO
               END-IF
           END-IF.

       3000-ARQUIVAR-FATURAS.
           MOVE "FATURAS" TO WS-ARQUIVO-ATUAL
           PERFORM 1000-INICIAR-ARQUIVO

           OPEN I-O FATURAS
           OPEN INPUT CONTAS-RECEBER
           OPEN EXTEND HIST-FATURAS

           IF WS-FS-HIST EQUAL 35
               OPEN OUTPUT HIST-FATURAS
           END-IF

           IF WS-FS-FAT NOT EQUAL ZEROS
           OR WS-FS-CR NOT EQUAL ZEROS
           OR WS-FS-HIST NOT EQUAL ZEROS
               DISPLAY "FATURAS: ARQUIVOS NAO ABERTOS - ENTRADA "
                   WS-FS-FAT " CONTAS " WS-FS-CR " HISTORICO "
                   WS-FS-HIST
               MOVE 'S' TO WS-FALHA
           ELSE
               MOVE 0 TO NUM-FATURA

               START FATURAS KEY NOT LESS NUM-FATURA
                   INVALID KEY
                       MOVE 1 TO WS-EOF
               END-START

               PERFORM UNTIL WS-EOF EQUAL 1
                   READ FATURAS NEXT RECORD
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-LIDOS
                           IF FATURA-LIQUIDADA
                           AND DATA-FATURA NOT GREATER WS-FIM-ANO
                               PERFORM 3100-VERIFICAR-TITULO
                           ELSE
                               ADD 1 TO WS-MANTIDOS
                           END-IF
                   END-READ
               END-PERFORM
           END-IF

           IF WS-FS-FAT EQUAL ZEROS OR WS-FS-FAT EQUAL 10
               CLOSE FATURAS
           END-IF

           IF WS-FS-CR EQUAL ZEROS OR WS-FS-CR EQUAL 23
               CLOSE CONTAS-RECEBER
           END-IF

           CLOSE HIST-FATURAS
           PERFORM 7000-REGISTRAR-CONTROLE.

       3100-VERIFICAR-TITULO.
           MOVE NUM-FATURA TO NUM-FATURA-CR

           READ CONTAS-RECEBER
               INVALID KEY
                   PERFORM 3200-MOVER-FATURA
               NOT INVALID KEY
                   ADD 1 TO WS-MANTIDOS
           END-READ

           MOVE 0 TO WS-FS-CR.

       3200-MOVER-FATURA.
           MOVE REG-FATURA TO REG-HIST-FATURA
           WRITE REG-HIST-FATURA

           IF WS-FS-HIST NOT EQUAL ZEROS
               DISPLAY "FALHA NA GRAVACAO DO HISTORICO - FILE STATUS: "
                   WS-FS-HIST
               MOVE 'S' TO WS-FALHA
               MOVE 1 TO WS-EOF
           ELSE
               DELETE FATURAS RECORD

               IF WS-FS-FAT NOT EQUAL ZEROS
                   DISPLAY "FATURA " NUM-FATURA " GRAVADA NO HISTORIC"
      -                "O E NAO EXCLUIDA - FILE STATUS: " WS-FS-FAT
                   MOVE 'S' TO WS-FALHA
                   MOVE 1 TO WS-EOF
               ELSE
                   ADD 1 TO WS-MOVIDOS
                   ADD VALOR-TOTAL-FATURA TO WS-VALOR-MOVIDO
               END-IF
           END-IF.

       4000-ARQUIVAR-LINHAS.
           MOVE "FATURASLINHAS" TO WS-ARQUIVO-ATUAL
           PERFORM 1000-INICIAR-ARQUIVO

           OPEN INPUT FATURAS-LINHAS
           OPEN INPUT FATURAS
           OPEN OUTPUT VIVO-LINHAS
           OPEN EXTEND HIST-LINHAS

           IF WS-FS-HIST EQUAL 35
               OPEN OUTPUT HIST-LINHAS
           END-IF

           IF WS-FS-FL NOT EQUAL ZEROS
           OR WS-FS-FAT NOT EQUAL ZEROS
           OR WS-FS-VIVO NOT EQUAL ZEROS
           OR WS-FS-HIST NOT EQUAL ZEROS
               DISPLAY "FATURASLINHAS: ARQUIVOS NAO ABERTOS - ENTRADA "
                   WS-FS-FL " FATURAS " WS-FS-FAT " VIVO " WS-FS-VIVO
                   " HISTORICO " WS-FS-HIST
               MOVE 'S' TO WS-FALHA
           ELSE
               PERFORM UNTIL WS-EOF EQUAL 1
                   READ FATURAS-LINHAS
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-LIDOS
                           PERFORM 4100-SEPARAR-LINHA
                   END-READ
               END-PERFORM
           END-IF

           IF WS-FS-FL EQUAL ZEROS OR WS-FS-FL EQUAL 10
               CLOSE FATURAS-LINHAS
           END-IF

           IF WS-FS-FAT EQUAL ZEROS OR WS-FS-FAT EQUAL 23
               CLOSE FATURAS
           END-IF

           CLOSE VIVO-LINHAS
           CLOSE HIST-LINHAS

           IF WS-FALHA EQUAL 'N'
               MOVE WS-ARQ-FATURASLINHAS TO WS-ARQ-DESTINO
               PERFORM 7100-SUBSTITUIR-VIVO
           END-IF

           PERFORM 7000-REGISTRAR-CONTROLE.

       4100-SEPARAR-LINHA.
           MOVE 'N' TO WS-ARQUIVAR

           IF DATA-FATURA-FL NOT GREATER WS-FIM-ANO
               MOVE NUM-FATURA-FL TO NUM-FATURA

               READ FATURAS
                   INVALID KEY
                       MOVE 'S' TO WS-ARQUIVAR
               END-READ

               MOVE 0 TO WS-FS-FAT
           END-IF

           IF WS-ARQUIVAR EQUAL 'S'
               MOVE REG-FATURA-LINHA TO REG-HIST-LINHA
               WRITE REG-HIST-LINHA

               IF WS-FS-HIST NOT EQUAL ZEROS
                   MOVE 'S' TO WS-FALHA
                   MOVE 1 TO WS-EOF
               ELSE
                   ADD 1 TO WS-MOVIDOS
                   ADD VALOR-FL TO WS-VALOR-MOVIDO
               END-IF
           ELSE
               MOVE REG-FATURA-LINHA TO REG-VIVO-LINHA
               WRITE REG-VIVO-LINHA

               IF WS-FS-VIVO NOT EQUAL ZEROS
                   MOVE 'S' TO WS-FALHA
                   MOVE 1 TO WS-EOF
               ELSE
                   ADD 1 TO WS-MANTIDOS
               END-IF
           END-IF.

       5000-ARQUIVAR-RECEBIMENTOS.
           MOVE "RECEBIMENTOSCR" TO WS-ARQUIVO-ATUAL
           PERFORM 1000-INICIAR-ARQUIVO

           OPEN INPUT RECEBIMENTOS
           OPEN INPUT CONTAS-RECEBER
           OPEN OUTPUT VIVO-RECEBIMENTOS
           OPEN EXTEND HIST-RECEBIMENTOS

           IF WS-FS-HIST EQUAL 35
               OPEN OUTPUT HIST-RECEBIMENTOS
           END-IF

           IF WS-FS-REC NOT EQUAL ZEROS
           OR WS-FS-CR NOT EQUAL ZEROS
           OR WS-FS-VIVO NOT EQUAL ZEROS
           OR WS-FS-HIST NOT EQUAL ZEROS
               DISPLAY "RECEBIMENTOSCR: ARQUIVOS NAO ABERTOS - ENTRADA"
                   " " WS-FS-REC " CONTAS " WS-FS-CR " VIVO "
                   WS-FS-VIVO " HISTORICO " WS-FS-HIST
               MOVE 'S' TO WS-FALHA
           ELSE
               PERFORM UNTIL WS-EOF EQUAL 1
                   READ RECEBIMENTOS
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-LIDOS
                           PERFORM 5100-SEPARAR-RECEBIMENTO
                   END-READ
               END-PERFORM
           END-IF

           IF WS-FS-REC EQUAL ZEROS OR WS-FS-REC EQUAL 10
               CLOSE RECEBIMENTOS
           END-IF

           IF WS-FS-CR EQUAL ZEROS OR WS-FS-CR EQUAL 23
               CLOSE CONTAS-RECEBER
           END-IF

           CLOSE VIVO-RECEBIMENTOS
           CLOSE HIST-RECEBIMENTOS

           IF WS-FALHA EQUAL 'N'
               MOVE WS-ARQ-RECEBIMENTOS TO WS-ARQ-DESTINO
               PERFORM 7100-SUBSTITUIR-VIVO
           END-IF

           PERFORM 7000-REGISTRAR-CONTROLE.

       5100-SEPARAR-RECEBIMENTO.
           MOVE 'N' TO WS-ARQUIVAR

           IF NUM-FATURA-REC GREATER 0
               MOVE NUM-FATURA-REC TO NUM-FATURA-CR

               READ CONTAS-RECEBER
                   INVALID KEY
                       MOVE 'S' TO WS-ARQUIVAR
               END-READ

               MOVE 0 TO WS-FS-CR
           END-IF

           IF WS-ARQUIVAR EQUAL 'S'
               MOVE REG-RECEBIMENTO-CR TO REG-HIST-RECEBIMENTO
               WRITE REG-HIST-RECEBIMENTO

               IF WS-FS-HIST NOT EQUAL ZEROS
                   MOVE 'S' TO WS-FALHA
                   MOVE 1 TO WS-EOF
               ELSE
                   ADD 1 TO WS-MOVIDOS
                   ADD VALOR-RECEBIDO-REC TO WS-VALOR-MOVIDO
               END-IF
           ELSE
               MOVE REG-RECEBIMENTO-CR TO REG-VIVO-RECEBIMENTO
               WRITE REG-VIVO-RECEBIMENTO

               IF WS-FS-VIVO NOT EQUAL ZEROS
                   MOVE 'S' TO WS-FALHA
                   MOVE 1 TO WS-EOF
               ELSE
                   ADD 1 TO WS-MANTIDOS
               END-IF
           END-IF.

       6000-ARQUIVAR-CONTAS-PAGAR.
           MOVE "CONTASPAGAR" TO WS-ARQUIVO-ATUAL
           PERFORM 1000-INICIAR-ARQUIVO

           OPEN I-O CONTAS-PAGAR
           OPEN EXTEND HIST-CONTAS-PAGAR

           IF WS-FS-HIST EQUAL 35
               OPEN OUTPUT HIST-CONTAS-PAGAR
           END-IF

           IF WS-FS-CP NOT EQUAL ZEROS
           OR WS-FS-HIST NOT EQUAL ZEROS
               DISPLAY "CONTASPAGAR: ARQUIVOS NAO ABERTOS - ENTRADA "
                   WS-FS-CP " HISTORICO " WS-FS-HIST
               MOVE 'S' TO WS-FALHA
           ELSE
               MOVE 0 TO NUM-ORDEM-CP

               START CONTAS-PAGAR KEY NOT LESS NUM-ORDEM-CP
                   INVALID KEY
                       MOVE 1 TO WS-EOF
               END-START

               PERFORM UNTIL WS-EOF EQUAL 1
                   READ CONTAS-PAGAR NEXT RECORD
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-LIDOS
                           PERFORM 6100-SEPARAR-CONTA-PAGAR
                   END-READ
               END-PERFORM
           END-IF

           IF WS-FS-CP EQUAL ZEROS OR WS-FS-CP EQUAL 10
               CLOSE CONTAS-PAGAR
           END-IF

           CLOSE HIST-CONTAS-PAGAR
           PERFORM 7000-REGISTRAR-CONTROLE.

       6100-SEPARAR-CONTA-PAGAR.
           IF DATA-LIQUIDACAO-CP NUMERIC
           AND DATA-LIQUIDACAO-CP GREATER 0
               MOVE DATA-LIQUIDACAO-CP TO WS-DATA-REFERENCIA
           ELSE
               MOVE DATA-VENCIMENTO-CP TO WS-DATA-REFERENCIA
           END-IF

           IF NOT CP-LIQUIDADA
           OR WS-DATA-REFERENCIA GREATER WS-FIM-ANO
               ADD 1 TO WS-MANTIDOS
           ELSE
               MOVE REG-CONTA-PAGAR TO REG-HIST-CONTA-PAGAR
               WRITE REG-HIST-CONTA-PAGAR

               IF WS-FS-HIST NOT EQUAL ZEROS
                   DISPLAY "FALHA NA GRAVACAO DO HISTORICO - FILE STAT"
      -                "US: " WS-FS-HIST
                   MOVE 'S' TO WS-FALHA
                   MOVE 1 TO WS-EOF
               ELSE
                   DELETE CONTAS-PAGAR RECORD

                   IF WS-FS-CP NOT EQUAL ZEROS
                       DISPLAY "TITULO " NUM-ORDEM-CP " GRAVADO NO HI"
      -                    "STORICO E NAO EXCLUIDO - FILE STATUS: "
                           WS-FS-CP
                       MOVE 'S' TO WS-FALHA
                       MOVE 1 TO WS-EOF
                   ELSE
                       ADD 1 TO WS-MOVIDOS
                       ADD VALOR-ORIGINAL-CP TO WS-VALOR-MOVIDO
                   END-IF
               END-IF
           END-IF.

       7000-REGISTRAR-CONTROLE.
           ADD WS-MOVIDOS TO WS-TOTAL-MOVIDOS

           MOVE WS-ARQUIVO-ATUAL TO WS-DET-ARQUIVO
           MOVE WS-LIDOS TO WS-DET-LIDOS
           MOVE WS-MOVIDOS TO WS-DET-MOVIDOS
           MOVE WS-MANTIDOS TO WS-DET-MANTIDOS
           MOVE WS-VALOR-MOVIDO TO WS-DET-VALOR

           IF WS-FALHA EQUAL 'S'
               MOVE "FALHA" TO WS-DET-SITUACAO
               MOVE 'F' TO PARM-RUN-EVENTO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-LIDOS EQUAL WS-MOVIDOS + WS-MANTIDOS
                   MOVE "CONFERE" TO WS-DET-SITUACAO
               ELSE
                   MOVE "DIVERGENTE" TO WS-DET-SITUACAO
               END-IF
           END-IF

           MOVE WS-LINHA-DET-CONTROLE TO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           DISPLAY WS-ARQUIVO-ATUAL ": LIDOS " WS-LIDOS " MOVIDOS "
               WS-MOVIDOS " MANTIDOS " WS-MANTIDOS " - "
               WS-DET-SITUACAO

           IF WS-FALHA EQUAL 'N'
               OPEN EXTEND HIST-CONTROLE

               IF WS-FS-HC EQUAL 35
                   OPEN OUTPUT HIST-CONTROLE
               END-IF

               IF WS-FS-HC NOT EQUAL ZEROS
                   DISPLAY "HISTCONTROLE.TXT NAO ABERTO - FILE STATUS"
                       ": " WS-FS-HC
               ELSE
                   MOVE WS-ANO TO ANO-HC
                   MOVE WS-ARQUIVO-ATUAL TO ARQUIVO-HC
                   MOVE WS-DATA-HOJE TO DATA-EXECUCAO-HC
                   MOVE WS-LIDOS TO LIDOS-HC
                   MOVE WS-MOVIDOS TO MOVIDOS-HC
                   MOVE WS-MANTIDOS TO MANTIDOS-HC
                   MOVE WS-VALOR-MOVIDO TO VALOR-MOVIDO-HC
                   MOVE PARM-SES-OPERADOR TO OPERADOR-HC
                   WRITE REG-HIST-CONTROLE
                   CLOSE HIST-CONTROLE
               END-IF
           END-IF.

       7100-SUBSTITUIR-VIVO.
           CALL "CBL_DELETE_FILE" USING WS-ARQ-DESTINO
               RETURNING WS-RETORNO

           CALL "CBL_RENAME_FILE" USING WS-ARQ-VIVO
               WS-ARQ-DESTINO
               RETURNING WS-RETORNO

           IF WS-RETORNO NOT EQUAL ZEROS
               DISPLAY "NAO FOI POSSIVEL SUBSTITUIR " WS-ARQ-DESTINO
                   " - RENOMEIE O ARQUIVO .NEW MANUALMENTE"
               MOVE 'S' TO WS-FALHA
           END-IF.

       7900-FECHAR-RELATORIO.
           MOVE ALL "-" TO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           MOVE SPACES TO LINHA-RELATORIO
           STRING "DOCUMENTOS LIQUIDADOS ATE 31/12/" WS-ANO
               " MOVIDOS PARA O HISTORICO: " WS-TOTAL-MOVIDOS
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           IF WS-FS-REL EQUAL ZEROS
               CLOSE RELATORIO
               MOVE "ARQUIVA-LIQUIDADOS" TO PARM-CAT-PROGRAMA
               MOVE REL-CAB-TITULO TO PARM-CAT-TITULO
               MOVE REL-NOME-ARQ TO PARM-CAT-ARQUIVO
               CALL "GRAVA-CATALOGO" USING PARM-CATALOGO
               DISPLAY "RELATORIO GRAVADO EM " REL-NOME-ARQ
           END-IF.

       8100-ABRIR-RELATORIO.
           MOVE SPACES TO REL-CABECALHO-COLUNAS
           STRING "  ARQUIVO                 LIDOS    MOVIDOS   MANTID"
               "OS        VALOR MOVIDO  SITUACAO"
               DELIMITED BY SIZE INTO REL-CABECALHO-COLUNAS

           MOVE PARM-AMB-NOME TO REL-CAB-AMBIENTE

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-RELATORIO
           MOVE WS-DATA-RELATORIO(5:2) TO REL-CAB-DATA(1:2)
           MOVE WS-DATA-RELATORIO(7:2) TO REL-CAB-DATA(4:2)
           MOVE WS-DATA-RELATORIO(1:4) TO REL-CAB-DATA(7:4)

           MOVE SPACES TO REL-CAB-TITULO
           STRING "ARQUIVAMENTO DE LIQUIDADOS ATE " WS-ANO
               DELIMITED BY SIZE INTO REL-CAB-TITULO

           MOVE SPACES TO REL-NOME-ARQ
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'RELATORIOS\ARQUIVAMENTO' WS-ANO '.TXT'
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

           MOVE SPACES TO WS-ARQ-CONTASRECEBER
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'CONTASRECEBER.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-CONTASRECEBER

           MOVE SPACES TO WS-ARQ-FATURAS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'FATURAS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-FATURAS

           MOVE SPACES TO WS-ARQ-FATURASLINHAS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'FATURASLINHAS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-FATURASLINHAS

           MOVE SPACES TO WS-ARQ-RECEBIMENTOS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'RECEBIMENTOSCR.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-RECEBIMENTOS

           MOVE SPACES TO WS-ARQ-CONTASPAGAR
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'CONTASPAGAR.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-CONTASPAGAR

           MOVE SPACES TO WS-ARQ-HISTCONTROLE
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'HISTCONTROLE.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-HISTCONTROLE.

       END PROGRAM ARQUIVA-LIQUIDADOS.
