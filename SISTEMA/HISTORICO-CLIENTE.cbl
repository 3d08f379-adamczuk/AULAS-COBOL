       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTORICO-CLIENTE.
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

       FD HIST-RECEBIMENTOS.
           COPY RECEBIMENTOCR.
       WORKING-STORAGE SECTION.
           COPY AMBIENTE.
       77 WS-ARQ-HISTCONTROLE    PIC X(60) VALUE SPACES.
       77 WS-ARQ-HISTORICO       PIC X(60) VALUE SPACES.
       77 WS-FS-HC            PIC 99 VALUE 0.
       77 WS-FS-HIST          PIC 99 VALUE 0.
       77 WS-EOF              PIC 99 VALUE 0.
       77 WS-QTDE-ANOS        PIC 99 VALUE 0.
       77 WS-IDX-ANO          PIC 99 VALUE 0.
       77 WS-ENCONTRADO       PIC A VALUE 'N'.
       77 MASC-VALOR          PIC ZZ.ZZZ.ZZ9,99.

       01 WS-TABELA-ANOS.
           03 WS-ANO-ARQUIVADO    PIC 9(04) OCCURS 50 TIMES.
       LINKAGE SECTION.
           COPY PARMHISTCLIENTE.
       PROCEDURE DIVISION USING PARM-HIST-CLIENTE.
       MAIN-PROCEDURE.
           PERFORM 0950-RESOLVER-AMBIENTE
           MOVE 0 TO PARM-HCL-ANOS
           MOVE 0 TO PARM-HCL-QTDE
           MOVE 0 TO PARM-HCL-VALOR
           MOVE 0 TO PARM-HCL-RECEBIDO
           MOVE 0 TO PARM-HCL-RETORNO

           PERFORM 1000-CARREGAR-ANOS

           IF WS-QTDE-ANOS EQUAL 0
               MOVE 35 TO PARM-HCL-RETORNO
           ELSE
               PERFORM VARYING WS-IDX-ANO FROM 1 BY 1
                       UNTIL WS-IDX-ANO GREATER WS-QTDE-ANOS
                   ADD 1 TO PARM-HCL-ANOS
                   PERFORM 2000-LISTAR-FATURAS-ANO
                   PERFORM 3000-SOMAR-RECEBIMENTOS-ANO
               END-PERFORM
           END-IF

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

       2000-LISTAR-FATURAS-ANO.
           MOVE SPACES TO WS-ARQ-HISTORICO
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'HISTFATURAS' WS-ANO-ARQUIVADO(WS-IDX-ANO) '.TXT'
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
                       IF COD-CLIENTE-FAT EQUAL PARM-HCL-CLIENTE
                           ADD 1 TO PARM-HCL-QTDE
                           ADD VALOR-TOTAL-FATURA TO PARM-HCL-VALOR
                           MOVE VALOR-TOTAL-FATURA TO MASC-VALOR
                           DISPLAY "  FATURA " NUM-FATURA
                               "  DATA " DATA-FATURA
                               "  VALOR " MASC-VALOR
                               "  ARQUIVO "
                               WS-ANO-ARQUIVADO(WS-IDX-ANO)
                       END-IF
               END-READ
           END-PERFORM

           IF WS-FS-HIST EQUAL ZEROS OR WS-FS-HIST EQUAL 10
               CLOSE HIST-FATURAS
           END-IF.

       3000-SOMAR-RECEBIMENTOS-ANO.
           MOVE SPACES TO WS-ARQ-HISTORICO
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'HISTRECEBIMENTOSCR' WS-ANO-ARQUIVADO(WS-IDX-ANO)
               '.TXT' DELIMITED BY SIZE INTO WS-ARQ-HISTORICO

           MOVE 0 TO WS-EOF

           OPEN INPUT HIST-RECEBIMENTOS

           IF WS-FS-HIST NOT EQUAL ZEROS
               MOVE 1 TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF EQUAL 1
               READ HIST-RECEBIMENTOS
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF COD-CLIENTE-REC EQUAL PARM-HCL-CLIENTE
                           ADD VALOR-RECEBIDO-REC TO PARM-HCL-RECEBIDO
                       END-IF
               END-READ
           END-PERFORM

           IF WS-FS-HIST EQUAL ZEROS OR WS-FS-HIST EQUAL 10
               CLOSE HIST-RECEBIMENTOS
           END-IF.

       0950-RESOLVER-AMBIENTE.
           CALL "CONFIG-AMBIENTE" USING PARM-AMBIENTE

           MOVE SPACES TO WS-ARQ-HISTCONTROLE
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'HISTCONTROLE.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-HISTCONTROLE.

       END PROGRAM HISTORICO-CLIENTE.
