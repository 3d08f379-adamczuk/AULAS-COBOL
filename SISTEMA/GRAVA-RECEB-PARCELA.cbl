       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRAVA-RECEB-PARCELA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECEBIMENTOS ASSIGN TO WS-ARQ-RECEBIMENTOS
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS.

           SELECT CONTRATOS ASSIGN TO WS-ARQ-CONTRATOS
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS NUM-CONTRATO
           FILE STATUS IS WS-FS-CTR.
       DATA DIVISION.
       FILE SECTION.
       FD RECEBIMENTOS.
           COPY RECEBPARCELA.

       FD CONTRATOS.
           COPY CONTRATO.
       WORKING-STORAGE SECTION.
           COPY AMBIENTE.
           COPY PARMSESSAO.
       77 WS-ARQ-RECEBIMENTOS    PIC X(60) VALUE SPACES.
       77 WS-ARQ-CONTRATOS       PIC X(60) VALUE SPACES.
       77 WS-FS              PIC 99 VALUE 0.
       77 WS-FS-CTR           PIC 99 VALUE 0.
       77 WS-JUROS            PIC 9(07)V99 VALUE 0.
       LINKAGE SECTION.
           COPY PARMRECPARCELA.
       PROCEDURE DIVISION USING PARM-RECEB-PARCELA.
      ******************************************************************
      * Journals one receipt applied to a contract installment. The
      * amount settled is split into principal and interest in the
      * proportion of the installment (all principal for installments
      * written before the split existed).
      ******************************************************************
       MAIN-PROCEDURE.
           PERFORM 0950-RESOLVER-AMBIENTE
           MOVE 0 TO PARM-RP-RETORNO

           IF PARM-RP-CLIENTE EQUAL 0
               PERFORM 1000-BUSCAR-CLIENTE
           END-IF

           MOVE 0 TO WS-JUROS

           IF PARM-RP-JUROS-PARCELA NUMERIC
           AND PARM-RP-VALOR-PARCELA NUMERIC
           AND PARM-RP-VALOR-PARCELA GREATER 0
               COMPUTE WS-JUROS ROUNDED =
                   PARM-RP-APLICADO * PARM-RP-JUROS-PARCELA
                   / PARM-RP-VALOR-PARCELA
           END-IF

           IF WS-JUROS GREATER PARM-RP-APLICADO
               MOVE PARM-RP-APLICADO TO WS-JUROS
           END-IF

           MOVE 0 TO PARM-SES-OPERADOR

           IF PARM-RP-ORIGEM NOT EQUAL 'B'
               MOVE 'L' TO PARM-SES-ACAO
               CALL "OPERADOR-SESSAO" USING PARM-SESSAO
           END-IF

           OPEN EXTEND RECEBIMENTOS

           IF WS-FS EQUAL 35
               OPEN OUTPUT RECEBIMENTOS
           END-IF

           IF WS-FS NOT EQUAL ZEROS
               MOVE WS-FS TO PARM-RP-RETORNO
           ELSE
               MOVE PARM-RP-CONTRATO TO NUM-CONTRATO-RP
               MOVE PARM-RP-PARCELA TO NUM-PARCELA-RP
               MOVE PARM-RP-CLIENTE TO COD-CLIENTE-RP
               MOVE PARM-RP-DATA TO DATA-RECEBIMENTO-RP
               COMPUTE VALOR-PRINCIPAL-RP =
                   PARM-RP-APLICADO - WS-JUROS
               MOVE WS-JUROS TO VALOR-JUROS-RP
               MOVE PARM-RP-MULTA TO VALOR-MULTA-RP
               MOVE PARM-RP-MORA TO VALOR-MORA-RP
               MOVE PARM-RP-DESCONTO TO VALOR-DESCONTO-RP
               COMPUTE VALOR-PAGO-RP =
                   PARM-RP-APLICADO + PARM-RP-MULTA + PARM-RP-MORA
                   - PARM-RP-DESCONTO
               MOVE PARM-RP-QUITOU TO IND-QUITACAO-RP
               MOVE PARM-RP-ORIGEM TO ORIGEM-RP
               MOVE PARM-SES-OPERADOR TO OPERADOR-RP
               WRITE REG-RECEBIMENTO-PAR
               CLOSE RECEBIMENTOS
           END-IF

           GOBACK.

       1000-BUSCAR-CLIENTE.
           OPEN INPUT CONTRATOS

           IF WS-FS-CTR EQUAL ZEROS
               MOVE PARM-RP-CONTRATO TO NUM-CONTRATO

               READ CONTRATOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE COD-CLIENTE-CTR TO PARM-RP-CLIENTE
               END-READ

               CLOSE CONTRATOS
           END-IF.

       0950-RESOLVER-AMBIENTE.
           CALL "CONFIG-AMBIENTE" USING PARM-AMBIENTE

           MOVE SPACES TO WS-ARQ-RECEBIMENTOS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'RECEBIMENTOSPARCELA.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-RECEBIMENTOS

           MOVE SPACES TO WS-ARQ-CONTRATOS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'CONTRATOS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-CONTRATOS.

       END PROGRAM GRAVA-RECEB-PARCELA.
