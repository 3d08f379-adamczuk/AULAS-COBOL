       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATUALIZA-ENDERECO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENDERECOS ASSIGN TO WS-ARQ-ENDERECOS
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CHAVE-ENDERECO
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-END.

           SELECT SALDOS-END ASSIGN TO WS-ARQ-SALDOSENDERECO
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CHAVE-SALDO-END
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS.
       DATA DIVISION.
       FILE SECTION.
       FD ENDERECOS.
           COPY ENDERECO.

       FD SALDOS-END.
           COPY SALDOENDERECO.
       WORKING-STORAGE SECTION.
           COPY AMBIENTE.
       77 WS-ARQ-ENDERECOS       PIC X(60) VALUE SPACES.
       77 WS-ARQ-SALDOSENDERECO  PIC X(60) VALUE SPACES.
       77 WS-FS              PIC 99 VALUE 0.
       77 WS-FS-END           PIC 99 VALUE 0.
       77 WS-EOF              PIC 99 VALUE 0.
       77 WS-EOF-SE           PIC 99 VALUE 0.
       77 WS-OCUPADO          PIC 9(09) VALUE 0.
       77 WS-LIVRE            PIC 9(09) VALUE 0.
       77 WS-TEM-PRODUTO      PIC A VALUE 'N'.
       77 WS-SEQ-MESMO        PIC 9(05) VALUE 0.
       77 WS-END-MESMO        PIC 9(05) VALUE 0.
       77 WS-SEQ-VAZIO        PIC 9(05) VALUE 0.
       77 WS-END-VAZIO        PIC 9(05) VALUE 0.
       77 WS-SEQ-LIVRE        PIC 9(05) VALUE 0.
       77 WS-END-LIVRE        PIC 9(05) VALUE 0.
       77 WS-ACHOU-MESMO      PIC A VALUE 'N'.
       77 WS-ACHOU-VAZIO      PIC A VALUE 'N'.
       77 WS-ACHOU-LIVRE      PIC A VALUE 'N'.
       77 WS-SEQ-ACHADO       PIC 9(05) VALUE 0.
       77 WS-END-ACHADO       PIC 9(05) VALUE 0.
       77 WS-QTDE-ACHADA      PIC 9(09) VALUE 0.
       77 WS-SEQ-BIN          PIC 9(05) VALUE 0.
       77 WS-ACHOU            PIC A VALUE 'N'.
       77 WS-QTDE-RESTANTE    PIC 9(09) VALUE 0.
       77 WS-QTDE-CONSUMO     PIC 9(09) VALUE 0.
       LINKAGE SECTION.
           COPY PARMENDERECO.
       PROCEDURE DIVISION USING PARM-ENDERECO.
       MAIN-PROCEDURE.
           MOVE 0 TO PARM-END-RETORNO

           PERFORM 0950-RESOLVER-AMBIENTE

           OPEN INPUT ENDERECOS

           IF WS-FS-END NOT EQUAL ZEROS
               MOVE 23 TO PARM-END-RETORNO
               IF PARM-END-ACAO EQUAL 'B'
                   MOVE PARM-END-QTDE TO PARM-END-SALDO
               END-IF
           ELSE
               OPEN I-O SALDOS-END

               IF WS-FS EQUAL 35
                   OPEN OUTPUT SALDOS-END
                   IF WS-FS EQUAL ZEROS
                       CLOSE SALDOS-END
                       OPEN I-O SALDOS-END
                   END-IF
               END-IF

               IF WS-FS NOT EQUAL ZEROS
                   MOVE WS-FS TO PARM-END-RETORNO
               ELSE
                   EVALUATE PARM-END-ACAO
                       WHEN 'S'
                           PERFORM 2000-SUGERIR-ENDERECO
                       WHEN 'E'
                           PERFORM 3000-GUARDAR-NO-ENDERECO
                       WHEN 'B'
                           PERFORM 4000-BAIXAR-DOS-ENDERECOS
                       WHEN 'L'
                           PERFORM 5000-LOCALIZAR-PRODUTO
                       WHEN OTHER
                           MOVE 99 TO PARM-END-RETORNO
                   END-EVALUATE

                   CLOSE SALDOS-END
               END-IF

               CLOSE ENDERECOS
           END-IF

           GOBACK.

       0950-RESOLVER-AMBIENTE.
           CALL "CONFIG-AMBIENTE" USING PARM-AMBIENTE

           MOVE SPACES TO WS-ARQ-ENDERECOS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'ENDERECOS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-ENDERECOS

           MOVE SPACES TO WS-ARQ-SALDOSENDERECO
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'SALDOSENDERECO.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-SALDOSENDERECO.

      * Walks the active bins of the deposito and keeps, for each of
      * the three preferences, the candidate lowest on the route.
       2000-SUGERIR-ENDERECO.
           MOVE 'N' TO WS-ACHOU-MESMO
           MOVE 'N' TO WS-ACHOU-VAZIO
           MOVE 'N' TO WS-ACHOU-LIVRE
           MOVE 99999 TO WS-SEQ-MESMO
           MOVE 99999 TO WS-SEQ-VAZIO
           MOVE 99999 TO WS-SEQ-LIVRE
           MOVE 0 TO WS-EOF

           MOVE PARM-END-DEPOSITO TO COD-DEPOSITO-END
           MOVE ZEROS TO COD-ENDERECO

           START ENDERECOS KEY NOT LESS CHAVE-ENDERECO
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START

           PERFORM UNTIL WS-EOF EQUAL 1
               READ ENDERECOS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF COD-DEPOSITO-END NOT EQUAL PARM-END-DEPOSITO
                           MOVE 1 TO WS-EOF
                       ELSE
                           IF ENDERECO-ATIVO
                               PERFORM 2100-AVALIAR-ENDERECO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           EVALUATE TRUE
               WHEN WS-ACHOU-MESMO EQUAL 'S'
                   MOVE WS-END-MESMO TO PARM-END-ENDERECO
                   MOVE WS-SEQ-MESMO TO PARM-END-SEQ-PERCURSO
               WHEN WS-ACHOU-VAZIO EQUAL 'S'
                   MOVE WS-END-VAZIO TO PARM-END-ENDERECO
                   MOVE WS-SEQ-VAZIO TO PARM-END-SEQ-PERCURSO
               WHEN WS-ACHOU-LIVRE EQUAL 'S'
                   MOVE WS-END-LIVRE TO PARM-END-ENDERECO
                   MOVE WS-SEQ-LIVRE TO PARM-END-SEQ-PERCURSO
               WHEN OTHER
                   MOVE 0 TO PARM-END-ENDERECO
                   MOVE 0 TO PARM-END-SEQ-PERCURSO
                   MOVE 23 TO PARM-END-RETORNO
           END-EVALUATE.

       2100-AVALIAR-ENDERECO.
           PERFORM 2200-MEDIR-OCUPACAO

           IF CAPACIDADE-END GREATER WS-OCUPADO
               COMPUTE WS-LIVRE = CAPACIDADE-END - WS-OCUPADO
           ELSE
               MOVE 0 TO WS-LIVRE
           END-IF

           IF WS-LIVRE NOT LESS PARM-END-QTDE
               EVALUATE TRUE
                   WHEN WS-TEM-PRODUTO EQUAL 'S'
                       IF SEQ-PERCURSO-END LESS WS-SEQ-MESMO
                       OR WS-ACHOU-MESMO EQUAL 'N'
                           MOVE 'S' TO WS-ACHOU-MESMO
                           MOVE SEQ-PERCURSO-END TO WS-SEQ-MESMO
                           MOVE COD-ENDERECO TO WS-END-MESMO
                       END-IF
                   WHEN WS-OCUPADO EQUAL 0
                       IF SEQ-PERCURSO-END LESS WS-SEQ-VAZIO
                       OR WS-ACHOU-VAZIO EQUAL 'N'
                           MOVE 'S' TO WS-ACHOU-VAZIO
                           MOVE SEQ-PERCURSO-END TO WS-SEQ-VAZIO
                           MOVE COD-ENDERECO TO WS-END-VAZIO
                       END-IF
                   WHEN OTHER
                       IF SEQ-PERCURSO-END LESS WS-SEQ-LIVRE
                       OR WS-ACHOU-LIVRE EQUAL 'N'
                           MOVE 'S' TO WS-ACHOU-LIVRE
                           MOVE SEQ-PERCURSO-END TO WS-SEQ-LIVRE
                           MOVE COD-ENDERECO TO WS-END-LIVRE
                       END-IF
               END-EVALUATE
           END-IF.

       2200-MEDIR-OCUPACAO.
           MOVE 0 TO WS-OCUPADO
           MOVE 'N' TO WS-TEM-PRODUTO
           MOVE 0 TO WS-EOF-SE

           MOVE COD-DEPOSITO-END TO COD-DEPOSITO-SE
           MOVE COD-ENDERECO TO COD-ENDERECO-SE
           MOVE 0 TO COD-PRODUTO-SE

           START SALDOS-END KEY NOT LESS CHAVE-SALDO-END
               INVALID KEY
                   MOVE 1 TO WS-EOF-SE
           END-START

           PERFORM UNTIL WS-EOF-SE EQUAL 1
               READ SALDOS-END NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF-SE
                   NOT AT END
                       IF COD-DEPOSITO-SE NOT EQUAL COD-DEPOSITO-END
                       OR COD-ENDERECO-SE NOT EQUAL COD-ENDERECO
                           MOVE 1 TO WS-EOF-SE
                       ELSE
                           ADD QTDE-SALDO-END TO WS-OCUPADO
                           IF COD-PRODUTO-SE EQUAL PARM-END-PRODUTO
                           AND QTDE-SALDO-END GREATER 0
                               MOVE 'S' TO WS-TEM-PRODUTO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       3000-GUARDAR-NO-ENDERECO.
           MOVE PARM-END-DEPOSITO TO COD-DEPOSITO-END
           MOVE PARM-END-ENDERECO TO COD-ENDERECO

           READ ENDERECOS
               INVALID KEY
                   MOVE 23 TO PARM-END-RETORNO
               NOT INVALID KEY
                   IF NOT ENDERECO-ATIVO
                       MOVE 23 TO PARM-END-RETORNO
                   ELSE
                       MOVE SEQ-PERCURSO-END TO PARM-END-SEQ-PERCURSO
                       PERFORM 3100-SOMAR-SALDO
                   END-IF
           END-READ.

       3100-SOMAR-SALDO.
           MOVE PARM-END-DEPOSITO TO COD-DEPOSITO-SE
           MOVE PARM-END-ENDERECO TO COD-ENDERECO-SE
           MOVE PARM-END-PRODUTO TO COD-PRODUTO-SE

           READ SALDOS-END
               INVALID KEY
                   MOVE PARM-END-QTDE TO QTDE-SALDO-END
                   WRITE REG-SALDO-ENDERECO
               NOT INVALID KEY
                   ADD PARM-END-QTDE TO QTDE-SALDO-END
                   REWRITE REG-SALDO-ENDERECO
           END-READ

           IF WS-FS NOT EQUAL ZEROS
               MOVE WS-FS TO PARM-END-RETORNO
           END-IF.

      * Takes the quantity from the bins nearest the start of the
      * route first; whatever is left is returned in SALDO so the
      * caller can warn about stock that was never put away.
       4000-BAIXAR-DOS-ENDERECOS.
           MOVE PARM-END-QTDE TO WS-QTDE-RESTANTE
           MOVE 'S' TO WS-ACHOU

           PERFORM UNTIL WS-QTDE-RESTANTE EQUAL 0
                   OR WS-ACHOU EQUAL 'N'
                   OR PARM-END-RETORNO NOT EQUAL ZEROS
               PERFORM 5100-PROCURAR-PRIMEIRO

               IF WS-ACHOU EQUAL 'S'
                   PERFORM 4100-CONSUMIR-ENDERECO
               END-IF
           END-PERFORM

           MOVE WS-QTDE-RESTANTE TO PARM-END-SALDO.

       4100-CONSUMIR-ENDERECO.
           MOVE PARM-END-DEPOSITO TO COD-DEPOSITO-SE
           MOVE WS-END-ACHADO TO COD-ENDERECO-SE
           MOVE PARM-END-PRODUTO TO COD-PRODUTO-SE

           READ SALDOS-END
               INVALID KEY
                   MOVE 23 TO PARM-END-RETORNO
               NOT INVALID KEY
                   IF QTDE-SALDO-END GREATER WS-QTDE-RESTANTE
                       MOVE WS-QTDE-RESTANTE TO WS-QTDE-CONSUMO
                   ELSE
                       MOVE QTDE-SALDO-END TO WS-QTDE-CONSUMO
                   END-IF

                   SUBTRACT WS-QTDE-CONSUMO FROM QTDE-SALDO-END
                   SUBTRACT WS-QTDE-CONSUMO FROM WS-QTDE-RESTANTE

                   IF QTDE-SALDO-END EQUAL 0
                       DELETE SALDOS-END RECORD
                   ELSE
                       REWRITE REG-SALDO-ENDERECO
                   END-IF

                   IF WS-FS NOT EQUAL ZEROS
                       MOVE WS-FS TO PARM-END-RETORNO
                   END-IF
           END-READ.

       5000-LOCALIZAR-PRODUTO.
           PERFORM 5100-PROCURAR-PRIMEIRO

           IF WS-ACHOU EQUAL 'S'
               MOVE WS-END-ACHADO TO PARM-END-ENDERECO
               MOVE WS-SEQ-ACHADO TO PARM-END-SEQ-PERCURSO
               MOVE WS-QTDE-ACHADA TO PARM-END-SALDO
           ELSE
               MOVE 0 TO PARM-END-ENDERECO
               MOVE 0 TO PARM-END-SEQ-PERCURSO
               MOVE 0 TO PARM-END-SALDO
               MOVE 23 TO PARM-END-RETORNO
           END-IF.

       5100-PROCURAR-PRIMEIRO.
           MOVE 'N' TO WS-ACHOU
           MOVE 99999 TO WS-SEQ-ACHADO
           MOVE 0 TO WS-EOF-SE

           MOVE PARM-END-DEPOSITO TO COD-DEPOSITO-SE
           MOVE 0 TO COD-ENDERECO-SE
           MOVE 0 TO COD-PRODUTO-SE

           START SALDOS-END KEY NOT LESS CHAVE-SALDO-END
               INVALID KEY
                   MOVE 1 TO WS-EOF-SE
           END-START

           PERFORM UNTIL WS-EOF-SE EQUAL 1
               READ SALDOS-END NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF-SE
                   NOT AT END
                       IF COD-DEPOSITO-SE NOT EQUAL PARM-END-DEPOSITO
                           MOVE 1 TO WS-EOF-SE
                       ELSE
                           IF COD-PRODUTO-SE EQUAL PARM-END-PRODUTO
                           AND QTDE-SALDO-END GREATER 0
                               PERFORM 5200-COMPARAR-PERCURSO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       5200-COMPARAR-PERCURSO.
           MOVE COD-DEPOSITO-SE TO COD-DEPOSITO-END
           MOVE COD-ENDERECO-SE TO COD-ENDERECO

           READ ENDERECOS
               INVALID KEY
                   MOVE 99999 TO WS-SEQ-BIN
               NOT INVALID KEY
                   MOVE SEQ-PERCURSO-END TO WS-SEQ-BIN
           END-READ

           IF WS-SEQ-BIN LESS WS-SEQ-ACHADO
           OR WS-ACHOU EQUAL 'N'
               MOVE 'S' TO WS-ACHOU
               MOVE WS-SEQ-BIN TO WS-SEQ-ACHADO
               MOVE COD-ENDERECO-SE TO WS-END-ACHADO
               MOVE QTDE-SALDO-END TO WS-QTDE-ACHADA
           END-IF.

       END PROGRAM ATUALIZA-ENDERECO.
