       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUSCA-SUBSTITUTO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUBSTITUTOS ASSIGN TO WS-ARQ-SUBSTITUTOS
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CHAVE-SUBSTITUTO
           FILE STATUS IS WS-FS.

           SELECT PRODUTOS ASSIGN TO WS-ARQ-PRODUTOS
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS COD-PRODUTO
           ALTERNATE RECORD KEY IS EAN-PRODUTO
           ALTERNATE RECORD KEY IS NOME-PRODUTO
               WITH DUPLICATES
           FILE STATUS IS WS-FS-PROD.
       DATA DIVISION.
       FILE SECTION.
       FD SUBSTITUTOS.
           COPY SUBSTITUTO.

       FD PRODUTOS.
           COPY PRODUTO.
       WORKING-STORAGE SECTION.
           COPY AMBIENTE.
       77 WS-ARQ-SUBSTITUTOS     PIC X(60) VALUE SPACES.
       77 WS-ARQ-PRODUTOS        PIC X(60) VALUE SPACES.
       77 WS-FS              PIC 99 VALUE 0.
       77 WS-FS-PROD          PIC 99 VALUE 0.
       77 WS-EOF              PIC 99 VALUE 0.
       77 WS-DISPONIVEL       PIC S9(09) VALUE 0.
       LINKAGE SECTION.
           COPY PARMSUBSTITUTO.
       PROCEDURE DIVISION USING PARM-SUBSTITUTO.
       MAIN-PROCEDURE.
           MOVE 23 TO PARM-SUB-RETORNO
           MOVE 0 TO PARM-SUB-SUBSTITUTO
           MOVE SPACES TO PARM-SUB-NOME
           MOVE 0 TO PARM-SUB-PRECO
           MOVE 0 TO PARM-SUB-DISPONIVEL
           MOVE SPACE TO PARM-SUB-APROVACAO

           PERFORM 0950-RESOLVER-AMBIENTE

           OPEN INPUT SUBSTITUTOS

           IF WS-FS NOT EQUAL ZEROS
               IF WS-FS NOT EQUAL 35
                   MOVE WS-FS TO PARM-SUB-RETORNO
               END-IF
           ELSE
               OPEN INPUT PRODUTOS

               IF WS-FS-PROD NOT EQUAL ZEROS
                   MOVE WS-FS-PROD TO PARM-SUB-RETORNO
               ELSE
                   PERFORM 2000-PERCORRER-SUBSTITUTOS
                   CLOSE PRODUTOS
               END-IF

               CLOSE SUBSTITUTOS
           END-IF

           GOBACK.

       0950-RESOLVER-AMBIENTE.
           CALL "CONFIG-AMBIENTE" USING PARM-AMBIENTE

           MOVE SPACES TO WS-ARQ-SUBSTITUTOS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'SUBSTITUTOS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-SUBSTITUTOS

           MOVE SPACES TO WS-ARQ-PRODUTOS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'PRODUTOS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-PRODUTOS.

       2000-PERCORRER-SUBSTITUTOS.
           MOVE 0 TO WS-EOF
           MOVE PARM-SUB-PRODUTO TO COD-PRODUTO-SUB
           MOVE PARM-SUB-ORDEM TO ORDEM-SUB

           START SUBSTITUTOS KEY GREATER CHAVE-SUBSTITUTO
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START

           PERFORM UNTIL WS-EOF EQUAL 1
               READ SUBSTITUTOS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF COD-PRODUTO-SUB NOT EQUAL PARM-SUB-PRODUTO
                           MOVE 1 TO WS-EOF
                       ELSE
                           PERFORM 2100-AVALIAR-SUBSTITUTO
                       END-IF
               END-READ
           END-PERFORM.

       2100-AVALIAR-SUBSTITUTO.
           MOVE COD-SUBSTITUTO-SUB TO COD-PRODUTO

           READ PRODUTOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   COMPUTE WS-DISPONIVEL = ESTOQUE-PRODUTO
                       - ESTOQUE-RESERVADO-PRODUTO

                   IF NOT PRODUTO-INATIVO
                   AND WS-DISPONIVEL NOT LESS PARM-SUB-QTDE
                       MOVE ORDEM-SUB TO PARM-SUB-ORDEM
                       MOVE COD-SUBSTITUTO-SUB TO PARM-SUB-SUBSTITUTO
                       MOVE NOME-PRODUTO TO PARM-SUB-NOME
                       MOVE PRECO-UNITARIO-PRODUTO TO PARM-SUB-PRECO
                       MOVE WS-DISPONIVEL TO PARM-SUB-DISPONIVEL
                       MOVE APROVACAO-SUB TO PARM-SUB-APROVACAO
                       MOVE 0 TO PARM-SUB-RETORNO
                       MOVE 1 TO WS-EOF
                   END-IF
           END-READ.

       END PROGRAM BUSCA-SUBSTITUTO.
