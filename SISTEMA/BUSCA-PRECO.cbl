       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUSCA-PRECO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRECOS-CLI ASSIGN TO WS-ARQ-PRECOSCLIENTE
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CHAVE-PRECO-CLI
           FILE STATUS IS WS-FS-PCL.

           SELECT CAMPANHAS ASSIGN TO WS-ARQ-CAMPANHAS
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS COD-CAMPANHA
           FILE STATUS IS WS-FS-CMP.
       DATA DIVISION.
       FILE SECTION.
       FD PRECOS-CLI.
           COPY PRECOCLIENTE.

       FD CAMPANHAS.
           COPY CAMPANHA.
       WORKING-STORAGE SECTION.
           COPY AMBIENTE.
       77 WS-ARQ-PRECOSCLIENTE   PIC X(60) VALUE SPACES.
       77 WS-ARQ-CAMPANHAS       PIC X(60) VALUE SPACES.
       77 WS-FS-PCL           PIC 99 VALUE 0.
       77 WS-FS-CMP           PIC 99 VALUE 0.
       77 WS-EOF              PIC 99 VALUE 0.
       77 WS-PRECO-CANDIDATO  PIC 9(07)V99 VALUE 0.
       77 WS-ORDEM-CANDIDATO  PIC 9 VALUE 0.
       77 WS-ORDEM-ATUAL      PIC 9 VALUE 0.
       77 WS-CAMPANHA-VALE    PIC A VALUE 'N'.
       77 WS-TEM-NEGOCIADO    PIC A VALUE 'N'.
       LINKAGE SECTION.
           COPY PARMPRECO.
       PROCEDURE DIVISION USING PARM-PRECO.
       MAIN-PROCEDURE.
           PERFORM 0950-RESOLVER-AMBIENTE
           MOVE 0 TO PARM-PRC-RETORNO
           MOVE PARM-PRC-PRECO-TABELA TO PARM-PRC-PRECO
           MOVE 'T' TO PARM-PRC-ORIGEM
           MOVE 0 TO PARM-PRC-CAMPANHA
           MOVE 0 TO WS-ORDEM-ATUAL

           IF PARM-PRC-DATA EQUAL 0
               MOVE FUNCTION CURRENT-DATE(1:8) TO PARM-PRC-DATA
           END-IF

           IF PARM-PRC-CLIENTE NOT EQUAL 0
               PERFORM 2000-BUSCAR-NEGOCIADO
           END-IF

           PERFORM 3000-BUSCAR-CAMPANHAS

           GOBACK.

       2000-BUSCAR-NEGOCIADO.
           MOVE 'N' TO WS-TEM-NEGOCIADO

           OPEN INPUT PRECOS-CLI

           IF WS-FS-PCL NOT EQUAL ZEROS
               IF WS-FS-PCL NOT EQUAL 35
                   MOVE WS-FS-PCL TO PARM-PRC-RETORNO
               END-IF
           ELSE
               MOVE 0 TO WS-EOF
               MOVE PARM-PRC-CLIENTE TO COD-CLIENTE-PCL
               MOVE PARM-PRC-PRODUTO TO COD-PRODUTO-PCL
               MOVE 0 TO DATA-VIGENCIA-PCL

               START PRECOS-CLI KEY NOT LESS CHAVE-PRECO-CLI
                   INVALID KEY
                       MOVE 1 TO WS-EOF
               END-START

               PERFORM UNTIL WS-EOF EQUAL 1
                   READ PRECOS-CLI NEXT RECORD
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF COD-CLIENTE-PCL NOT EQUAL
                                   PARM-PRC-CLIENTE
                           OR COD-PRODUTO-PCL NOT EQUAL
                                   PARM-PRC-PRODUTO
                           OR DATA-VIGENCIA-PCL GREATER PARM-PRC-DATA
                               MOVE 1 TO WS-EOF
                           ELSE
                               MOVE PRECO-NEGOCIADO-PCL TO
                                   WS-PRECO-CANDIDATO
                               MOVE 'S' TO WS-TEM-NEGOCIADO
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE PRECOS-CLI

               IF WS-TEM-NEGOCIADO EQUAL 'S'
               AND WS-PRECO-CANDIDATO NOT GREATER PARM-PRC-PRECO
                   MOVE WS-PRECO-CANDIDATO TO PARM-PRC-PRECO
                   MOVE 'N' TO PARM-PRC-ORIGEM
                   MOVE 1 TO WS-ORDEM-ATUAL
               END-IF
           END-IF.

       3000-BUSCAR-CAMPANHAS.
           OPEN INPUT CAMPANHAS

           IF WS-FS-CMP NOT EQUAL ZEROS
               IF WS-FS-CMP NOT EQUAL 35
                   MOVE WS-FS-CMP TO PARM-PRC-RETORNO
               END-IF
           ELSE
               MOVE 0 TO WS-EOF
               MOVE 0 TO COD-CAMPANHA

               START CAMPANHAS KEY NOT LESS COD-CAMPANHA
                   INVALID KEY
                       MOVE 1 TO WS-EOF
               END-START

               PERFORM UNTIL WS-EOF EQUAL 1
                   READ CAMPANHAS NEXT RECORD
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM 3100-AVALIAR-CAMPANHA
                   END-READ
               END-PERFORM

               CLOSE CAMPANHAS
           END-IF.

       3100-AVALIAR-CAMPANHA.
           MOVE 'N' TO WS-CAMPANHA-VALE

           IF CAMPANHA-ATIVA
           AND DATA-INICIO-CMP NOT GREATER PARM-PRC-DATA
           AND DATA-FIM-CMP NOT LESS PARM-PRC-DATA
               IF CAMPANHA-PRODUTO
               AND COD-PRODUTO-CMP EQUAL PARM-PRC-PRODUTO
                   MOVE 'S' TO WS-CAMPANHA-VALE
               END-IF

               IF CAMPANHA-CATEGORIA
               AND COD-CATEGORIA-CMP EQUAL PARM-PRC-CATEGORIA
               AND PARM-PRC-CATEGORIA NOT EQUAL 0
                   MOVE 'S' TO WS-CAMPANHA-VALE
               END-IF

               IF CAMPANHA-QUANTIDADE
               AND PARM-PRC-QTDE LESS QTDE-MINIMA-CMP
                   MOVE 'N' TO WS-CAMPANHA-VALE
               END-IF
           END-IF

           IF WS-CAMPANHA-VALE EQUAL 'S'
               IF DESCONTO-PRECO-FIXO
                   MOVE PRECO-FIXO-CMP TO WS-PRECO-CANDIDATO
               ELSE
                   COMPUTE WS-PRECO-CANDIDATO ROUNDED =
                       PARM-PRC-PRECO-TABELA
                       * (100 - PERCENTUAL-CMP) / 100
               END-IF

               EVALUATE TRUE
                   WHEN CAMPANHA-QUANTIDADE
                       MOVE 4 TO WS-ORDEM-CANDIDATO
                   WHEN CAMPANHA-CATEGORIA
                       MOVE 3 TO WS-ORDEM-CANDIDATO
                   WHEN OTHER
                       MOVE 2 TO WS-ORDEM-CANDIDATO
               END-EVALUATE

               IF WS-PRECO-CANDIDATO LESS PARM-PRC-PRECO
               OR (WS-PRECO-CANDIDATO EQUAL PARM-PRC-PRECO
                   AND WS-ORDEM-ATUAL NOT EQUAL 0
                   AND WS-ORDEM-CANDIDATO LESS WS-ORDEM-ATUAL)
                   MOVE WS-PRECO-CANDIDATO TO PARM-PRC-PRECO
                   MOVE WS-ORDEM-CANDIDATO TO WS-ORDEM-ATUAL
                   MOVE TIPO-CAMPANHA TO PARM-PRC-ORIGEM
                   MOVE COD-CAMPANHA TO PARM-PRC-CAMPANHA
               END-IF
           END-IF.

       0950-RESOLVER-AMBIENTE.
           CALL "CONFIG-AMBIENTE" USING PARM-AMBIENTE

           MOVE SPACES TO WS-ARQ-PRECOSCLIENTE
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'PRECOSCLIENTE.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-PRECOSCLIENTE

           MOVE SPACES TO WS-ARQ-CAMPANHAS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'CAMPANHAS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-CAMPANHAS.

       END PROGRAM BUSCA-PRECO.
