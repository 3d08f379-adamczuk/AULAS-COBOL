           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-PED.

           SELECT FONTES ASSIGN TO WS-ARQ-FONTESPRODUTO
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CHAVE-FONTE-PRODUTO
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-FNT.
       DATA DIVISION.
       FILE SECTION.
       FD NIVEIS.

       FD PEDIDOS.
           COPY PEDIDOCOMPRA.

       FD FONTES.
           COPY FONTEPRODUTO.
       WORKING-STORAGE SECTION.
           COPY AMBIENTE.
       77 WS-ARQ-NIVEISDEPOSITO  PIC X(60) VALUE SPACES.
       77 WS-ARQ-SALDOSDEPOSITO  PIC X(60) VALUE SPACES.
       77 WS-ARQ-PRODUTOS        PIC X(60) VALUE SPACES.
       77 WS-ARQ-PEDIDOS         PIC X(60) VALUE SPACES.
       77 WS-ARQ-FONTESPRODUTO   PIC X(60) VALUE SPACES.
       77 WS-FS-NIV           PIC 99 VALUE 0.
       77 WS-FS-SAL           PIC 99 VALUE 0.
       77 WS-FS-PROD          PIC 99 VALUE 0.
       77 WS-FS-PED           PIC 99 VALUE 0.
       77 WS-FS-FNT           PIC 99 VALUE 0.
       77 CONTROLE           PIC A VALUE SPACES.
       77 WS-OPCAO            PIC 9 VALUE 0.
       77 WS-EOF              PIC 99 VALUE 0.
       77 WS-QTDE-COMPRAR     PIC S9(09) VALUE 0.
       77 WS-SUGESTOES        PIC 9(05) VALUE 0.
       77 WS-COMPRAS-GERADAS  PIC 9(05) VALUE 0.
       77 WS-EOF-FNT          PIC 99 VALUE 0.
       77 WS-FONTE-FORN       PIC 999 VALUE 0.
       77 WS-FONTE-PREF       PIC 9 VALUE 0.
       77 WS-FONTE-MINIMO     PIC 9(09) VALUE 0.
       77 WS-FONTE-MULTIPLO   PIC 9(09) VALUE 0.
       77 WS-QUOCIENTE        PIC 9(09) VALUE 0.
       77 WS-RESTO            PIC 9(09) VALUE 0.

       01 WS-TABELA-FALTAS.
           03 WS-FALTA-OCORR OCCURS 200 TIMES.
               05 WS-FAL-DEPOSITO     PIC 99.
               05 WS-FAL-PRODUTO      PIC 9(05).
               05 WS-FAL-NECESSIDADE  PIC 9(09).

       PROCEDURE DIVISION.
                   DISPLAY "NENHUM DEPOSITO ABAIXO DO MINIMO"
               ELSE
                   OPEN INPUT PRODUTOS
                   OPEN INPUT FONTES

                   PERFORM VARYING WS-IDX-FALTA FROM 1 BY 1
                           UNTIL WS-IDX-FALTA GREATER WS-QTDE-FALTAS
                   IF WS-FS-PROD EQUAL ZEROS
                       CLOSE PRODUTOS
                   END-IF

                   IF WS-FS-FNT EQUAL ZEROS
                       CLOSE FONTES
                   END-IF
               END-IF

               CLOSE SALDOS
                   END-READ
               END-IF

               PERFORM 4450-ESCOLHER-FONTE

               IF WS-FONTE-FORN GREATER 0
                   MOVE WS-FONTE-FORN TO COD-FORNECEDOR-PED
                   PERFORM 4460-ARREDONDAR-QTDE
               END-IF

               MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-PEDIDO
               INITIALIZE APROVACAO-PED
               MOVE 'A' TO STATUS-PEDIDO-PED

               WRITE REG-PEDIDO-COMPRA
      -                "E STATUS: " WS-FS-PED
               ELSE
                   ADD 1 TO WS-COMPRAS-GERADAS
                   DISPLAY "  COMPRA DE " QTDE-PEDIDO " COM O FORNECE"
                       "DOR " COD-FORNECEDOR-PED
               END-IF

               CLOSE PEDIDOS
           END-IF.

      * Approved source of lowest preference rank for the product;
      * WS-FONTE-FORN stays zero when none is on file and the
      * product's own supplier is kept.
       4450-ESCOLHER-FONTE.
           MOVE 0 TO WS-FONTE-FORN
           MOVE 0 TO WS-FONTE-PREF

           IF WS-FS-FNT EQUAL ZEROS
               MOVE 0 TO WS-EOF-FNT
               MOVE WS-FAL-PRODUTO(WS-IDX-FALTA) TO COD-PRODUTO-FNT
               MOVE 0 TO COD-FORNECEDOR-FNT

               START FONTES KEY NOT LESS CHAVE-FONTE-PRODUTO
                   INVALID KEY
                       MOVE 1 TO WS-EOF-FNT
               END-START

               PERFORM UNTIL WS-EOF-FNT EQUAL 1
                   READ FONTES NEXT RECORD
                       AT END
                           MOVE 1 TO WS-EOF-FNT
                       NOT AT END
                           IF COD-PRODUTO-FNT NOT EQUAL
                                   WS-FAL-PRODUTO(WS-IDX-FALTA)
                               MOVE 1 TO WS-EOF-FNT
                           ELSE
                               IF FONTE-APROVADA
                               AND (WS-FONTE-FORN EQUAL 0
                                   OR PREFERENCIA-FNT LESS
                                       WS-FONTE-PREF)
                                   MOVE COD-FORNECEDOR-FNT TO
                                       WS-FONTE-FORN
                                   MOVE PREFERENCIA-FNT TO
                                       WS-FONTE-PREF
                                   MOVE QTDE-MINIMA-FNT TO
                                       WS-FONTE-MINIMO
                                   MOVE MULTIPLO-PEDIDO-FNT TO
                                       WS-FONTE-MULTIPLO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM

               MOVE 0 TO WS-FS-FNT
           END-IF.

       4460-ARREDONDAR-QTDE.
           IF QTDE-PEDIDO LESS WS-FONTE-MINIMO
               MOVE WS-FONTE-MINIMO TO QTDE-PEDIDO
           END-IF

           IF WS-FONTE-MULTIPLO GREATER 1
               DIVIDE QTDE-PEDIDO BY WS-FONTE-MULTIPLO
                   GIVING WS-QUOCIENTE REMAINDER WS-RESTO

               IF WS-RESTO GREATER 0
                   COMPUTE QTDE-PEDIDO =
                       (WS-QUOCIENTE + 1) * WS-FONTE-MULTIPLO
               END-IF
           END-IF.

       0950-RESOLVER-AMBIENTE.
           CALL "CONFIG-AMBIENTE" USING PARM-AMBIENTE
           DISPLAY "AMBIENTE ATIVO: " PARM-AMB-NOME
           MOVE SPACES TO WS-ARQ-PEDIDOS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'PEDIDOS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-PEDIDOS

           MOVE SPACES TO WS-ARQ-FONTESPRODUTO
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'FONTESPRODUTO.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-FONTESPRODUTO.

       END PROGRAM RESSUPRIMENTO-DEP.
