           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-PED.

           SELECT FONTES ASSIGN TO
               'C:\ARQUIVOS\FONTESPRODUTO.TXT'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CHAVE-FONTE-PRODUTO
           FILE STATUS IS WS-FS-FNT.
       DATA DIVISION.
       FILE SECTION.
       FD PRODUTOS.

       FD PEDIDOS.
           COPY PEDIDOCOMPRA.

       FD FONTES.
           COPY FONTEPRODUTO.
       WORKING-STORAGE SECTION.
       77 WS-FS              PIC 99 VALUE 0.
       77 WS-FS-PED           PIC 99 VALUE 0.
       77 WS-EOF              PIC 99 VALUE 0.
       77 WS-CONTADOR         PIC 9(05) VALUE 0.
       77 WS-FS-FNT           PIC 99 VALUE 0.
       77 WS-EOF-FNT          PIC 99 VALUE 0.
       77 WS-FONTE-FORN       PIC 999 VALUE 0.
       77 WS-FONTE-PREF       PIC 9 VALUE 0.
       77 WS-FONTE-MINIMO     PIC 9(09) VALUE 0.
       77 WS-FONTE-MULTIPLO   PIC 9(09) VALUE 0.
       77 WS-FONTE-PRAZO      PIC 9(03) VALUE 0.
       77 WS-QUOCIENTE        PIC 9(09) VALUE 0.
       77 WS-RESTO            PIC 9(09) VALUE 0.
           COPY PARMRUNLOG.

       PROCEDURE DIVISION.
                   DISPLAY "NAO FOI POSSIVEL CRIAR O ARQUIVO DE PEDIDOS"
                   DISPLAY "FILE STATUS: " WS-FS-PED
               ELSE
                   OPEN INPUT FONTES

                   IF WS-FS-FNT NOT EQUAL ZEROS
                       DISPLAY "SEM CADASTRO DE FORNECEDORES APROVADOS"
                           " - USANDO O FORNECEDOR DO PRODUTO"
                   END-IF

                   PERFORM UNTIL WS-EOF EQUAL 1
                       READ PRODUTOS NEXT RECORD
                           AT END

                   DISPLAY "ITENS INCLUIDOS NO PEDIDO: " WS-CONTADOR

                   IF WS-FS-FNT EQUAL ZEROS
                       CLOSE FONTES
                   END-IF

                   CLOSE PEDIDOS
               END-IF

               COMPUTE QTDE-PEDIDO =
                   PONTO-RESSUPRIMENTO - ESTOQUE-PRODUTO
               MOVE COD-FORNECEDOR-PRODUTO TO COD-FORNECEDOR-PED
               PERFORM 2100-ESCOLHER-FONTE

               IF WS-FONTE-FORN GREATER 0
                   MOVE WS-FONTE-FORN TO COD-FORNECEDOR-PED
                   PERFORM 2200-ARREDONDAR-QTDE
               END-IF

               MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-PEDIDO
               INITIALIZE APROVACAO-PED
               MOVE 'A' TO STATUS-PEDIDO-PED

               WRITE REG-PEDIDO-COMPRA
                   DISPLAY " PRODUTO " COD-PRODUTO " (" NOME-PRODUTO ")"
                   DISPLAY " QUANTIDADE A PEDIR.: " QTDE-PEDIDO
                   DISPLAY " FORNECEDOR SUGERIDO: " COD-FORNECEDOR-PED
                   IF WS-FONTE-FORN GREATER 0
                       DISPLAY " PRAZO DE ENTREGA...: " WS-FONTE-PRAZO
                           " DIAS"
                   END-IF
                   DISPLAY "------------------------------"
               END-IF
           END-IF.

      * Approved source of lowest preference rank for the product;
      * WS-FONTE-FORN stays zero when none is on file.
       2100-ESCOLHER-FONTE.
           MOVE 0 TO WS-FONTE-FORN
           MOVE 0 TO WS-FONTE-PREF

           IF WS-FS-FNT EQUAL ZEROS
               MOVE 0 TO WS-EOF-FNT
               MOVE COD-PRODUTO TO COD-PRODUTO-FNT
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
                           IF COD-PRODUTO-FNT NOT EQUAL COD-PRODUTO
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
                                   MOVE PRAZO-ENTREGA-FNT TO
                                       WS-FONTE-PRAZO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM

               MOVE 0 TO WS-FS-FNT
           END-IF.

       2200-ARREDONDAR-QTDE.
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

       END PROGRAM PROGRAMA_EX18.
