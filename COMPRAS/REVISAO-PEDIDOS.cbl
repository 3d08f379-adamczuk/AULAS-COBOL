       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVISAO-PEDIDOS.
       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEDIDOS ASSIGN TO WS-ARQ-PEDIDOS
               WITH DUPLICATES
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-PROD.

           SELECT LIMITES ASSIGN TO WS-ARQ-LIMITECOMPRA
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-LIM.
       DATA DIVISION.
       FILE SECTION.
       FD PEDIDOS.

       FD PRODUTOS.
           COPY PRODUTO.

       FD LIMITES.
           COPY LIMITECOMPRA.
       WORKING-STORAGE SECTION.
           COPY FSTATUS.
           COPY PARMNUMERO.
       77 WS-ARQ-ORDENSCOMPRA    PIC X(60) VALUE SPACES.
       77 WS-ARQ-FORNECEDORES    PIC X(60) VALUE SPACES.
       77 WS-ARQ-PRODUTOS        PIC X(60) VALUE SPACES.
       77 WS-ARQ-LIMITECOMPRA    PIC X(60) VALUE SPACES.
       77 WS-FS              PIC 99 VALUE 0.
       77 WS-FS-PED           PIC 99 VALUE 0.
       77 WS-FS-FOR           PIC 99 VALUE 0.
       77 WS-FS-PROD          PIC 99 VALUE 0.
       77 WS-FS-LIM           PIC 99 VALUE 0.
       77 WS-EOF              PIC 99 VALUE 0.
       77 WS-DECISAO          PIC A VALUE SPACES.
       77 WS-QTDE-ACEITA      PIC 9(09) VALUE 0.
       77 WS-ACEITOS          PIC 9(05) VALUE 0.
       77 WS-REJEITADOS       PIC 9(05) VALUE 0.
       77 WS-CONFIRMA-CRIACAO PIC A VALUE SPACES.
       77 WS-RETIDOS          PIC 9(05) VALUE 0.
       77 WS-VALOR-REQ        PIC 9(09)V99 VALUE 0.
       77 WS-NIVEL-EXIGIDO    PIC 9 VALUE 0.
       77 WS-IND-NIVEL        PIC 9 VALUE 0.
       77 WS-LIMITE-LIVRE     PIC 9(09)V99 VALUE 0.
       77 WS-VALOR-EDITADO    PIC ZZZ.ZZZ.ZZ9,99.

       01 WS-LIMITES-NIVEL.
           03 WS-LIMITE-NIVEL     PIC 9(09)V99 OCCURS 3 TIMES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0950-RESOLVER-AMBIENTE
           DISPLAY "REVISAO DOS PEDIDOS DE REPOSICAO (COMPRADOR)"

           PERFORM 1000-LER-LIMITES

           OPEN I-O PEDIDOS

           IF WS-FS-PED NOT EQUAL ZEROS

                   DISPLAY "LINHAS ACEITAS...: " WS-ACEITOS
                   DISPLAY "LINHAS REJEITADAS: " WS-REJEITADOS
                   DISPLAY "LINHAS RETIDAS...: " WS-RETIDOS

                   CLOSE ORDENS
               END-IF

           GOBACK.

       1000-LER-LIMITES.
           OPEN INPUT LIMITES

           IF WS-FS-LIM EQUAL ZEROS
               READ LIMITES
                   NOT AT END
                       MOVE LIMITE-LIVRE-CMP TO WS-LIMITE-LIVRE
                       PERFORM VARYING WS-IND-NIVEL FROM 1 BY 1
                               UNTIL WS-IND-NIVEL GREATER 3
                           MOVE LIMITE-NIVEL-CMP(WS-IND-NIVEL) TO
                               WS-LIMITE-NIVEL(WS-IND-NIVEL)
                       END-PERFORM
               END-READ
               CLOSE LIMITES
           ELSE
               MOVE 1000 TO WS-LIMITE-LIVRE
               MOVE 0 TO WS-LIMITE-NIVEL(1)
               MOVE 0 TO WS-LIMITE-NIVEL(2)
               MOVE 20000 TO WS-LIMITE-NIVEL(3)
               DISPLAY "SEM PARAMETRO DE LIMITES DE COMPRA - LIVRE AT"
      -            "E 1000, SUPERVISOR ATE 20000, ACIMA GERENTE"
           END-IF.

       2000-REVISAR-LINHA.
           IF COD-FORNECEDOR-PED NOT EQUAL WS-FORN-ANTERIOR
               MOVE COD-FORNECEDOR-PED TO WS-FORN-ANTERIOR

           DISPLAY "PRODUTO " COD-PRODUTO-PED " QTDE SUGERIDA "
               QTDE-PEDIDO " EM " DATA-PEDIDO

           IF PED-AGUARDA-APROVACAO
               DISPLAY "AGUARDANDO APROVACAO NIVEL " NIVEL-EXIGIDO-PED
                   " - LINHA MANTIDA"
           ELSE
               IF PED-APROVADO
                   MOVE VALOR-ESTIMADO-PED TO WS-VALOR-EDITADO
                   DISPLAY "APROVADA POR " APROVADOR-PED " EM "
                       DATA-HORA-APROVACAO-PED " ATE " WS-VALOR-EDITADO
               END-IF

               PERFORM 2100-DECIDIR-LINHA
           END-IF.

       2100-DECIDIR-LINHA.
           DISPLAY "A - ACEITAR  Q - ALTERAR QTDE  R - REJEITAR  "
               "P - PULAR"
           ACCEPT WS-DECISAO
                           GO TO 3000-FIM
                       END-IF
               END-READ
           ELSE
               DISPLAY "SEM ARQUIVO DE PRODUTOS PARA VALORIZAR A "
                   "REQUISICAO - LINHA MANTIDA"
               GO TO 3000-FIM
           END-IF

           PERFORM 3100-AVALIAR-ALCADA

           IF WS-NIVEL-EXIGIDO GREATER 0
               IF NOT PED-APROVADO
               OR WS-VALOR-REQ GREATER VALOR-ESTIMADO-PED
                   PERFORM 3200-RETER-REQUISICAO
                   GO TO 3000-FIM
               END-IF
           END-IF

           MOVE "ORDEMCOMPRA" TO PARM-SERIE
               MOVE 0 TO DATA-ATENDIMENTO-ORD
               MOVE SPACES TO MOTIVO-CANCEL-ORD
               MOVE 'N' TO IND-EXTRAIDA-ORD
               MOVE 0 TO APROVADOR-ORD
               MOVE 0 TO DATA-HORA-APROVACAO-ORD
               MOVE 0 TO NUM-ACORDO-ORD
               MOVE ZEROS TO PRECOS-ORD

               IF PED-APROVADO
                   MOVE APROVADOR-PED TO APROVADOR-ORD
                   MOVE DATA-HORA-APROVACAO-PED TO
                       DATA-HORA-APROVACAO-ORD
               END-IF

               WRITE REG-ORDEM-COMPRA

       3000-FIM.
           EXIT.

      * Value of the line at the product's unit cost and the lowest
      * operator level allowed to approve it; zero when the value is
      * within the free limit.
       3100-AVALIAR-ALCADA.
           COMPUTE WS-VALOR-REQ =
               WS-QTDE-ACEITA * CUSTO-UNITARIO-PRODUTO
               ON SIZE ERROR
                   MOVE 999999999,99 TO WS-VALOR-REQ
           END-COMPUTE

           MOVE 0 TO WS-NIVEL-EXIGIDO

           IF WS-VALOR-REQ GREATER WS-LIMITE-LIVRE
               MOVE 4 TO WS-NIVEL-EXIGIDO

               PERFORM VARYING WS-IND-NIVEL FROM 3 BY -1
                       UNTIL WS-IND-NIVEL LESS 1
                   IF WS-LIMITE-NIVEL(WS-IND-NIVEL) NOT LESS
                           WS-VALOR-REQ
                       MOVE WS-IND-NIVEL TO WS-NIVEL-EXIGIDO
                   END-IF
               END-PERFORM
           END-IF.

      * Above the free limit and not yet approved for this value: the
      * line waits on PEDIDOS.TXT with the accepted quantity until
      * APROVA-REQUISICAO decides it.
       3200-RETER-REQUISICAO.
           MOVE WS-QTDE-ACEITA TO QTDE-PEDIDO
           MOVE 'P' TO SITUACAO-APROVACAO-PED
           MOVE WS-VALOR-REQ TO VALOR-ESTIMADO-PED
           MOVE WS-NIVEL-EXIGIDO TO NIVEL-EXIGIDO-PED
           MOVE 0 TO APROVADOR-PED
           MOVE 0 TO DATA-HORA-APROVACAO-PED
           MOVE SPACES TO COMENTARIO-APROVACAO-PED

           REWRITE REG-PEDIDO-COMPRA

           IF WS-FS-PED NOT EQUAL ZEROS
               DISPLAY "NAO FOI POSSIVEL RETER A REQUISICAO - FILE ST"
      -            "ATUS: " WS-FS-PED
           ELSE
               ADD 1 TO WS-RETIDOS
               MOVE WS-VALOR-REQ TO WS-VALOR-EDITADO
               DISPLAY "REQUISICAO DE " WS-VALOR-EDITADO
                   " ACIMA DO LIMITE - AGUARDA APROVACAO NIVEL "
                   WS-NIVEL-EXIGIDO
           END-IF.

       9000-TRADUZIR-FS-STATUS.
           MOVE "STATUS DESCONHECIDO" TO WS-FS-MENSAGEM
           PERFORM VARYING WS-IDX-FS FROM 1 BY 1
           MOVE SPACES TO WS-ARQ-PRODUTOS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'PRODUTOS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-PRODUTOS

           MOVE SPACES TO WS-ARQ-LIMITECOMPRA
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'LIMITECOMPRA.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-LIMITECOMPRA.

       END PROGRAM REVISAO-PEDIDOS.
