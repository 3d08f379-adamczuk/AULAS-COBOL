       IDENTIFICATION DIVISION.
       PROGRAM-ID. APROVA-REQUISICAO.
       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEDIDOS ASSIGN TO WS-ARQ-PEDIDOS
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-PED.

           SELECT PRODUTOS ASSIGN TO WS-ARQ-PRODUTOS
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS COD-PRODUTO
           ALTERNATE RECORD KEY IS EAN-PRODUTO
           ALTERNATE RECORD KEY IS NOME-PRODUTO
               WITH DUPLICATES
           FILE STATUS IS WS-FS-PROD.

           SELECT LIMITES ASSIGN TO WS-ARQ-LIMITECOMPRA
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-LIM.
       DATA DIVISION.
       FILE SECTION.
       FD PEDIDOS.
           COPY PEDIDOCOMPRA.

       FD PRODUTOS.
           COPY PRODUTO.

       FD LIMITES.
           COPY LIMITECOMPRA.
       WORKING-STORAGE SECTION.
           COPY PARMSESSAO.
           COPY AMBIENTE.
       77 WS-ARQ-PEDIDOS         PIC X(60) VALUE SPACES.
       77 WS-ARQ-PRODUTOS        PIC X(60) VALUE SPACES.
       77 WS-ARQ-LIMITECOMPRA    PIC X(60) VALUE SPACES.
       77 WS-FS-PED           PIC 99 VALUE 0.
       77 WS-FS-PROD          PIC 99 VALUE 0.
       77 WS-FS-LIM           PIC 99 VALUE 0.
       77 CONTROLE           PIC A VALUE SPACES.
       77 WS-OPCAO            PIC 9 VALUE 0.
       77 WS-EOF              PIC 99 VALUE 0.
       77 WS-DECISAO          PIC A VALUE SPACES.
       77 WS-COMENTARIO       PIC X(30) VALUE SPACES.
       77 WS-IND-NIVEL        PIC 9 VALUE 0.
       77 WS-LISTADAS         PIC 9(05) VALUE 0.
       77 WS-APROVADAS        PIC 9(05) VALUE 0.
       77 WS-REPROVADAS       PIC 9(05) VALUE 0.
       77 WS-FORA-ALCADA      PIC 9(05) VALUE 0.
       77 WS-VALOR-EDITADO    PIC ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0900-LER-SESSAO
           PERFORM 0950-RESOLVER-AMBIENTE
           DISPLAY "APROVACAO DE REQUISICOES DE COMPRA"
           DISPLAY "OPERADOR " PARM-SES-OPERADOR " NIVEL "
               PARM-SES-NIVEL

           PERFORM UNTIL CONTROLE EQUAL 'N'
               DISPLAY "1 - LISTAR REQUISICOES AGUARDANDO APROVACAO"
               DISPLAY "2 - APROVAR OU REPROVAR REQUISICOES"
               DISPLAY "3 - PARAMETRIZAR LIMITES DE COMPRA (GERENTE)"
               ACCEPT WS-OPCAO

               EVALUATE WS-OPCAO
                   WHEN 1
                       PERFORM 2000-LISTAR-PENDENTES
                   WHEN 2
                       PERFORM 3000-DECIDIR-PENDENTES
                   WHEN 3
                       PERFORM 4000-PARAMETRIZAR-LIMITES
                   WHEN OTHER
                       DISPLAY "OPCAO INVALIDA"
               END-EVALUATE

               DISPLAY "DESEJA REALIZAR OUTRA OPERACAO?"
               DISPLAY "DIGITE N PARA NAO"
               ACCEPT CONTROLE
           END-PERFORM

           GOBACK.

       2000-LISTAR-PENDENTES.
           MOVE 0 TO WS-EOF
           MOVE 0 TO WS-LISTADAS

           OPEN INPUT PEDIDOS

           IF WS-FS-PED NOT EQUAL ZEROS
               DISPLAY "PEDIDOS.TXT NAO ABERTO - FILE STATUS: "
                   WS-FS-PED
           ELSE
               OPEN INPUT PRODUTOS

               PERFORM UNTIL WS-EOF EQUAL 1
                   READ PEDIDOS
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF PEDIDO-PED-ABERTO
                           AND PED-AGUARDA-APROVACAO
                               ADD 1 TO WS-LISTADAS
                               PERFORM 5000-EXIBIR-REQUISICAO
                           END-IF
                   END-READ
               END-PERFORM

               IF WS-FS-PROD EQUAL ZEROS
                   CLOSE PRODUTOS
               END-IF

               CLOSE PEDIDOS

               DISPLAY "REQUISICOES AGUARDANDO APROVACAO: "
                   WS-LISTADAS
           END-IF.

      * Only lines whose required level the operator reaches are
      * offered; the others stay for a higher approver.
       3000-DECIDIR-PENDENTES.
           MOVE 0 TO WS-EOF
           MOVE 0 TO WS-APROVADAS
           MOVE 0 TO WS-REPROVADAS
           MOVE 0 TO WS-FORA-ALCADA

           IF PARM-SES-NIVEL LESS 2
               DISPLAY "OPERADOR SEM ALCADA DE APROVACAO"
           ELSE
               OPEN I-O PEDIDOS

               IF WS-FS-PED NOT EQUAL ZEROS
                   DISPLAY "PEDIDOS.TXT NAO ABERTO - FILE STATUS: "
                       WS-FS-PED
               ELSE
                   OPEN INPUT PRODUTOS

                   PERFORM UNTIL WS-EOF EQUAL 1
                       READ PEDIDOS
                           AT END
                               MOVE 1 TO WS-EOF
                           NOT AT END
                               IF PEDIDO-PED-ABERTO
                               AND PED-AGUARDA-APROVACAO
                                   IF NIVEL-EXIGIDO-PED GREATER
                                           PARM-SES-NIVEL
                                       ADD 1 TO WS-FORA-ALCADA
                                   ELSE
                                       PERFORM 3100-DECIDIR-REQUISICAO
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM

                   IF WS-FS-PROD EQUAL ZEROS
                       CLOSE PRODUTOS
                   END-IF

                   CLOSE PEDIDOS

                   DISPLAY "APROVADAS: " WS-APROVADAS
                       "  REPROVADAS: " WS-REPROVADAS
                   DISPLAY "ACIMA DA SUA ALCADA: " WS-FORA-ALCADA
               END-IF
           END-IF.

       3100-DECIDIR-REQUISICAO.
           PERFORM 5000-EXIBIR-REQUISICAO
           DISPLAY "A - APROVAR  R - REPROVAR  P - PULAR"
           ACCEPT WS-DECISAO

           EVALUATE WS-DECISAO
               WHEN 'A'
                   DISPLAY "COMENTARIO (OPCIONAL)"
                   ACCEPT WS-COMENTARIO
                   MOVE 'A' TO SITUACAO-APROVACAO-PED
                   PERFORM 3200-GRAVAR-DECISAO
               WHEN 'R'
                   MOVE SPACES TO WS-COMENTARIO
                   PERFORM UNTIL WS-COMENTARIO NOT EQUAL SPACES
                       DISPLAY "MOTIVO DA REPROVACAO (OBRIGATORIO)"
                       ACCEPT WS-COMENTARIO
                   END-PERFORM
                   MOVE 'R' TO SITUACAO-APROVACAO-PED
                   MOVE 'R' TO STATUS-PEDIDO-PED
                   PERFORM 3200-GRAVAR-DECISAO
               WHEN OTHER
                   DISPLAY "REQUISICAO CONTINUA AGUARDANDO APROVACAO"
           END-EVALUATE.

       3200-GRAVAR-DECISAO.
           MOVE PARM-SES-OPERADOR TO APROVADOR-PED
           MOVE FUNCTION CURRENT-DATE(1:14) TO DATA-HORA-APROVACAO-PED
           MOVE WS-COMENTARIO TO COMENTARIO-APROVACAO-PED

           REWRITE REG-PEDIDO-COMPRA

           IF WS-FS-PED NOT EQUAL ZEROS
               DISPLAY "NAO FOI POSSIVEL GRAVAR A DECISAO - FILE STAT"
      -            "US: " WS-FS-PED
           ELSE
               IF PED-APROVADO
                   ADD 1 TO WS-APROVADAS
                   DISPLAY "REQUISICAO APROVADA - A ORDEM SAI NA REVIS"
      -                "AO DOS PEDIDOS"
               ELSE
                   ADD 1 TO WS-REPROVADAS
                   DISPLAY "REQUISICAO REPROVADA"
               END-IF
           END-IF.

      * Same file and layout AJUSTE-ESTOQUE uses for its own limits:
      * one record rewritten whole.
       4000-PARAMETRIZAR-LIMITES.
           IF PARM-SES-NIVEL LESS 4
               DISPLAY "ACESSO NEGADO - LIMITES EXIGEM NIVEL 4"
           ELSE
               DISPLAY "VALOR ATE O QUAL A COMPRA DISPENSA APROVACAO"
               ACCEPT LIMITE-LIVRE-CMP

               PERFORM VARYING WS-IND-NIVEL FROM 1 BY 1
                       UNTIL WS-IND-NIVEL GREATER 3
                   DISPLAY "VALOR MAXIMO QUE O NIVEL " WS-IND-NIVEL
                       " APROVA (0 = NAO APROVA)"
                   ACCEPT LIMITE-NIVEL-CMP(WS-IND-NIVEL)
               END-PERFORM

               OPEN OUTPUT LIMITES

               IF WS-FS-LIM NOT EQUAL ZEROS
                   DISPLAY "NAO FOI POSSIVEL GRAVAR OS LIMITES - FILE"
      -                " STATUS: " WS-FS-LIM
               ELSE
                   WRITE REG-LIMITE-COMPRA
                   CLOSE LIMITES
                   DISPLAY "LIMITES GRAVADOS - ACIMA DO NIVEL 3 APROV"
      -                "A O GERENTE"
               END-IF
           END-IF.

       5000-EXIBIR-REQUISICAO.
           MOVE "(SEM CADASTRO)" TO NOME-PRODUTO

           IF WS-FS-PROD EQUAL ZEROS
               MOVE COD-PRODUTO-PED TO COD-PRODUTO

               READ PRODUTOS
                   INVALID KEY
                       MOVE "(SEM CADASTRO)" TO NOME-PRODUTO
               END-READ

               MOVE 0 TO WS-FS-PROD
           END-IF

           MOVE VALOR-ESTIMADO-PED TO WS-VALOR-EDITADO
           DISPLAY "----------------------------------------"
           DISPLAY "PRODUTO " COD-PRODUTO-PED " " NOME-PRODUTO
               " FORNECEDOR " COD-FORNECEDOR-PED
           DISPLAY "QTDE " QTDE-PEDIDO " DATA " DATA-PEDIDO
               " VALOR " WS-VALOR-EDITADO
               " NIVEL EXIGIDO " NIVEL-EXIGIDO-PED.

       0900-LER-SESSAO.
           MOVE 'L' TO PARM-SES-ACAO
           CALL "OPERADOR-SESSAO" USING PARM-SESSAO.

       0950-RESOLVER-AMBIENTE.
           CALL "CONFIG-AMBIENTE" USING PARM-AMBIENTE
           DISPLAY "AMBIENTE ATIVO: " PARM-AMB-NOME

           MOVE SPACES TO WS-ARQ-PEDIDOS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'PEDIDOS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-PEDIDOS

           MOVE SPACES TO WS-ARQ-PRODUTOS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'PRODUTOS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-PRODUTOS

           MOVE SPACES TO WS-ARQ-LIMITECOMPRA
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'LIMITECOMPRA.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-LIMITECOMPRA.

       END PROGRAM APROVA-REQUISICAO.
