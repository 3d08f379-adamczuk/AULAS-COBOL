       IDENTIFICATION DIVISION.
       PROGRAM-ID. FONTE-PRODUTO.
       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FONTES ASSIGN TO WS-ARQ-FONTESPRODUTO
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CHAVE-FONTE-PRODUTO
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-FNT.

           SELECT PRODUTOS ASSIGN TO WS-ARQ-PRODUTOS
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS COD-PRODUTO
           ALTERNATE RECORD KEY IS EAN-PRODUTO
           ALTERNATE RECORD KEY IS NOME-PRODUTO
               WITH DUPLICATES
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-PROD.

           SELECT FORNECEDORES ASSIGN TO WS-ARQ-FORNECEDORES
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS COD-FORNECEDOR
           FILE STATUS IS WS-FS-FOR.
       DATA DIVISION.
       FILE SECTION.
       FD FONTES.
           COPY FONTEPRODUTO.

       FD PRODUTOS.
           COPY PRODUTO.

       FD FORNECEDORES.
           COPY FORNECEDOR.
       WORKING-STORAGE SECTION.
           COPY AMBIENTE.
       77 WS-ARQ-FONTESPRODUTO   PIC X(60) VALUE SPACES.
       77 WS-ARQ-PRODUTOS        PIC X(60) VALUE SPACES.
       77 WS-ARQ-FORNECEDORES    PIC X(60) VALUE SPACES.
       77 WS-FS-FNT           PIC 99 VALUE 0.
       77 WS-FS-PROD          PIC 99 VALUE 0.
       77 WS-FS-FOR           PIC 99 VALUE 0.
       77 CONTROLE           PIC A VALUE SPACES.
       77 WS-OPCAO            PIC 9 VALUE 0.
       77 WS-EOF              PIC 99 VALUE 0.
       77 WS-CONFIRMA         PIC A VALUE SPACES.
       77 WS-PRODUTO-INF      PIC 9(05) VALUE 0.
       77 WS-QTDE-FONTES      PIC 9(03) VALUE 0.
       77 MASC-PRECO          PIC Z.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0950-RESOLVER-AMBIENTE
           DISPLAY "FORNECEDORES APROVADOS POR PRODUTO"

           OPEN I-O FONTES

           IF WS-FS-FNT EQUAL 35
               OPEN OUTPUT FONTES
               IF WS-FS-FNT EQUAL ZEROS
                   CLOSE FONTES
                   OPEN I-O FONTES
               END-IF
           END-IF

           OPEN INPUT PRODUTOS
           OPEN INPUT FORNECEDORES

           IF WS-FS-FNT NOT EQUAL ZEROS
           OR WS-FS-PROD NOT EQUAL ZEROS
           OR WS-FS-FOR NOT EQUAL ZEROS
               DISPLAY "NAO FOI POSSIVEL ABRIR OS ARQUIVOS"
               DISPLAY "FONTES: " WS-FS-FNT "  PRODUTOS: " WS-FS-PROD
                   "  FORNECEDORES: " WS-FS-FOR
           ELSE
               PERFORM UNTIL CONTROLE EQUAL 'N'
                   DISPLAY "1 - INCLUIR/ATUALIZAR FORNECEDOR DO PRODUTO"
                   DISPLAY "2 - LISTAR FORNECEDORES DE UM PRODUTO"
                   DISPLAY "3 - EXCLUIR FORNECEDOR DO PRODUTO"
                   ACCEPT WS-OPCAO

                   EVALUATE WS-OPCAO
                       WHEN 1
                           PERFORM 2000-INCLUIR-FONTE
                       WHEN 2
                           PERFORM 3000-LISTAR-FONTES
                       WHEN 3
                           PERFORM 4000-EXCLUIR-FONTE
                       WHEN OTHER
                           DISPLAY "OPCAO INVALIDA"
                   END-EVALUATE

                   DISPLAY "DESEJA REALIZAR OUTRA OPERACAO?"
                   DISPLAY "DIGITE N PARA NAO"
                   ACCEPT CONTROLE
               END-PERFORM
           END-IF

           IF WS-FS-FNT EQUAL ZEROS
               CLOSE FONTES
           END-IF

           IF WS-FS-PROD EQUAL ZEROS
               CLOSE PRODUTOS
           END-IF

           IF WS-FS-FOR EQUAL ZEROS
               CLOSE FORNECEDORES
           END-IF

           GOBACK.

       2000-INCLUIR-FONTE.
           DISPLAY "INFORME O CODIGO DO PRODUTO"
           ACCEPT COD-PRODUTO

           READ PRODUTOS
               INVALID KEY
                   DISPLAY "PRODUTO NAO CADASTRADO: " COD-PRODUTO
               NOT INVALID KEY
                   DISPLAY "PRODUTO: " NOME-PRODUTO
                   DISPLAY "INFORME O CODIGO DO FORNECEDOR"
                   ACCEPT COD-FORNECEDOR

                   READ FORNECEDORES
                       INVALID KEY
                           DISPLAY "FORNECEDOR NAO CADASTRADO: "
                               COD-FORNECEDOR
                       NOT INVALID KEY
                           DISPLAY "FORNECEDOR: " NOME-FORNECEDOR
                           PERFORM 2100-GRAVAR-FONTE
                   END-READ
           END-READ.

       2100-GRAVAR-FONTE.
           MOVE COD-PRODUTO TO COD-PRODUTO-FNT
           MOVE COD-FORNECEDOR TO COD-FORNECEDOR-FNT

           READ FONTES
               INVALID KEY
                   MOVE 0 TO WS-FS-FNT
                   PERFORM 2200-INFORMAR-DADOS

                   WRITE REG-FONTE-PRODUTO

                   IF WS-FS-FNT NOT EQUAL ZEROS
                       DISPLAY "NAO FOI POSSIVEL GRAVAR O FORNECEDOR "
                           "DO PRODUTO - FILE STATUS: " WS-FS-FNT
                   ELSE
                       DISPLAY "FORNECEDOR DO PRODUTO GRAVADO"
                   END-IF
               NOT INVALID KEY
                   PERFORM 3100-EXIBIR-FONTE
                   PERFORM 2200-INFORMAR-DADOS

                   REWRITE REG-FONTE-PRODUTO

                   IF WS-FS-FNT NOT EQUAL ZEROS
                       DISPLAY "NAO FOI POSSIVEL ATUALIZAR O FORNECED"
      -                    "OR DO PRODUTO - FILE STATUS: " WS-FS-FNT
                   ELSE
                       DISPLAY "FORNECEDOR DO PRODUTO ATUALIZADO"
                   END-IF
           END-READ.

       2200-INFORMAR-DADOS.
           DISPLAY "INFORME O CODIGO DO ITEM NO FORNECEDOR"
           ACCEPT COD-ITEM-FORNECEDOR-FNT
           DISPLAY "INFORME O PRAZO DE ENTREGA EM DIAS"
           ACCEPT PRAZO-ENTREGA-FNT
           DISPLAY "INFORME A QUANTIDADE MINIMA DE COMPRA"
           ACCEPT QTDE-MINIMA-FNT
           DISPLAY "INFORME O MULTIPLO DE COMPRA (0 OU 1 = QUALQUER)"
           ACCEPT MULTIPLO-PEDIDO-FNT
           DISPLAY "INFORME O ULTIMO PRECO COTADO"
           ACCEPT PRECO-ULTIMO-FNT
           MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-PRECO-FNT
           DISPLAY "INFORME A PREFERENCIA (1 = PRIMEIRA ESCOLHA)"
           ACCEPT PREFERENCIA-FNT

           IF PREFERENCIA-FNT EQUAL 0
               MOVE 1 TO PREFERENCIA-FNT
           END-IF

           DISPLAY "SITUACAO (A = APROVADO, S = SUSPENSO)"
           ACCEPT SITUACAO-FNT

           IF NOT FONTE-SUSPENSA
               MOVE 'A' TO SITUACAO-FNT
           END-IF.

       3000-LISTAR-FONTES.
           DISPLAY "INFORME O CODIGO DO PRODUTO"
           ACCEPT WS-PRODUTO-INF

           MOVE 0 TO WS-QTDE-FONTES
           MOVE 0 TO WS-EOF
           MOVE WS-PRODUTO-INF TO COD-PRODUTO-FNT
           MOVE 0 TO COD-FORNECEDOR-FNT

           START FONTES KEY NOT LESS CHAVE-FONTE-PRODUTO
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START

           PERFORM UNTIL WS-EOF EQUAL 1
               READ FONTES NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF COD-PRODUTO-FNT NOT EQUAL WS-PRODUTO-INF
                           MOVE 1 TO WS-EOF
                       ELSE
                           PERFORM 3100-EXIBIR-FONTE
                           ADD 1 TO WS-QTDE-FONTES
                       END-IF
               END-READ
           END-PERFORM

           MOVE 0 TO WS-FS-FNT

           IF WS-QTDE-FONTES EQUAL 0
               DISPLAY "NENHUM FORNECEDOR APROVADO PARA O PRODUTO "
                   WS-PRODUTO-INF
           END-IF.

       3100-EXIBIR-FONTE.
           MOVE PRECO-ULTIMO-FNT TO MASC-PRECO
           DISPLAY "FORNECEDOR " COD-FORNECEDOR-FNT " ITEM "
               COD-ITEM-FORNECEDOR-FNT " PREF " PREFERENCIA-FNT
               " SITUACAO " SITUACAO-FNT
           DISPLAY "   PRAZO " PRAZO-ENTREGA-FNT " DIAS  MINIMO "
               QTDE-MINIMA-FNT "  MULTIPLO " MULTIPLO-PEDIDO-FNT
           DISPLAY "   ULTIMO PRECO " MASC-PRECO " EM " DATA-PRECO-FNT.

       4000-EXCLUIR-FONTE.
           DISPLAY "INFORME O CODIGO DO PRODUTO"
           ACCEPT COD-PRODUTO-FNT
           DISPLAY "INFORME O CODIGO DO FORNECEDOR"
           ACCEPT COD-FORNECEDOR-FNT

           READ FONTES
               INVALID KEY
                   DISPLAY "FORNECEDOR NAO APROVADO PARA O PRODUTO"
                   MOVE 0 TO WS-FS-FNT
               NOT INVALID KEY
                   PERFORM 3100-EXIBIR-FONTE
                   DISPLAY "CONFIRMA A EXCLUSAO? (S/N)"
                   ACCEPT WS-CONFIRMA

                   IF WS-CONFIRMA EQUAL 'S'
                       DELETE FONTES

                       IF WS-FS-FNT NOT EQUAL ZEROS
                           DISPLAY "NAO FOI POSSIVEL EXCLUIR - FILE S"
      -                        "TATUS: " WS-FS-FNT
                       ELSE
                           DISPLAY "FORNECEDOR EXCLUIDO DO PRODUTO"
                       END-IF
                   END-IF
           END-READ.

       0950-RESOLVER-AMBIENTE.
           CALL "CONFIG-AMBIENTE" USING PARM-AMBIENTE
           DISPLAY "AMBIENTE ATIVO: " PARM-AMB-NOME

           MOVE SPACES TO WS-ARQ-FONTESPRODUTO
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'FONTESPRODUTO.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-FONTESPRODUTO

           MOVE SPACES TO WS-ARQ-PRODUTOS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'PRODUTOS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-PRODUTOS

           MOVE SPACES TO WS-ARQ-FORNECEDORES
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'FORNECEDORES.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-FORNECEDORES.

       END PROGRAM FONTE-PRODUTO.
