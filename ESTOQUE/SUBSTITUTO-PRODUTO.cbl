       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBSTITUTO-PRODUTO.
       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUBSTITUTOS ASSIGN TO WS-ARQ-SUBSTITUTOS
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CHAVE-SUBSTITUTO
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-SUB.

           SELECT PRODUTOS ASSIGN TO WS-ARQ-PRODUTOS
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS COD-PRODUTO
           ALTERNATE RECORD KEY IS EAN-PRODUTO
           ALTERNATE RECORD KEY IS NOME-PRODUTO
               WITH DUPLICATES
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS.

           SELECT SUBSTITUICOES ASSIGN TO WS-ARQ-SUBSTITUICOES
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-SBT.

           SELECT RELATORIO ASSIGN TO REL-NOME-ARQ
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD SUBSTITUTOS.
           COPY SUBSTITUTO.

       FD PRODUTOS.
           COPY PRODUTO.

       FD SUBSTITUICOES.
           COPY SUBSTITUICAO.

       FD RELATORIO.
       01 LINHA-RELATORIO     PIC X(90).
       WORKING-STORAGE SECTION.
           COPY FSTATUS.
           COPY PARMSESSAO.
           COPY RELATORIO.
           COPY PARMCATALOGO.
           COPY AMBIENTE.
       77 WS-ARQ-SUBSTITUTOS     PIC X(60) VALUE SPACES.
       77 WS-ARQ-PRODUTOS        PIC X(60) VALUE SPACES.
       77 WS-ARQ-SUBSTITUICOES   PIC X(60) VALUE SPACES.
       77 WS-FS              PIC 99 VALUE 0.
       77 WS-FS-SUB           PIC 99 VALUE 0.
       77 WS-FS-SBT           PIC 99 VALUE 0.
       77 WS-FS-REL           PIC 99 VALUE 0.
       77 CONTROLE           PIC A VALUE SPACES.
       77 WS-OPCAO            PIC 9 VALUE 0.
       77 WS-EOF              PIC 99 VALUE 0.
       77 WS-PRODUTO-INF      PIC 9(05) VALUE 0.
       77 WS-SUBSTITUTO-INF   PIC 9(05) VALUE 0.
       77 WS-APROVACAO-INF    PIC X VALUE SPACE.
       77 WS-EXISTE           PIC A VALUE 'N'.
       77 WS-PERIODO          PIC 9(06) VALUE 0.
       77 WS-DATA-RELATORIO   PIC 9(08) VALUE 0.
       77 WS-CONT-SUBST       PIC 9(07) VALUE 0.
       77 WS-CONT-AUTO        PIC 9(07) VALUE 0.
       77 WS-CONT-CLIENTE     PIC 9(07) VALUE 0.
       77 WS-TOTAL-QTDE       PIC 9(11) VALUE 0.
       77 WS-TOTAL-VALOR      PIC 9(13)V99 VALUE 0.
       77 MASC-TOTAL          PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 WS-LINHA-DET-SUBST.
           03 WS-DET-DATA          PIC 9999/99/99.
           03 FILLER               PIC X VALUE SPACE.
           03 WS-DET-PEDIDO        PIC 9(06).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 WS-DET-CLIENTE       PIC 9(05).
           03 FILLER               PIC X(04) VALUE SPACES.
           03 WS-DET-ORIGINAL      PIC 9(05).
           03 FILLER               PIC X(04) VALUE SPACES.
           03 WS-DET-SUBSTITUTO    PIC 9(05).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 WS-DET-QTDE          PIC ZZZZZZZZ9.
           03 FILLER               PIC X VALUE SPACE.
           03 WS-DET-VALOR         PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER               PIC X(03) VALUE SPACES.
           03 WS-DET-ORIGEM        PIC X.
           03 FILLER               PIC X(04) VALUE SPACES.
           03 WS-DET-APROVACAO     PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0950-RESOLVER-AMBIENTE
           PERFORM 0900-LER-SESSAO
           DISPLAY "CADASTRO DE PRODUTOS SUBSTITUTOS"

           OPEN I-O SUBSTITUTOS

           IF WS-FS-SUB EQUAL 35
               OPEN OUTPUT SUBSTITUTOS
               IF WS-FS-SUB EQUAL ZEROS
                   CLOSE SUBSTITUTOS
                   OPEN I-O SUBSTITUTOS
               END-IF
           END-IF

           OPEN INPUT PRODUTOS

           IF WS-FS-SUB NOT EQUAL ZEROS
           OR WS-FS NOT EQUAL ZEROS
               DISPLAY "NAO FOI POSSIVEL ABRIR OS ARQUIVOS"
               DISPLAY "SUBSTITUTOS: " WS-FS-SUB "  PRODUTOS: " WS-FS
           ELSE
               PERFORM UNTIL CONTROLE EQUAL 'N'
                   DISPLAY "1 - INCLUIR OU ALTERAR SUBSTITUTO"
                   DISPLAY "2 - LISTAR SUBSTITUTOS DE UM PRODUTO"
                   DISPLAY "3 - EXCLUIR SUBSTITUTO"
                   DISPLAY "4 - RELATORIO MENSAL DE SUBSTITUICOES"
                   ACCEPT WS-OPCAO

                   EVALUATE WS-OPCAO
                       WHEN 1
                           PERFORM 2000-GRAVAR-SUBSTITUTO
                       WHEN 2
                           PERFORM 3000-LISTAR-SUBSTITUTOS
                       WHEN 3
                           PERFORM 4000-EXCLUIR-SUBSTITUTO
                       WHEN 4
                           PERFORM 5000-RELATORIO-MENSAL
                       WHEN OTHER
                           DISPLAY "OPCAO INVALIDA"
                   END-EVALUATE

                   DISPLAY "DESEJA REALIZAR OUTRA OPERACAO?"
                   DISPLAY "DIGITE N PARA NAO"
                   ACCEPT CONTROLE
               END-PERFORM
           END-IF

           CLOSE SUBSTITUTOS
           CLOSE PRODUTOS

           GOBACK.

       2000-GRAVAR-SUBSTITUTO.
           DISPLAY "INFORME O CODIGO DO PRODUTO"
           ACCEPT WS-PRODUTO-INF

           MOVE WS-PRODUTO-INF TO COD-PRODUTO

           READ PRODUTOS
               INVALID KEY
                   DISPLAY "PRODUTO NAO CADASTRADO: " COD-PRODUTO
               NOT INVALID KEY
                   DISPLAY "PRODUTO: " NOME-PRODUTO
                   PERFORM 2100-INFORMAR-SUBSTITUTO
           END-READ.

       2100-INFORMAR-SUBSTITUTO.
           DISPLAY "INFORME A ORDEM DE PREFERENCIA (1 A 9)"
           ACCEPT ORDEM-SUB
           DISPLAY "INFORME O CODIGO DO PRODUTO SUBSTITUTO"
           ACCEPT WS-SUBSTITUTO-INF

           IF ORDEM-SUB EQUAL 0
               DISPLAY "ORDEM DEVE SER DE 1 A 9 - NAO GRAVADO"
           ELSE
               IF WS-SUBSTITUTO-INF EQUAL WS-PRODUTO-INF
                   DISPLAY "O PRODUTO NAO PODE SUBSTITUIR A SI MESMO"
               ELSE
                   MOVE WS-SUBSTITUTO-INF TO COD-PRODUTO

                   READ PRODUTOS
                       INVALID KEY
                           DISPLAY "SUBSTITUTO NAO CADASTRADO: "
                               COD-PRODUTO
                       NOT INVALID KEY
                           DISPLAY "SUBSTITUTO: " NOME-PRODUTO
                           DISPLAY "EXIGE APROVACAO DO CLIENTE? (S/N)"
                           ACCEPT WS-APROVACAO-INF
                           PERFORM 2200-GRAVAR-REGISTRO
                   END-READ
               END-IF
           END-IF.

       2200-GRAVAR-REGISTRO.
           MOVE WS-PRODUTO-INF TO COD-PRODUTO-SUB
           MOVE 'N' TO WS-EXISTE

           READ SUBSTITUTOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-EXISTE
           END-READ

           MOVE WS-PRODUTO-INF TO COD-PRODUTO-SUB
           MOVE WS-SUBSTITUTO-INF TO COD-SUBSTITUTO-SUB

           IF WS-APROVACAO-INF EQUAL 'S'
               MOVE 'S' TO APROVACAO-SUB
           ELSE
               MOVE 'N' TO APROVACAO-SUB
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-CADASTRO-SUB
           MOVE PARM-SES-OPERADOR TO OPERADOR-SUB

           IF WS-EXISTE EQUAL 'S'
               REWRITE REG-SUBSTITUTO
           ELSE
               WRITE REG-SUBSTITUTO
           END-IF

           IF WS-FS-SUB NOT EQUAL ZEROS
               MOVE WS-FS-SUB TO WS-FS-CODIGO-BUSCA
               PERFORM 9000-TRADUZIR-FS-STATUS
               DISPLAY "NAO FOI POSSIVEL GRAVAR O SUBSTITUTO"
               DISPLAY "FILE STATUS: " WS-FS-SUB " - " WS-FS-MENSAGEM
           ELSE
               IF WS-EXISTE EQUAL 'S'
                   DISPLAY "SUBSTITUTO ALTERADO!"
               ELSE
                   DISPLAY "SUBSTITUTO GRAVADO!"
               END-IF
           END-IF.

       3000-LISTAR-SUBSTITUTOS.
           DISPLAY "INFORME O CODIGO DO PRODUTO"
           ACCEPT WS-PRODUTO-INF

           MOVE 0 TO WS-EOF
           MOVE WS-PRODUTO-INF TO COD-PRODUTO-SUB
           MOVE 0 TO ORDEM-SUB

           START SUBSTITUTOS KEY NOT LESS CHAVE-SUBSTITUTO
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START

           PERFORM UNTIL WS-EOF EQUAL 1
               READ SUBSTITUTOS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF COD-PRODUTO-SUB NOT EQUAL WS-PRODUTO-INF
                           MOVE 1 TO WS-EOF
                       ELSE
                           DISPLAY "  ORDEM " ORDEM-SUB
                               "  SUBSTITUTO " COD-SUBSTITUTO-SUB
                               "  EXIGE APROVACAO " APROVACAO-SUB
                       END-IF
               END-READ
           END-PERFORM.

       4000-EXCLUIR-SUBSTITUTO.
           DISPLAY "INFORME O CODIGO DO PRODUTO"
           ACCEPT COD-PRODUTO-SUB
           DISPLAY "INFORME A ORDEM DO SUBSTITUTO"
           ACCEPT ORDEM-SUB

           READ SUBSTITUTOS
               INVALID KEY
                   DISPLAY "SUBSTITUTO NAO ENCONTRADO"
               NOT INVALID KEY
                   DELETE SUBSTITUTOS

                   IF WS-FS-SUB NOT EQUAL ZEROS
                       DISPLAY "NAO FOI POSSIVEL EXCLUIR - FILE STATU"
      -                    "S: " WS-FS-SUB
                   ELSE
                       DISPLAY "SUBSTITUTO EXCLUIDO"
                   END-IF
           END-READ.

      ******************************************************************
      * Monthly listing of the order lines that went out with a
      * substitute. The value column is the quantity at the list
      * price of the product that was short, i.e. the sale that would
      * have been backordered or lost without the substitution.
      ******************************************************************
       5000-RELATORIO-MENSAL.
           DISPLAY "INFORME O PERIODO (AAAAMM)"
           ACCEPT WS-PERIODO

           MOVE 0 TO WS-CONT-SUBST
           MOVE 0 TO WS-CONT-AUTO
           MOVE 0 TO WS-CONT-CLIENTE
           MOVE 0 TO WS-TOTAL-QTDE
           MOVE 0 TO WS-TOTAL-VALOR

           OPEN INPUT SUBSTITUICOES

           IF WS-FS-SBT NOT EQUAL ZEROS
               DISPLAY "NENHUMA SUBSTITUICAO REGISTRADA"
               DISPLAY "FILE STATUS: " WS-FS-SBT
           ELSE
               PERFORM 8100-ABRIR-RELATORIO

               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF EQUAL 1
                   READ SUBSTITUICOES
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF DATA-SP(1:6) EQUAL WS-PERIODO
                               PERFORM 5100-IMPRIMIR-SUBSTITUICAO
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE SUBSTITUICOES
               PERFORM 5200-IMPRIMIR-TOTAIS
           END-IF.

       5100-IMPRIMIR-SUBSTITUICAO.
           ADD 1 TO WS-CONT-SUBST
           ADD QTDE-SP TO WS-TOTAL-QTDE
           ADD VALOR-ORIGINAL-SP TO WS-TOTAL-VALOR

           IF APROVACAO-SP EQUAL 'C'
               ADD 1 TO WS-CONT-CLIENTE
           ELSE
               ADD 1 TO WS-CONT-AUTO
           END-IF

           MOVE DATA-SP TO WS-DET-DATA
           MOVE NUM-PEDIDO-SP TO WS-DET-PEDIDO
           MOVE COD-CLIENTE-SP TO WS-DET-CLIENTE
           MOVE COD-PRODUTO-ORIG-SP TO WS-DET-ORIGINAL
           MOVE COD-SUBSTITUTO-SP TO WS-DET-SUBSTITUTO
           MOVE QTDE-SP TO WS-DET-QTDE
           MOVE VALOR-ORIGINAL-SP TO WS-DET-VALOR
           MOVE ORIGEM-SP TO WS-DET-ORIGEM
           MOVE APROVACAO-SP TO WS-DET-APROVACAO

           MOVE WS-LINHA-DET-SUBST TO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA.

       5200-IMPRIMIR-TOTAIS.
           MOVE SPACES TO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           MOVE SPACES TO LINHA-RELATORIO
           STRING "SUBSTITUICOES NO PERIODO: " WS-CONT-SUBST
               "  APROVADAS PELO CLIENTE: " WS-CONT-CLIENTE
               "  AUTOMATICAS: " WS-CONT-AUTO
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           MOVE SPACES TO LINHA-RELATORIO
           STRING "QUANTIDADE ATENDIDA POR SUBSTITUTOS: " WS-TOTAL-QTDE
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           MOVE WS-TOTAL-VALOR TO MASC-TOTAL
           MOVE SPACES TO LINHA-RELATORIO
           STRING "VENDAS PERDIDAS EVITADAS (PRECO DE TABELA): "
               MASC-TOTAL
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           DISPLAY "SUBSTITUICOES NO PERIODO: " WS-CONT-SUBST
           DISPLAY "VENDAS PERDIDAS EVITADAS: " MASC-TOTAL

           IF WS-FS-REL EQUAL ZEROS
               CLOSE RELATORIO
               MOVE "SUBSTITUTO-PRODUTO" TO PARM-CAT-PROGRAMA
               MOVE REL-CAB-TITULO TO PARM-CAT-TITULO
               MOVE REL-NOME-ARQ TO PARM-CAT-ARQUIVO
               CALL "GRAVA-CATALOGO" USING PARM-CATALOGO
               DISPLAY "RELATORIO GRAVADO EM " REL-NOME-ARQ
           END-IF.

       8100-ABRIR-RELATORIO.
           MOVE PARM-AMB-NOME TO REL-CAB-AMBIENTE

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-RELATORIO
           MOVE WS-DATA-RELATORIO(5:2) TO REL-CAB-DATA(1:2)
           MOVE WS-DATA-RELATORIO(7:2) TO REL-CAB-DATA(4:2)
           MOVE WS-DATA-RELATORIO(1:4) TO REL-CAB-DATA(7:4)

           MOVE SPACES TO REL-CABECALHO-COLUNAS
           STRING "DATA       PEDIDO  CLIENTE  PRODUTO  SUBST"
               "       QTDE VALOR ORIGINAL  ORIG APROV"
               DELIMITED BY SIZE INTO REL-CABECALHO-COLUNAS

           MOVE SPACES TO REL-CAB-TITULO
           STRING "SUBSTITUICOES DE PRODUTOS - " WS-PERIODO
               DELIMITED BY SIZE INTO REL-CAB-TITULO

           MOVE SPACES TO REL-NOME-ARQ
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'RELATORIOS\SUBSTITUICOES' WS-PERIODO '.TXT'
               DELIMITED BY SIZE INTO REL-NOME-ARQ

           MOVE 0 TO REL-PAGINA
           MOVE 99 TO REL-LINHAS-PAGINA
           MOVE 0 TO REL-TOTAL-LINHAS

           OPEN OUTPUT RELATORIO

           IF WS-FS-REL NOT EQUAL ZEROS
               DISPLAY "NAO FOI POSSIVEL CRIAR O RELATORIO "
                   REL-NOME-ARQ
               DISPLAY "FILE STATUS: " WS-FS-REL
               DISPLAY "LISTAGEM SAI NO CONSOLE"
           END-IF.

       8200-IMPRIMIR-LINHA.
           IF WS-FS-REL NOT EQUAL ZEROS
               DISPLAY LINHA-RELATORIO
           ELSE
               MOVE LINHA-RELATORIO TO REL-LINHA-GUARDADA

               IF REL-LINHAS-PAGINA GREATER 55
                   PERFORM 8300-NOVA-PAGINA
               END-IF

               MOVE REL-LINHA-GUARDADA TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               ADD 1 TO REL-LINHAS-PAGINA
               ADD 1 TO REL-TOTAL-LINHAS
           END-IF.

       8300-NOVA-PAGINA.
           ADD 1 TO REL-PAGINA
           MOVE REL-PAGINA TO REL-CAB-PAGINA
           MOVE REL-LINHA-CABECALHO TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE REL-CABECALHO-COLUNAS TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE ALL "-" TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE 3 TO REL-LINHAS-PAGINA.

       0900-LER-SESSAO.
           MOVE 'L' TO PARM-SES-ACAO
           CALL "OPERADOR-SESSAO" USING PARM-SESSAO.

       9000-TRADUZIR-FS-STATUS.
           MOVE "STATUS DESCONHECIDO" TO WS-FS-MENSAGEM
           PERFORM VARYING WS-IDX-FS FROM 1 BY 1
                   UNTIL WS-IDX-FS GREATER 12
               IF FS-CODIGO(WS-IDX-FS) EQUAL WS-FS-CODIGO-BUSCA
                   MOVE FS-MENSAGEM(WS-IDX-FS) TO WS-FS-MENSAGEM
               END-IF
           END-PERFORM.

       0950-RESOLVER-AMBIENTE.
           CALL "CONFIG-AMBIENTE" USING PARM-AMBIENTE
           DISPLAY "AMBIENTE ATIVO: " PARM-AMB-NOME

           MOVE SPACES TO WS-ARQ-SUBSTITUTOS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'SUBSTITUTOS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-SUBSTITUTOS

           MOVE SPACES TO WS-ARQ-PRODUTOS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'PRODUTOS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-PRODUTOS

           MOVE SPACES TO WS-ARQ-SUBSTITUICOES
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'SUBSTITUICOES.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-SUBSTITUICOES.

       END PROGRAM SUBSTITUTO-PRODUTO.
