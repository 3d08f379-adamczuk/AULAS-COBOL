       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMPANHA-PRECO.
       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMPANHAS ASSIGN TO WS-ARQ-CAMPANHAS
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS COD-CAMPANHA
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-CMP.

           SELECT PRODUTOS ASSIGN TO WS-ARQ-PRODUTOS
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS COD-PRODUTO
           ALTERNATE RECORD KEY IS EAN-PRODUTO
           ALTERNATE RECORD KEY IS NOME-PRODUTO
               WITH DUPLICATES
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-PROD.

           SELECT CATEGORIAS ASSIGN TO WS-ARQ-CATEGORIAS
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS COD-CATEGORIA
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-CAT.

           SELECT FATURAS-LINHAS ASSIGN TO WS-ARQ-FATURASLINHAS
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-FL.

           SELECT RELATORIO ASSIGN TO REL-NOME-ARQ
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD CAMPANHAS.
           COPY CAMPANHA.

       FD PRODUTOS.
           COPY PRODUTO.

       FD CATEGORIAS.
           COPY CATEGORIA.

       FD FATURAS-LINHAS.
           COPY FATURALINHA.

       FD RELATORIO.
       01 LINHA-RELATORIO     PIC X(90).
       WORKING-STORAGE SECTION.
           COPY RELATORIO.
           COPY PARMCATALOGO.
           COPY AMBIENTE.
       77 WS-ARQ-CAMPANHAS       PIC X(60) VALUE SPACES.
       77 WS-ARQ-PRODUTOS        PIC X(60) VALUE SPACES.
       77 WS-ARQ-CATEGORIAS      PIC X(60) VALUE SPACES.
       77 WS-ARQ-FATURASLINHAS   PIC X(60) VALUE SPACES.
       77 WS-FS-CMP           PIC 99 VALUE 0.
       77 WS-FS-PROD          PIC 99 VALUE 0.
       77 WS-FS-CAT           PIC 99 VALUE 0.
       77 WS-FS-FL            PIC 99 VALUE 0.
       77 WS-FS-REL           PIC 99 VALUE 0.
       77 CONTROLE           PIC A VALUE SPACES.
       77 WS-OPCAO            PIC 9 VALUE 0.
       77 WS-EOF              PIC 99 VALUE 0.
       77 WS-VALIDA           PIC A VALUE 'N'.
       77 WS-CONFIRMA         PIC A VALUE SPACES.
       77 WS-PERIODO          PIC 9(06) VALUE 0.
       77 WS-DATA-RELATORIO   PIC 9(08) VALUE 0.
       77 WS-QTDE-RES         PIC 9(03) VALUE 0.
       77 WS-IDX-BUSCA        PIC 9(03) VALUE 0.
       77 WS-IDX-ENCONTRADO   PIC 9(03) VALUE 0.
       77 WS-TOTAL-UNIDADES   PIC 9(11) VALUE 0.
       77 WS-TOTAL-RECEITA    PIC 9(11)V99 VALUE 0.
       77 MASC-PRECO          PIC Z.ZZZ.ZZ9,99.
       77 MASC-RECEITA        PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       77 MASC-UNIDADES       PIC ZZ.ZZZ.ZZZ.ZZ9.

       01 WS-TABELA-RESULTADOS.
           03 WS-RES-OCORR OCCURS 500 TIMES
                   INDEXED BY WS-IDX-RES.
               05 WS-RES-CAMPANHA     PIC 9(04).
               05 WS-RES-LINHAS       PIC 9(07).
               05 WS-RES-UNIDADES     PIC 9(11).
               05 WS-RES-RECEITA      PIC 9(11)V99.

       01 WS-LINHA-DET-CAMPANHA.
           03 WS-DET-CAMPANHA      PIC 9(04).
           03 FILLER               PIC X VALUE SPACE.
           03 WS-DET-DESCRICAO     PIC X(24).
           03 FILLER               PIC X VALUE SPACE.
           03 WS-DET-TIPO          PIC X.
           03 FILLER               PIC X VALUE SPACE.
           03 WS-DET-LINHAS        PIC ZZZ.ZZ9.
           03 FILLER               PIC X VALUE SPACE.
           03 WS-DET-UNIDADES      PIC ZZ.ZZZ.ZZZ.ZZ9.
           03 FILLER               PIC X VALUE SPACE.
           03 WS-DET-RECEITA       PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0950-RESOLVER-AMBIENTE
           DISPLAY "CAMPANHAS DE PRECO - PROMOCOES E FAIXAS DE QUANTI"
      -        "DADE"

           OPEN I-O CAMPANHAS

           IF WS-FS-CMP EQUAL 35
               OPEN OUTPUT CAMPANHAS
               IF WS-FS-CMP EQUAL ZEROS
                   CLOSE CAMPANHAS
                   OPEN I-O CAMPANHAS
               END-IF
           END-IF

           OPEN INPUT PRODUTOS
           OPEN INPUT CATEGORIAS

           IF WS-FS-CMP NOT EQUAL ZEROS
           OR WS-FS-PROD NOT EQUAL ZEROS
               DISPLAY "NAO FOI POSSIVEL ABRIR OS ARQUIVOS"
               DISPLAY "CAMPANHAS: " WS-FS-CMP "  PRODUTOS: "
                   WS-FS-PROD
           ELSE
               PERFORM UNTIL CONTROLE EQUAL 'N'
                   DISPLAY "1 - INCLUIR CAMPANHA"
                   DISPLAY "2 - LISTAR CAMPANHAS"
                   DISPLAY "3 - ENCERRAR CAMPANHA"
                   DISPLAY "4 - RELATORIO DE RESULTADOS POR CAMPANHA"
                   ACCEPT WS-OPCAO

                   EVALUATE WS-OPCAO
                       WHEN 1
                           PERFORM 2000-INCLUIR-CAMPANHA
                       WHEN 2
                           PERFORM 3000-LISTAR-CAMPANHAS
                       WHEN 3
                           PERFORM 4000-ENCERRAR-CAMPANHA
                       WHEN 4
                           PERFORM 5000-RELATORIO-RESULTADOS
                       WHEN OTHER
                           DISPLAY "OPCAO INVALIDA"
                   END-EVALUATE

                   DISPLAY "DESEJA REALIZAR OUTRA OPERACAO?"
                   DISPLAY "DIGITE N PARA NAO"
                   ACCEPT CONTROLE
               END-PERFORM
           END-IF

           CLOSE CAMPANHAS
           CLOSE PRODUTOS

           IF WS-FS-CAT EQUAL ZEROS
               CLOSE CATEGORIAS
           END-IF

           GOBACK.

       2000-INCLUIR-CAMPANHA.
           INITIALIZE REG-CAMPANHA
           MOVE 'N' TO WS-VALIDA

           DISPLAY "CODIGO DA CAMPANHA"
           ACCEPT COD-CAMPANHA
           DISPLAY "DESCRICAO"
           ACCEPT DESCRICAO-CAMPANHA
           DISPLAY "TIPO (P - PROMOCAO  Q - FAIXA DE QUANTIDADE)"
           ACCEPT TIPO-CAMPANHA
           DISPLAY "ALCANCE (P - UM PRODUTO  C - UMA CATEGORIA)"
           ACCEPT ESCOPO-CAMPANHA

           EVALUATE TRUE
               WHEN NOT CAMPANHA-PROMOCAO AND NOT CAMPANHA-QUANTIDADE
                   DISPLAY "TIPO INVALIDO: " TIPO-CAMPANHA
               WHEN CAMPANHA-PRODUTO
                   PERFORM 2100-VALIDAR-PRODUTO
               WHEN CAMPANHA-CATEGORIA
                   PERFORM 2200-VALIDAR-CATEGORIA
               WHEN OTHER
                   DISPLAY "ALCANCE INVALIDO: " ESCOPO-CAMPANHA
           END-EVALUATE

           IF WS-VALIDA EQUAL 'S'
               PERFORM 2300-INFORMAR-CONDICOES
           END-IF

           IF WS-VALIDA EQUAL 'S'
               MOVE 'A' TO STATUS-CAMPANHA
               WRITE REG-CAMPANHA

               IF WS-FS-CMP NOT EQUAL ZEROS
                   DISPLAY "NAO FOI POSSIVEL GRAVAR A CAMPANHA - FILE"
      -                " STATUS: " WS-FS-CMP
               ELSE
                   DISPLAY "CAMPANHA " COD-CAMPANHA " GRAVADA"
               END-IF
           END-IF.

       2100-VALIDAR-PRODUTO.
           DISPLAY "CODIGO DO PRODUTO"
           ACCEPT COD-PRODUTO-CMP
           MOVE COD-PRODUTO-CMP TO COD-PRODUTO

           READ PRODUTOS
               INVALID KEY
                   DISPLAY "PRODUTO NAO CADASTRADO: " COD-PRODUTO-CMP
               NOT INVALID KEY
                   MOVE PRECO-UNITARIO-PRODUTO TO MASC-PRECO
                   DISPLAY "PRODUTO: " NOME-PRODUTO
                   DISPLAY "PRECO DE TABELA: " MASC-PRECO
                   MOVE 'S' TO WS-VALIDA
           END-READ.

       2200-VALIDAR-CATEGORIA.
           DISPLAY "CODIGO DA CATEGORIA"
           ACCEPT COD-CATEGORIA-CMP

           IF WS-FS-CAT NOT EQUAL ZEROS
               DISPLAY "CADASTRO DE CATEGORIAS INDISPONIVEL"
           ELSE
               MOVE COD-CATEGORIA-CMP TO COD-CATEGORIA

               READ CATEGORIAS
                   INVALID KEY
                       DISPLAY "CATEGORIA NAO CADASTRADA: "
                           COD-CATEGORIA-CMP
                       MOVE 0 TO WS-FS-CAT
                   NOT INVALID KEY
                       DISPLAY "CATEGORIA: " NOME-CATEGORIA
                       MOVE 'S' TO WS-VALIDA
               END-READ
           END-IF.

       2300-INFORMAR-CONDICOES.
           DISPLAY "DATA DE INICIO (AAAAMMDD)"
           ACCEPT DATA-INICIO-CMP
           DISPLAY "DATA DE TERMINO (AAAAMMDD)"
           ACCEPT DATA-FIM-CMP

           IF DATA-FIM-CMP LESS DATA-INICIO-CMP
               DISPLAY "TERMINO ANTERIOR AO INICIO"
               MOVE 'N' TO WS-VALIDA
           END-IF

           IF WS-VALIDA EQUAL 'S'
           AND CAMPANHA-QUANTIDADE
               DISPLAY "QUANTIDADE MINIMA POR LINHA"
               ACCEPT QTDE-MINIMA-CMP
               IF QTDE-MINIMA-CMP EQUAL 0
                   DISPLAY "QUANTIDADE MINIMA DEVE SER MAIOR QUE ZERO"
                   MOVE 'N' TO WS-VALIDA
               END-IF
           END-IF

           IF WS-VALIDA EQUAL 'S'
               DISPLAY "FORMA (P - PERCENTUAL  F - PRECO FIXO)"
               ACCEPT FORMA-DESCONTO-CMP

               EVALUATE TRUE
                   WHEN DESCONTO-PERCENTUAL
                       DISPLAY "PERCENTUAL DE DESCONTO"
                       ACCEPT PERCENTUAL-CMP
                       IF PERCENTUAL-CMP EQUAL 0
                           DISPLAY "PERCENTUAL DEVE SER MAIOR QUE ZERO"
                           MOVE 'N' TO WS-VALIDA
                       END-IF
                   WHEN DESCONTO-PRECO-FIXO
                       DISPLAY "PRECO PROMOCIONAL"
                       ACCEPT PRECO-FIXO-CMP
                   WHEN OTHER
                       DISPLAY "FORMA INVALIDA: " FORMA-DESCONTO-CMP
                       MOVE 'N' TO WS-VALIDA
               END-EVALUATE
           END-IF.

       3000-LISTAR-CAMPANHAS.
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
                       DISPLAY COD-CAMPANHA " " DESCRICAO-CAMPANHA
                           " " TIPO-CAMPANHA ESCOPO-CAMPANHA
                           " " DATA-INICIO-CMP "-" DATA-FIM-CMP
                           " " STATUS-CAMPANHA
               END-READ
           END-PERFORM.

       4000-ENCERRAR-CAMPANHA.
           DISPLAY "CODIGO DA CAMPANHA"
           ACCEPT COD-CAMPANHA

           READ CAMPANHAS
               INVALID KEY
                   DISPLAY "CAMPANHA NAO ENCONTRADA"
               NOT INVALID KEY
                   IF CAMPANHA-ENCERRADA
                       DISPLAY "CAMPANHA JA ENCERRADA"
                   ELSE
                       DISPLAY DESCRICAO-CAMPANHA
                       DISPLAY "CONFIRMA O ENCERRAMENTO? (S/N)"
                       ACCEPT WS-CONFIRMA
                       IF WS-CONFIRMA EQUAL 'S'
                           MOVE 'E' TO STATUS-CAMPANHA
                           REWRITE REG-CAMPANHA
                           IF WS-FS-CMP NOT EQUAL ZEROS
                               DISPLAY "NAO FOI POSSIVEL ENCERRAR - F"
      -                            "ILE STATUS: " WS-FS-CMP
                           ELSE
                               DISPLAY "CAMPANHA ENCERRADA"
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       5000-RELATORIO-RESULTADOS.
           DISPLAY "INFORME O PERIODO (AAAAMM) OU ZERO PARA TODOS"
           ACCEPT WS-PERIODO

           MOVE 0 TO WS-QTDE-RES
           MOVE 0 TO WS-TOTAL-UNIDADES
           MOVE 0 TO WS-TOTAL-RECEITA
           MOVE 0 TO WS-EOF

           OPEN INPUT FATURAS-LINHAS

           IF WS-FS-FL NOT EQUAL ZEROS
               DISPLAY "NAO FOI POSSIVEL ABRIR O ARQUIVO DE LINHAS DE"
                   " FATURA"
               DISPLAY "FILE STATUS: " WS-FS-FL
           ELSE
               PERFORM UNTIL WS-EOF EQUAL 1
                   READ FATURAS-LINHAS
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF COD-CAMPANHA-FL NOT EQUAL 0
                           AND (WS-PERIODO EQUAL 0
                           OR DATA-FATURA-FL(1:6) EQUAL WS-PERIODO)
                               PERFORM 5100-ACUMULAR-LINHA
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE FATURAS-LINHAS

               IF WS-QTDE-RES EQUAL 0
                   DISPLAY "NENHUMA VENDA EM CAMPANHA NO PERIODO"
               ELSE
                   PERFORM 5200-IMPRIMIR-RESULTADOS
               END-IF
           END-IF.

       5100-ACUMULAR-LINHA.
           MOVE 0 TO WS-IDX-ENCONTRADO

           PERFORM VARYING WS-IDX-BUSCA FROM 1 BY 1
                   UNTIL WS-IDX-BUSCA GREATER WS-QTDE-RES
               IF WS-RES-CAMPANHA(WS-IDX-BUSCA) EQUAL COD-CAMPANHA-FL
                   MOVE WS-IDX-BUSCA TO WS-IDX-ENCONTRADO
               END-IF
           END-PERFORM

           IF WS-IDX-ENCONTRADO EQUAL 0
           AND WS-QTDE-RES LESS 500
               ADD 1 TO WS-QTDE-RES
               MOVE COD-CAMPANHA-FL TO WS-RES-CAMPANHA(WS-QTDE-RES)
               MOVE 0 TO WS-RES-LINHAS(WS-QTDE-RES)
               MOVE 0 TO WS-RES-UNIDADES(WS-QTDE-RES)
               MOVE 0 TO WS-RES-RECEITA(WS-QTDE-RES)
               MOVE WS-QTDE-RES TO WS-IDX-ENCONTRADO
           END-IF

           IF WS-IDX-ENCONTRADO GREATER 0
               ADD 1 TO WS-RES-LINHAS(WS-IDX-ENCONTRADO)
               ADD QTDE-FL TO WS-RES-UNIDADES(WS-IDX-ENCONTRADO)
               ADD VALOR-FL TO WS-RES-RECEITA(WS-IDX-ENCONTRADO)
           END-IF.

       5200-IMPRIMIR-RESULTADOS.
           MOVE SPACES TO REL-CABECALHO-COLUNAS
           STRING "CAMP DESCRICAO                T  LINHAS      UNIDAD"
               "ES           RECEITA"
               DELIMITED BY SIZE INTO REL-CABECALHO-COLUNAS
           PERFORM 8100-ABRIR-RELATORIO

           PERFORM VARYING WS-IDX-RES FROM 1 BY 1
                   UNTIL WS-IDX-RES GREATER WS-QTDE-RES
               PERFORM 5300-IMPRIMIR-CAMPANHA
           END-PERFORM

           MOVE WS-TOTAL-UNIDADES TO MASC-UNIDADES
           MOVE WS-TOTAL-RECEITA TO MASC-RECEITA
           MOVE SPACES TO LINHA-RELATORIO
           STRING "TOTAL EM CAMPANHAS: UNIDADES " MASC-UNIDADES
               " RECEITA " MASC-RECEITA
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           IF WS-FS-REL EQUAL ZEROS
               CLOSE RELATORIO
               MOVE "CAMPANHA-PRECO" TO PARM-CAT-PROGRAMA
               MOVE REL-CAB-TITULO TO PARM-CAT-TITULO
               MOVE REL-NOME-ARQ TO PARM-CAT-ARQUIVO
               CALL "GRAVA-CATALOGO" USING PARM-CATALOGO
               DISPLAY "RELATORIO GRAVADO EM " REL-NOME-ARQ
           END-IF.

       5300-IMPRIMIR-CAMPANHA.
           MOVE WS-RES-CAMPANHA(WS-IDX-RES) TO COD-CAMPANHA

           READ CAMPANHAS
               INVALID KEY
                   MOVE "CAMPANHA NAO CADASTRADA" TO DESCRICAO-CAMPANHA
                   MOVE SPACE TO TIPO-CAMPANHA
                   MOVE 0 TO WS-FS-CMP
           END-READ

           MOVE WS-RES-CAMPANHA(WS-IDX-RES) TO WS-DET-CAMPANHA
           MOVE DESCRICAO-CAMPANHA TO WS-DET-DESCRICAO
           MOVE TIPO-CAMPANHA TO WS-DET-TIPO
           MOVE WS-RES-LINHAS(WS-IDX-RES) TO WS-DET-LINHAS
           MOVE WS-RES-UNIDADES(WS-IDX-RES) TO WS-DET-UNIDADES
           MOVE WS-RES-RECEITA(WS-IDX-RES) TO WS-DET-RECEITA
           MOVE WS-LINHA-DET-CAMPANHA TO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           ADD WS-RES-UNIDADES(WS-IDX-RES) TO WS-TOTAL-UNIDADES
           ADD WS-RES-RECEITA(WS-IDX-RES) TO WS-TOTAL-RECEITA.

       8100-ABRIR-RELATORIO.
           MOVE PARM-AMB-NOME TO REL-CAB-AMBIENTE

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-RELATORIO
           MOVE WS-DATA-RELATORIO(5:2) TO REL-CAB-DATA(1:2)
           MOVE WS-DATA-RELATORIO(7:2) TO REL-CAB-DATA(4:2)
           MOVE WS-DATA-RELATORIO(1:4) TO REL-CAB-DATA(7:4)

           MOVE SPACES TO REL-CAB-TITULO
           STRING "RESULTADO DAS CAMPANHAS " WS-PERIODO
               DELIMITED BY SIZE INTO REL-CAB-TITULO

           MOVE SPACES TO REL-NOME-ARQ
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'RELATORIOS\CAMPANHAS' WS-PERIODO '.TXT'
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

       0950-RESOLVER-AMBIENTE.
           CALL "CONFIG-AMBIENTE" USING PARM-AMBIENTE
           DISPLAY "AMBIENTE ATIVO: " PARM-AMB-NOME

           MOVE SPACES TO WS-ARQ-CAMPANHAS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'CAMPANHAS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-CAMPANHAS

           MOVE SPACES TO WS-ARQ-PRODUTOS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'PRODUTOS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-PRODUTOS

           MOVE SPACES TO WS-ARQ-CATEGORIAS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'CATEGORIAS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-CATEGORIAS

           MOVE SPACES TO WS-ARQ-FATURASLINHAS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'FATURASLINHAS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-FATURASLINHAS.

       END PROGRAM CAMPANHA-PRECO.
