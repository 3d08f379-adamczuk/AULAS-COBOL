       IDENTIFICATION DIVISION.
       PROGRAM-ID. APROVA-PONTO.
       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECOMENDACOES ASSIGN TO WS-ARQ-RECOMENDACOES
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS COD-PRODUTO-RCP
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS.

           SELECT PRODUTOS ASSIGN TO WS-ARQ-PRODUTOS
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS COD-PRODUTO
           ALTERNATE RECORD KEY IS EAN-PRODUTO
           ALTERNATE RECORD KEY IS NOME-PRODUTO
               WITH DUPLICATES
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-PROD.

           SELECT NIVEIS ASSIGN TO WS-ARQ-NIVEISDEPOSITO
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS CHAVE-NIVEL-DEP
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-NIV.

           SELECT AUDITORIA ASSIGN TO WS-ARQ-AUDITORIA
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-AUD.
       DATA DIVISION.
       FILE SECTION.
       FD RECOMENDACOES.
           COPY RECOMENDAPONTO.

       FD PRODUTOS.
           COPY PRODUTO.

       FD NIVEIS.
           COPY NIVELDEPOSITO.

       FD AUDITORIA.
           COPY AUDITMESTRE.
       WORKING-STORAGE SECTION.
           COPY FSTATUS.
           COPY PARMSESSAO.
           COPY AMBIENTE.
       77 WS-ARQ-RECOMENDACOES   PIC X(60) VALUE SPACES.
       77 WS-ARQ-PRODUTOS        PIC X(60) VALUE SPACES.
       77 WS-ARQ-NIVEISDEPOSITO  PIC X(60) VALUE SPACES.
       77 WS-ARQ-AUDITORIA       PIC X(60) VALUE SPACES.
       77 WS-FS              PIC 99 VALUE 0.
       77 WS-FS-PROD          PIC 99 VALUE 0.
       77 WS-FS-NIV           PIC 99 VALUE 0.
       77 WS-FS-AUD           PIC 99 VALUE 0.
       77 WS-EOF              PIC 99 VALUE 0.
       77 WS-ACAO             PIC A VALUE SPACES.
       77 WS-DATA-HOJE        PIC 9(08) VALUE 0.
       77 WS-PONTO-NOVO       PIC 9(09) VALUE 0.
       77 WS-PONTO-ANTERIOR   PIC 9(09) VALUE 0.
       77 WS-DEPOSITO         PIC 9(03) VALUE 0.
       77 WS-TOTAL-MINIMOS    PIC 9(11) VALUE 0.
       77 WS-RAZAO            PIC 9(05)V9(06) VALUE 0.
       77 WS-NIVEIS-AJUSTADOS PIC 9(03) VALUE 0.
       77 WS-APROVADAS        PIC 9(05) VALUE 0.
       77 WS-REJEITADAS       PIC 9(05) VALUE 0.
       77 WS-PENDENTES        PIC 9(05) VALUE 0.
       77 WS-PREVISAO-EDITADA PIC ZZZ.ZZZ.ZZ9,99.
       77 WS-DESVIO-EDITADO   PIC ZZZ.ZZZ.ZZ9,99.
       77 WS-AUD-ARQUIVO      PIC X(10) VALUE SPACES.
       77 WS-AUD-OPERACAO     PIC X VALUE SPACES.
       77 WS-AUD-CHAVE        PIC X(20) VALUE SPACES.
       77 WS-AUD-ANTES        PIC X(200) VALUE SPACES.
       77 WS-AUD-DEPOIS       PIC X(200) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0900-LER-SESSAO
           PERFORM 0950-RESOLVER-AMBIENTE
           DISPLAY "APROVACAO DO PONTO DE RESSUPRIMENTO RECOMENDADO"

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE

           OPEN I-O RECOMENDACOES

           IF WS-FS NOT EQUAL ZEROS
               MOVE WS-FS TO WS-FS-CODIGO-BUSCA
               PERFORM 9000-TRADUZIR-FS-STATUS
               DISPLAY "NAO FOI POSSIVEL ABRIR RECOMENDACOESPONTO.TXT"
               DISPLAY "FILE STATUS: " WS-FS " - " WS-FS-MENSAGEM
               DISPLAY "EXECUTE ANTES A PREVISAO DE DEMANDA"
           ELSE
               OPEN I-O PRODUTOS

               IF WS-FS-PROD NOT EQUAL ZEROS
                   DISPLAY "NAO FOI POSSIVEL ABRIR O ARQUIVO DE PRODU"
      -                "TOS - FILE STATUS: " WS-FS-PROD
               ELSE
                   OPEN I-O NIVEIS

                   IF WS-FS-NIV NOT EQUAL ZEROS
                       DISPLAY "SEM NIVEIS POR DEPOSITO - SO O PONTO "
                           "DO PRODUTO SERA ATUALIZADO"
                   END-IF

                   PERFORM 2000-REVISAR-RECOMENDACOES

                   IF WS-FS-NIV EQUAL ZEROS
                       CLOSE NIVEIS
                   END-IF

                   CLOSE PRODUTOS
               END-IF

               CLOSE RECOMENDACOES
           END-IF

           DISPLAY "APROVADAS: " WS-APROVADAS
               "  REJEITADAS: " WS-REJEITADAS
               "  AINDA PENDENTES: " WS-PENDENTES

           GOBACK.

       2000-REVISAR-RECOMENDACOES.
           MOVE 0 TO WS-EOF
           MOVE SPACES TO WS-ACAO

           PERFORM UNTIL WS-EOF EQUAL 1
               READ RECOMENDACOES NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF RCP-PENDENTE
                           IF WS-ACAO EQUAL 'F'
                               ADD 1 TO WS-PENDENTES
                           ELSE
                               PERFORM 2100-DECIDIR-RECOMENDACAO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * A aprova o ponto recomendado, Q aprova com outra quantidade,
      * R rejeita, P deixa pendente para a proxima revisao e F
      * encerra deixando as demais pendentes.
       2100-DECIDIR-RECOMENDACAO.
           MOVE COD-PRODUTO-RCP TO COD-PRODUTO
           MOVE PREVISAO-MENSAL-RCP TO WS-PREVISAO-EDITADA
           MOVE DESVIO-MENSAL-RCP TO WS-DESVIO-EDITADO

           READ PRODUTOS
               INVALID KEY
                   MOVE SPACES TO NOME-PRODUTO
                   MOVE 0 TO PONTO-RESSUPRIMENTO
           END-READ

           DISPLAY "----------------------------------------"
           DISPLAY "PRODUTO " COD-PRODUTO-RCP " " NOME-PRODUTO
           DISPLAY "CALCULADO EM " DATA-CALCULO-RCP " COM "
               MESES-HISTORICO-RCP " MESES DE HISTORICO"
           DISPLAY "PREVISAO MENSAL: " WS-PREVISAO-EDITADA
               "  DESVIO: " WS-DESVIO-EDITADO
           DISPLAY "PRAZO: " PRAZO-ENTREGA-RCP " DIAS  NIVEL DE SERVI"
               "CO: " NIVEL-SERVICO-RCP "%  EST. SEGURANCA: "
               ESTOQUE-SEGURANCA-RCP
           DISPLAY "PONTO ATUAL: " PONTO-RESSUPRIMENTO
               "  RECOMENDADO: " PONTO-RECOMENDADO-RCP

           IF WS-FS-PROD NOT EQUAL ZEROS
               DISPLAY "PRODUTO NAO ENCONTRADO - RECOMENDACAO REJEITADA"
               MOVE 0 TO WS-FS-PROD
               MOVE 'R' TO WS-ACAO
           ELSE
               DISPLAY "A-APROVAR Q-OUTRA QTDE R-REJEITAR P-PULAR F-FIM"
               ACCEPT WS-ACAO
           END-IF

           EVALUATE WS-ACAO
               WHEN 'A'
                   MOVE PONTO-RECOMENDADO-RCP TO WS-PONTO-NOVO
                   PERFORM 3000-APLICAR-PONTO
               WHEN 'Q'
                   DISPLAY "INFORME O PONTO DE RESSUPRIMENTO APROVADO"
                   ACCEPT WS-PONTO-NOVO
                   PERFORM 3000-APLICAR-PONTO
               WHEN 'R'
                   MOVE 'R' TO STATUS-RCP
                   MOVE 0 TO PONTO-APROVADO-RCP
                   PERFORM 2200-REGRAVAR-RECOMENDACAO
                   ADD 1 TO WS-REJEITADAS
               WHEN OTHER
                   ADD 1 TO WS-PENDENTES
           END-EVALUATE.

       2200-REGRAVAR-RECOMENDACAO.
           MOVE WS-DATA-HOJE TO DATA-DECISAO-RCP
           MOVE PARM-SES-OPERADOR TO OPERADOR-DECISAO-RCP

           REWRITE REG-RECOMENDACAO-PONTO

           IF WS-FS NOT EQUAL ZEROS
               DISPLAY "NAO FOI POSSIVEL ATUALIZAR A RECOMENDACAO - "
                   "FILE STATUS: " WS-FS
           END-IF.

      * The product's reorder point is rewritten and audited like a
      * change made in PROGRAMA_EX13; the deposito minimums follow.
       3000-APLICAR-PONTO.
           MOVE PONTO-RESSUPRIMENTO TO WS-PONTO-ANTERIOR
           MOVE REG-PRODUTO TO WS-AUD-ANTES
           MOVE WS-PONTO-NOVO TO PONTO-RESSUPRIMENTO

           REWRITE REG-PRODUTO

           IF WS-FS-PROD NOT EQUAL ZEROS
               DISPLAY "NAO FOI POSSIVEL ATUALIZAR O PRODUTO - FILE S"
      -            "TATUS: " WS-FS-PROD
               MOVE 0 TO WS-FS-PROD
               ADD 1 TO WS-PENDENTES
           ELSE
               MOVE "PRODUTOS" TO WS-AUD-ARQUIVO
               MOVE 'A' TO WS-AUD-OPERACAO
               MOVE COD-PRODUTO TO WS-AUD-CHAVE
               MOVE REG-PRODUTO TO WS-AUD-DEPOIS
               PERFORM 8000-GRAVAR-AUDITORIA

               IF WS-FS-NIV EQUAL ZEROS
                   PERFORM 3100-AJUSTAR-NIVEIS
               END-IF

               MOVE 'A' TO STATUS-RCP
               MOVE WS-PONTO-NOVO TO PONTO-APROVADO-RCP
               PERFORM 2200-REGRAVAR-RECOMENDACAO
               ADD 1 TO WS-APROVADAS

               DISPLAY "PONTO DO PRODUTO " COD-PRODUTO " ALTERADO DE "
                   WS-PONTO-ANTERIOR " PARA " WS-PONTO-NOVO
           END-IF.

      * Each deposito keeps its share of the company reorder point:
      * minimum and maximum are scaled by the ratio of the approved
      * point to the sum of the current minimums. Depositos with no
      * minimum set are left alone.
       3100-AJUSTAR-NIVEIS.
           MOVE 0 TO WS-TOTAL-MINIMOS
           MOVE 0 TO WS-NIVEIS-AJUSTADOS

           PERFORM VARYING WS-DEPOSITO FROM 1 BY 1
                   UNTIL WS-DEPOSITO GREATER 99
               MOVE WS-DEPOSITO TO COD-DEPOSITO-ND
               MOVE COD-PRODUTO TO COD-PRODUTO-ND

               READ NIVEIS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD QTDE-MINIMA-ND TO WS-TOTAL-MINIMOS
               END-READ
           END-PERFORM

           MOVE 0 TO WS-FS-NIV

           IF WS-TOTAL-MINIMOS GREATER 0
               COMPUTE WS-RAZAO ROUNDED =
                   WS-PONTO-NOVO / WS-TOTAL-MINIMOS

               PERFORM VARYING WS-DEPOSITO FROM 1 BY 1
                       UNTIL WS-DEPOSITO GREATER 99
                   MOVE WS-DEPOSITO TO COD-DEPOSITO-ND
                   MOVE COD-PRODUTO TO COD-PRODUTO-ND

                   READ NIVEIS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF QTDE-MINIMA-ND GREATER 0
                               PERFORM 3110-REGRAVAR-NIVEL
                           END-IF
                   END-READ
               END-PERFORM

               MOVE 0 TO WS-FS-NIV
               DISPLAY "NIVEIS POR DEPOSITO AJUSTADOS: "
                   WS-NIVEIS-AJUSTADOS
           END-IF.

       3110-REGRAVAR-NIVEL.
           MOVE REG-NIVEL-DEPOSITO TO WS-AUD-ANTES

           COMPUTE QTDE-MINIMA-ND ROUNDED = QTDE-MINIMA-ND * WS-RAZAO
           COMPUTE QTDE-MAXIMA-ND ROUNDED = QTDE-MAXIMA-ND * WS-RAZAO

           IF QTDE-MAXIMA-ND LESS QTDE-MINIMA-ND
               MOVE QTDE-MINIMA-ND TO QTDE-MAXIMA-ND
           END-IF

           REWRITE REG-NIVEL-DEPOSITO

           IF WS-FS-NIV NOT EQUAL ZEROS
               DISPLAY "NAO FOI POSSIVEL ATUALIZAR O NIVEL DO DEPOSITO "
                   COD-DEPOSITO-ND " - FILE STATUS: " WS-FS-NIV
           ELSE
               ADD 1 TO WS-NIVEIS-AJUSTADOS
               MOVE "NIVEISDEP" TO WS-AUD-ARQUIVO
               MOVE 'A' TO WS-AUD-OPERACAO
               MOVE CHAVE-NIVEL-DEP TO WS-AUD-CHAVE
               MOVE REG-NIVEL-DEPOSITO TO WS-AUD-DEPOIS
               PERFORM 8000-GRAVAR-AUDITORIA
           END-IF.

       8000-GRAVAR-AUDITORIA.
           OPEN EXTEND AUDITORIA

           IF WS-FS-AUD EQUAL 35
               OPEN OUTPUT AUDITORIA
           END-IF

           IF WS-FS-AUD EQUAL 0
               MOVE WS-AUD-ARQUIVO TO AUD-ARQUIVO
               MOVE WS-AUD-OPERACAO TO AUD-OPERACAO
               MOVE WS-AUD-CHAVE TO AUD-CHAVE
               MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-DATA-HORA
               MOVE PARM-SES-OPERADOR TO AUD-OPERADOR
               MOVE WS-AUD-ANTES TO AUD-IMAGEM-ANTES
               MOVE WS-AUD-DEPOIS TO AUD-IMAGEM-DEPOIS
               WRITE REG-AUDIT-MESTRE
               CLOSE AUDITORIA
           ELSE
               DISPLAY "NAO FOI POSSIVEL GRAVAR A AUDITORIA - FILE ST"
      -            "ATUS: " WS-FS-AUD
           END-IF.

       0900-LER-SESSAO.
           MOVE 'L' TO PARM-SES-ACAO
           CALL "OPERADOR-SESSAO" USING PARM-SESSAO.

       0950-RESOLVER-AMBIENTE.
           CALL "CONFIG-AMBIENTE" USING PARM-AMBIENTE
           DISPLAY "AMBIENTE ATIVO: " PARM-AMB-NOME

           MOVE SPACES TO WS-ARQ-RECOMENDACOES
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'RECOMENDACOESPONTO.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-RECOMENDACOES

           MOVE SPACES TO WS-ARQ-PRODUTOS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'PRODUTOS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-PRODUTOS

           MOVE SPACES TO WS-ARQ-NIVEISDEPOSITO
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'NIVEISDEPOSITO.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-NIVEISDEPOSITO

           MOVE SPACES TO WS-ARQ-AUDITORIA
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'AUDITORIA.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-AUDITORIA.

       9000-TRADUZIR-FS-STATUS.
           MOVE "STATUS DESCONHECIDO" TO WS-FS-MENSAGEM
           PERFORM VARYING WS-IDX-FS FROM 1 BY 1
                   UNTIL WS-IDX-FS GREATER 12
               IF FS-CODIGO(WS-IDX-FS) EQUAL WS-FS-CODIGO-BUSCA
                   MOVE FS-MENSAGEM(WS-IDX-FS) TO WS-FS-MENSAGEM
               END-IF
           END-PERFORM.

       END PROGRAM APROVA-PONTO.
