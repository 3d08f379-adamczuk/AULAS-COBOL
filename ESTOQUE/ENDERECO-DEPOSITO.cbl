       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENDERECO-DEPOSITO.
       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENDERECOS ASSIGN TO WS-ARQ-ENDERECOS
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CHAVE-ENDERECO
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-END.

           SELECT SALDOS-END ASSIGN TO WS-ARQ-SALDOSENDERECO
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CHAVE-SALDO-END
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-SE.

           SELECT DEPOSITOS ASSIGN TO WS-ARQ-DEPOSITOS
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS COD-DEPOSITO
           FILE STATUS IS WS-FS-DEP.

           SELECT SALDOS-DEP ASSIGN TO WS-ARQ-SALDOSDEPOSITO
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS CHAVE-SALDO-DEP
           FILE STATUS IS WS-FS-SAL.

           SELECT PRODUTOS ASSIGN TO WS-ARQ-PRODUTOS
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS COD-PRODUTO
           ALTERNATE RECORD KEY IS EAN-PRODUTO
           ALTERNATE RECORD KEY IS NOME-PRODUTO
               WITH DUPLICATES
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-PROD.

           SELECT RELATORIO ASSIGN TO REL-NOME-ARQ
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-REL.

           SELECT LOG-EXCECOES ASSIGN TO WS-ARQ-EXCECOES
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-LOG.
       DATA DIVISION.
       FILE SECTION.
       FD ENDERECOS.
           COPY ENDERECO.

       FD SALDOS-END.
           COPY SALDOENDERECO.

       FD DEPOSITOS.
           COPY DEPOSITO.

       FD SALDOS-DEP.
           COPY SALDODEPOSITO.

       FD PRODUTOS.
           COPY PRODUTO.

       FD RELATORIO.
       01 LINHA-RELATORIO     PIC X(90).

       FD LOG-EXCECOES.
           COPY EXCELOG.
       WORKING-STORAGE SECTION.
           COPY FSTATUS.
           COPY PARMSESSAO.
           COPY RELATORIO.
           COPY PARMCATALOGO.
           COPY AMBIENTE.
       77 WS-ARQ-ENDERECOS       PIC X(60) VALUE SPACES.
       77 WS-ARQ-SALDOSENDERECO  PIC X(60) VALUE SPACES.
       77 WS-ARQ-DEPOSITOS       PIC X(60) VALUE SPACES.
       77 WS-ARQ-SALDOSDEPOSITO  PIC X(60) VALUE SPACES.
       77 WS-ARQ-PRODUTOS        PIC X(60) VALUE SPACES.
       77 WS-ARQ-EXCECOES        PIC X(60) VALUE SPACES.
       77 WS-FS-END           PIC 99 VALUE 0.
       77 WS-FS-SE            PIC 99 VALUE 0.
       77 WS-FS-DEP           PIC 99 VALUE 0.
       77 WS-FS-SAL           PIC 99 VALUE 0.
       77 WS-FS-PROD          PIC 99 VALUE 0.
       77 WS-FS-REL           PIC 99 VALUE 0.
       77 WS-FS-LOG           PIC 99 VALUE 0.
       77 WS-LOG-CHAVE        PIC X(20) VALUE SPACES.
       77 WS-LOG-FS-VALOR     PIC 99 VALUE 0.
       77 CONTROLE           PIC A VALUE SPACES.
       77 WS-OPCAO            PIC 9 VALUE 0.
       77 WS-EOF              PIC 99 VALUE 0.
       77 WS-EOF-SE           PIC 99 VALUE 0.
       77 WS-CONFIRMA         PIC A VALUE SPACES.
       77 WS-DEPOSITO-INF     PIC 99 VALUE 0.
       77 WS-COD-PRODUTO-INF  PIC 9(05) VALUE 0.
       77 WS-QTDE-INF         PIC 9(09) VALUE 0.
       77 WS-SEQ-INF          PIC 9(05) VALUE 0.
       77 WS-CAPACIDADE-INF   PIC 9(09) VALUE 0.
       77 WS-STATUS-INF       PIC X VALUE SPACES.
       77 WS-END-ORIGEM       PIC 9(05) VALUE 0.
       77 WS-END-DESTINO      PIC 9(05) VALUE 0.
       77 WS-OCUPADO          PIC 9(09) VALUE 0.
       77 WS-QTDE-ANTERIOR    PIC 9(09) VALUE 0.
       77 WS-TOTAL-ENDERECADO PIC 9(09) VALUE 0.
       77 WS-NAO-ENDERECADO   PIC S9(09) VALUE 0.
       77 WS-QTDE-LISTADOS    PIC 9(05) VALUE 0.
       77 WS-QTDE-VAZIOS      PIC 9(05) VALUE 0.
       77 WS-QTDE-EXCESSO     PIC 9(05) VALUE 0.
       77 WS-DATA-HOJE        PIC 9(08) VALUE 0.
       77 WS-DATA-RELATORIO   PIC 9(08) VALUE 0.

       01 WS-ENDERECO-INF.
           03 WS-RUA-INF           PIC 99.
           03 WS-MODULO-INF        PIC 99.
           03 WS-NIVEL-INF         PIC 9.

       01 WS-ENDERECO-AUX.
           03 WS-AUX-RUA           PIC 99.
           03 WS-AUX-MODULO        PIC 99.
           03 WS-AUX-NIVEL         PIC 9.

       01 WS-ENDERECO-EDITADO.
           03 WS-EDT-RUA           PIC 99.
           03 FILLER               PIC X VALUE '-'.
           03 WS-EDT-MODULO        PIC 99.
           03 FILLER               PIC X VALUE '-'.
           03 WS-EDT-NIVEL         PIC 9.

       01 WS-LINHA-ENDERECO.
           03 WS-DET-DEPOSITO      PIC 99.
           03 FILLER               PIC X(02) VALUE SPACES.
           03 WS-DET-ENDERECO      PIC X(07).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 WS-DET-SEQ           PIC ZZZZ9.
           03 FILLER               PIC X(02) VALUE SPACES.
           03 WS-DET-CAPACIDADE    PIC ZZZ.ZZZ.ZZ9.
           03 FILLER               PIC X(02) VALUE SPACES.
           03 WS-DET-OCUPADO       PIC ZZZ.ZZZ.ZZ9.
           03 FILLER               PIC X(02) VALUE SPACES.
           03 WS-DET-STATUS        PIC X.
           03 FILLER               PIC X(02) VALUE SPACES.
           03 WS-DET-SITUACAO      PIC X(20).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0950-RESOLVER-AMBIENTE
           PERFORM 0900-LER-SESSAO
           DISPLAY "ENDERECOS DE ARMAZENAGEM DOS DEPOSITOS"

           OPEN I-O ENDERECOS

           IF WS-FS-END EQUAL 35
               OPEN OUTPUT ENDERECOS
               IF WS-FS-END EQUAL ZEROS
                   CLOSE ENDERECOS
                   OPEN I-O ENDERECOS
               END-IF
           END-IF

           OPEN I-O SALDOS-END

           IF WS-FS-SE EQUAL 35
               OPEN OUTPUT SALDOS-END
               IF WS-FS-SE EQUAL ZEROS
                   CLOSE SALDOS-END
                   OPEN I-O SALDOS-END
               END-IF
           END-IF

           IF WS-FS-END NOT EQUAL ZEROS
           OR WS-FS-SE NOT EQUAL ZEROS
               DISPLAY "NAO FOI POSSIVEL ABRIR OS ARQUIVOS"
               DISPLAY "ENDERECOS: " WS-FS-END "  SALDOS: " WS-FS-SE
               MOVE "ENDERECOS.TXT" TO WS-LOG-CHAVE
               MOVE WS-FS-END TO WS-LOG-FS-VALOR
               PERFORM 7000-GRAVAR-LOG-EXCECAO
           ELSE
               OPEN INPUT DEPOSITOS
               OPEN INPUT SALDOS-DEP
               OPEN INPUT PRODUTOS

               IF WS-FS-DEP NOT EQUAL ZEROS
               OR WS-FS-PROD NOT EQUAL ZEROS
                   DISPLAY "NAO FOI POSSIVEL ABRIR OS CADASTROS"
                   DISPLAY "DEPOSITOS: " WS-FS-DEP "  PRODUTOS: "
                       WS-FS-PROD
                   MOVE 'N' TO CONTROLE
               END-IF

               PERFORM UNTIL CONTROLE EQUAL 'N'
                   DISPLAY "1 - INCLUIR ENDERECO"
                   DISPLAY "2 - LISTAR ENDERECOS DE UM DEPOSITO"
                   DISPLAY "3 - ALTERAR PERCURSO, CAPACIDADE OU SITUA"
                       "CAO"
                   DISPLAY "4 - CONSULTAR CONTEUDO DE UM ENDERECO"
                   DISPLAY "5 - LOCALIZAR PRODUTO NOS ENDERECOS"
                   DISPLAY "6 - MOVER ENTRE ENDERECOS"
                   DISPLAY "7 - AJUSTAR SALDO DE UM ENDERECO (CONTAGE"
                       "M)"
                   DISPLAY "8 - RELATORIO DE ENDERECOS VAZIOS E COM E"
                       "XCESSO"
                   ACCEPT WS-OPCAO

                   EVALUATE WS-OPCAO
                       WHEN 1
                           PERFORM 1000-INCLUIR-ENDERECO
                               THRU 1000-FIM
                       WHEN 2
                           PERFORM 2000-LISTAR-ENDERECOS
                       WHEN 3
                           PERFORM 3000-ALTERAR-ENDERECO
                       WHEN 4
                           PERFORM 4000-CONSULTAR-ENDERECO
                       WHEN 5
                           PERFORM 4500-LOCALIZAR-PRODUTO
                       WHEN 6
                           PERFORM 5000-MOVER-ENDERECO
                               THRU 5000-FIM
                       WHEN 7
                           PERFORM 6000-AJUSTAR-SALDO
                               THRU 6000-FIM
                       WHEN 8
                           PERFORM 6500-RELATORIO-OCUPACAO
                       WHEN OTHER
                           DISPLAY "OPCAO INVALIDA"
                   END-EVALUATE

                   DISPLAY "DESEJA REALIZAR OUTRA OPERACAO?"
                   DISPLAY "DIGITE N PARA NAO"
                   ACCEPT CONTROLE
               END-PERFORM

               CLOSE DEPOSITOS
               CLOSE PRODUTOS

               IF WS-FS-SAL EQUAL ZEROS
                   CLOSE SALDOS-DEP
               END-IF
           END-IF

           CLOSE ENDERECOS
           CLOSE SALDOS-END

           GOBACK.

       1000-INCLUIR-ENDERECO.
           DISPLAY "INFORME O CODIGO DO DEPOSITO"
           ACCEPT COD-DEPOSITO

           READ DEPOSITOS
               INVALID KEY
                   DISPLAY "DEPOSITO NAO CADASTRADO"
                   GO TO 1000-FIM
           END-READ

           MOVE COD-DEPOSITO TO COD-DEPOSITO-END
           PERFORM 1900-INFORMAR-ENDERECO
           MOVE WS-ENDERECO-INF TO COD-ENDERECO

           READ ENDERECOS
               NOT INVALID KEY
                   DISPLAY "ENDERECO JA CADASTRADO NESTE DEPOSITO"
                   GO TO 1000-FIM
           END-READ

           MOVE COD-DEPOSITO TO COD-DEPOSITO-END
           MOVE WS-ENDERECO-INF TO COD-ENDERECO

           DISPLAY "INFORME A SEQUENCIA NO PERCURSO DE SEPARACAO"
           ACCEPT SEQ-PERCURSO-END
           DISPLAY "INFORME A CAPACIDADE (UNIDADES DE ESTOQUE)"
           ACCEPT CAPACIDADE-END

           IF CAPACIDADE-END EQUAL 0
               DISPLAY "CAPACIDADE DEVE SER MAIOR QUE ZERO"
               GO TO 1000-FIM
           END-IF

           MOVE 'A' TO STATUS-END

           WRITE REG-ENDERECO

           IF WS-FS-END NOT EQUAL ZEROS
               MOVE WS-FS-END TO WS-FS-CODIGO-BUSCA
               PERFORM 9000-TRADUZIR-FS-STATUS
               DISPLAY "NAO FOI POSSIVEL GRAVAR O ENDERECO"
               DISPLAY "FILE STATUS: " WS-FS-END " - " WS-FS-MENSAGEM
               MOVE CHAVE-ENDERECO TO WS-LOG-CHAVE
               MOVE WS-FS-END TO WS-LOG-FS-VALOR
               PERFORM 7000-GRAVAR-LOG-EXCECAO
           ELSE
               MOVE COD-ENDERECO TO WS-ENDERECO-AUX
               PERFORM 1950-EDITAR-ENDERECO
               DISPLAY "ENDERECO " WS-ENDERECO-EDITADO
                   " GRAVADO NO DEPOSITO " COD-DEPOSITO-END
           END-IF.
       1000-FIM.
           EXIT.

       1900-INFORMAR-ENDERECO.
           DISPLAY "INFORME A RUA (2 DIGITOS)"
           ACCEPT WS-RUA-INF
           DISPLAY "INFORME O MODULO (2 DIGITOS)"
           ACCEPT WS-MODULO-INF
           DISPLAY "INFORME O NIVEL (1 DIGITO)"
           ACCEPT WS-NIVEL-INF.

       1950-EDITAR-ENDERECO.
           MOVE WS-AUX-RUA TO WS-EDT-RUA
           MOVE WS-AUX-MODULO TO WS-EDT-MODULO
           MOVE WS-AUX-NIVEL TO WS-EDT-NIVEL.

       2000-LISTAR-ENDERECOS.
           DISPLAY "INFORME O CODIGO DO DEPOSITO"
           ACCEPT WS-DEPOSITO-INF

           MOVE 0 TO WS-QTDE-LISTADOS
           MOVE 0 TO WS-EOF
           MOVE WS-DEPOSITO-INF TO COD-DEPOSITO-END
           MOVE ZEROS TO COD-ENDERECO

           START ENDERECOS KEY NOT LESS CHAVE-ENDERECO
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START

           DISPLAY "DP  ENDERECO  PERC.   CAPACIDADE      OCUPADO  S"
           PERFORM UNTIL WS-EOF EQUAL 1
               READ ENDERECOS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF COD-DEPOSITO-END NOT EQUAL WS-DEPOSITO-INF
                           MOVE 1 TO WS-EOF
                       ELSE
                           PERFORM 2100-MEDIR-OCUPACAO
                           PERFORM 2200-MONTAR-LINHA
                           DISPLAY WS-LINHA-ENDERECO
                           ADD 1 TO WS-QTDE-LISTADOS
                       END-IF
               END-READ
           END-PERFORM

           DISPLAY "ENDERECOS LISTADOS: " WS-QTDE-LISTADOS.

       2100-MEDIR-OCUPACAO.
           MOVE 0 TO WS-OCUPADO
           MOVE 0 TO WS-EOF-SE

           MOVE COD-DEPOSITO-END TO COD-DEPOSITO-SE
           MOVE COD-ENDERECO TO COD-ENDERECO-SE
           MOVE 0 TO COD-PRODUTO-SE

           START SALDOS-END KEY NOT LESS CHAVE-SALDO-END
               INVALID KEY
                   MOVE 1 TO WS-EOF-SE
           END-START

           PERFORM UNTIL WS-EOF-SE EQUAL 1
               READ SALDOS-END NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF-SE
                   NOT AT END
                       IF COD-DEPOSITO-SE NOT EQUAL COD-DEPOSITO-END
                       OR COD-ENDERECO-SE NOT EQUAL COD-ENDERECO
                           MOVE 1 TO WS-EOF-SE
                       ELSE
                           ADD QTDE-SALDO-END TO WS-OCUPADO
                       END-IF
               END-READ
           END-PERFORM.

       2200-MONTAR-LINHA.
           MOVE SPACES TO WS-LINHA-ENDERECO
           MOVE COD-DEPOSITO-END TO WS-DET-DEPOSITO
           MOVE COD-ENDERECO TO WS-ENDERECO-AUX
           PERFORM 1950-EDITAR-ENDERECO
           MOVE WS-ENDERECO-EDITADO TO WS-DET-ENDERECO
           MOVE SEQ-PERCURSO-END TO WS-DET-SEQ
           MOVE CAPACIDADE-END TO WS-DET-CAPACIDADE
           MOVE WS-OCUPADO TO WS-DET-OCUPADO
           MOVE STATUS-END TO WS-DET-STATUS.

       3000-ALTERAR-ENDERECO.
           DISPLAY "INFORME O CODIGO DO DEPOSITO"
           ACCEPT COD-DEPOSITO-END
           PERFORM 1900-INFORMAR-ENDERECO
           MOVE WS-ENDERECO-INF TO COD-ENDERECO

           READ ENDERECOS
               INVALID KEY
                   DISPLAY "ENDERECO NAO CADASTRADO"
               NOT INVALID KEY
                   DISPLAY "PERCURSO ATUAL: " SEQ-PERCURSO-END
                       "  CAPACIDADE ATUAL: " CAPACIDADE-END
                       "  SITUACAO: " STATUS-END
                   DISPLAY "NOVA SEQUENCIA NO PERCURSO (0 = MANTER)"
                   ACCEPT WS-SEQ-INF
                   DISPLAY "NOVA CAPACIDADE (0 = MANTER)"
                   ACCEPT WS-CAPACIDADE-INF
                   DISPLAY "SITUACAO: A - ATIVO  B - BLOQUEADO (BRANC"
                       "O = MANTER)"
                   ACCEPT WS-STATUS-INF

                   IF WS-SEQ-INF NOT EQUAL 0
                       MOVE WS-SEQ-INF TO SEQ-PERCURSO-END
                   END-IF

                   IF WS-CAPACIDADE-INF NOT EQUAL 0
                       MOVE WS-CAPACIDADE-INF TO CAPACIDADE-END
                   END-IF

                   IF WS-STATUS-INF EQUAL 'A'
                   OR WS-STATUS-INF EQUAL 'B'
                       MOVE WS-STATUS-INF TO STATUS-END
                   END-IF

                   REWRITE REG-ENDERECO

                   IF WS-FS-END NOT EQUAL ZEROS
                       DISPLAY "NAO FOI POSSIVEL ALTERAR O ENDERECO - "
                           "FILE STATUS: " WS-FS-END
                   ELSE
                       DISPLAY "ENDERECO ALTERADO COM SUCESSO!"
                   END-IF
           END-READ.

       4000-CONSULTAR-ENDERECO.
           DISPLAY "INFORME O CODIGO DO DEPOSITO"
           ACCEPT COD-DEPOSITO-END
           PERFORM 1900-INFORMAR-ENDERECO
           MOVE WS-ENDERECO-INF TO COD-ENDERECO

           READ ENDERECOS
               INVALID KEY
                   DISPLAY "ENDERECO NAO CADASTRADO"
               NOT INVALID KEY
                   PERFORM 4100-LISTAR-CONTEUDO
           END-READ.

       4100-LISTAR-CONTEUDO.
           MOVE 0 TO WS-OCUPADO
           MOVE 0 TO WS-EOF-SE

           MOVE COD-DEPOSITO-END TO COD-DEPOSITO-SE
           MOVE COD-ENDERECO TO COD-ENDERECO-SE
           MOVE 0 TO COD-PRODUTO-SE

           START SALDOS-END KEY NOT LESS CHAVE-SALDO-END
               INVALID KEY
                   MOVE 1 TO WS-EOF-SE
           END-START

           DISPLAY "PRODUTO  DESCRICAO                   QUANTIDADE"
           PERFORM UNTIL WS-EOF-SE EQUAL 1
               READ SALDOS-END NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF-SE
                   NOT AT END
                       IF COD-DEPOSITO-SE NOT EQUAL COD-DEPOSITO-END
                       OR COD-ENDERECO-SE NOT EQUAL COD-ENDERECO
                           MOVE 1 TO WS-EOF-SE
                       ELSE
                           MOVE COD-PRODUTO-SE TO COD-PRODUTO
                           READ PRODUTOS
                               INVALID KEY
                                   MOVE SPACES TO NOME-PRODUTO
                           END-READ
                           DISPLAY COD-PRODUTO-SE "      "
                               NOME-PRODUTO "  " QTDE-SALDO-END
                           ADD QTDE-SALDO-END TO WS-OCUPADO
                       END-IF
               END-READ
           END-PERFORM

           DISPLAY "OCUPADO: " WS-OCUPADO "  CAPACIDADE: "
               CAPACIDADE-END

           IF WS-OCUPADO EQUAL 0
               DISPLAY "ENDERECO VAZIO"
           END-IF

           IF WS-OCUPADO GREATER CAPACIDADE-END
               DISPLAY "ATENCAO: ENDERECO ACIMA DA CAPACIDADE"
           END-IF.

       4500-LOCALIZAR-PRODUTO.
           DISPLAY "INFORME O CODIGO DO DEPOSITO"
           ACCEPT WS-DEPOSITO-INF
           DISPLAY "INFORME O CODIGO DO PRODUTO"
           ACCEPT WS-COD-PRODUTO-INF

           MOVE 0 TO WS-TOTAL-ENDERECADO
           MOVE 0 TO WS-EOF-SE
           MOVE WS-DEPOSITO-INF TO COD-DEPOSITO-SE
           MOVE 0 TO COD-ENDERECO-SE
           MOVE 0 TO COD-PRODUTO-SE

           START SALDOS-END KEY NOT LESS CHAVE-SALDO-END
               INVALID KEY
                   MOVE 1 TO WS-EOF-SE
           END-START

           DISPLAY "ENDERECO  PERC.  QUANTIDADE"
           PERFORM UNTIL WS-EOF-SE EQUAL 1
               READ SALDOS-END NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF-SE
                   NOT AT END
                       IF COD-DEPOSITO-SE NOT EQUAL WS-DEPOSITO-INF
                           MOVE 1 TO WS-EOF-SE
                       ELSE
                           IF COD-PRODUTO-SE EQUAL WS-COD-PRODUTO-INF
                               PERFORM 4600-EXIBIR-LOCALIZACAO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           PERFORM 6300-CONFERIR-DEPOSITO.

       4600-EXIBIR-LOCALIZACAO.
           MOVE COD-DEPOSITO-SE TO COD-DEPOSITO-END
           MOVE COD-ENDERECO-SE TO COD-ENDERECO

           READ ENDERECOS
               INVALID KEY
                   MOVE 0 TO SEQ-PERCURSO-END
           END-READ

           MOVE COD-ENDERECO-SE TO WS-ENDERECO-AUX
           PERFORM 1950-EDITAR-ENDERECO
           DISPLAY WS-ENDERECO-EDITADO "   " SEQ-PERCURSO-END "  "
               QTDE-SALDO-END
           ADD QTDE-SALDO-END TO WS-TOTAL-ENDERECADO.

       5000-MOVER-ENDERECO.
           DISPLAY "INFORME O CODIGO DO DEPOSITO"
           ACCEPT WS-DEPOSITO-INF
           DISPLAY "ENDERECO DE ORIGEM"
           PERFORM 1900-INFORMAR-ENDERECO
           MOVE WS-ENDERECO-INF TO WS-END-ORIGEM
           DISPLAY "INFORME O CODIGO DO PRODUTO"
           ACCEPT WS-COD-PRODUTO-INF

           MOVE WS-DEPOSITO-INF TO COD-DEPOSITO-SE
           MOVE WS-END-ORIGEM TO COD-ENDERECO-SE
           MOVE WS-COD-PRODUTO-INF TO COD-PRODUTO-SE

           READ SALDOS-END
               INVALID KEY
                   DISPLAY "PRODUTO NAO ESTA NO ENDERECO DE ORIGEM"
                   GO TO 5000-FIM
           END-READ

           DISPLAY "SALDO NO ENDERECO DE ORIGEM: " QTDE-SALDO-END
           DISPLAY "INFORME A QUANTIDADE A MOVER"
           ACCEPT WS-QTDE-INF

           IF WS-QTDE-INF EQUAL 0
           OR WS-QTDE-INF GREATER QTDE-SALDO-END
               DISPLAY "QUANTIDADE INVALIDA PARA O SALDO DA ORIGEM"
               GO TO 5000-FIM
           END-IF

           DISPLAY "ENDERECO DE DESTINO"
           PERFORM 1900-INFORMAR-ENDERECO
           MOVE WS-ENDERECO-INF TO WS-END-DESTINO

           IF WS-END-DESTINO EQUAL WS-END-ORIGEM
               DISPLAY "DESTINO IGUAL A ORIGEM"
               GO TO 5000-FIM
           END-IF

           MOVE WS-DEPOSITO-INF TO COD-DEPOSITO-END
           MOVE WS-END-DESTINO TO COD-ENDERECO

           READ ENDERECOS
               INVALID KEY
                   DISPLAY "ENDERECO DE DESTINO NAO CADASTRADO"
                   GO TO 5000-FIM
           END-READ

           IF NOT ENDERECO-ATIVO
               DISPLAY "ENDERECO DE DESTINO BLOQUEADO"
               GO TO 5000-FIM
           END-IF

           PERFORM 2100-MEDIR-OCUPACAO

           IF WS-OCUPADO + WS-QTDE-INF GREATER CAPACIDADE-END
               DISPLAY "ATENCAO: DESTINO FICARA ACIMA DA CAPACIDADE ("
                   CAPACIDADE-END ")"
               DISPLAY "CONFIRMA A MOVIMENTACAO? (S/N)"
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA NOT EQUAL 'S'
                   DISPLAY "MOVIMENTACAO CANCELADA"
                   GO TO 5000-FIM
               END-IF
           END-IF

           MOVE WS-DEPOSITO-INF TO COD-DEPOSITO-SE
           MOVE WS-END-ORIGEM TO COD-ENDERECO-SE
           MOVE WS-COD-PRODUTO-INF TO COD-PRODUTO-SE

           READ SALDOS-END
               INVALID KEY
                   DISPLAY "SALDO DE ORIGEM NAO ENCONTRADO"
                   GO TO 5000-FIM
           END-READ

           SUBTRACT WS-QTDE-INF FROM QTDE-SALDO-END

           IF QTDE-SALDO-END EQUAL 0
               DELETE SALDOS-END RECORD
           ELSE
               REWRITE REG-SALDO-ENDERECO
           END-IF

           IF WS-FS-SE NOT EQUAL ZEROS
               DISPLAY "NAO FOI POSSIVEL BAIXAR A ORIGEM - FILE STATUS"
                   ": " WS-FS-SE
               MOVE CHAVE-SALDO-END TO WS-LOG-CHAVE
               MOVE WS-FS-SE TO WS-LOG-FS-VALOR
               PERFORM 7000-GRAVAR-LOG-EXCECAO
               GO TO 5000-FIM
           END-IF

           MOVE WS-DEPOSITO-INF TO COD-DEPOSITO-SE
           MOVE WS-END-DESTINO TO COD-ENDERECO-SE
           MOVE WS-COD-PRODUTO-INF TO COD-PRODUTO-SE

           READ SALDOS-END
               INVALID KEY
                   MOVE WS-QTDE-INF TO QTDE-SALDO-END
                   WRITE REG-SALDO-ENDERECO
               NOT INVALID KEY
                   ADD WS-QTDE-INF TO QTDE-SALDO-END
                   REWRITE REG-SALDO-ENDERECO
           END-READ

           IF WS-FS-SE NOT EQUAL ZEROS
               DISPLAY "NAO FOI POSSIVEL GRAVAR O DESTINO - FILE STAT"
                   "US: " WS-FS-SE
               MOVE CHAVE-SALDO-END TO WS-LOG-CHAVE
               MOVE WS-FS-SE TO WS-LOG-FS-VALOR
               PERFORM 7000-GRAVAR-LOG-EXCECAO
           ELSE
               DISPLAY "MOVIMENTACAO ENTRE ENDERECOS REGISTRADA"
           END-IF.
       5000-FIM.
           EXIT.

       6000-AJUSTAR-SALDO.
           DISPLAY "INFORME O CODIGO DO DEPOSITO"
           ACCEPT WS-DEPOSITO-INF
           PERFORM 1900-INFORMAR-ENDERECO

           MOVE WS-DEPOSITO-INF TO COD-DEPOSITO-END
           MOVE WS-ENDERECO-INF TO COD-ENDERECO

           READ ENDERECOS
               INVALID KEY
                   DISPLAY "ENDERECO NAO CADASTRADO"
                   GO TO 6000-FIM
           END-READ

           DISPLAY "INFORME O CODIGO DO PRODUTO"
           ACCEPT WS-COD-PRODUTO-INF
           MOVE WS-COD-PRODUTO-INF TO COD-PRODUTO

           READ PRODUTOS
               INVALID KEY
                   DISPLAY "PRODUTO NAO CADASTRADO"
                   GO TO 6000-FIM
           END-READ

           MOVE WS-DEPOSITO-INF TO COD-DEPOSITO-SE
           MOVE WS-ENDERECO-INF TO COD-ENDERECO-SE
           MOVE WS-COD-PRODUTO-INF TO COD-PRODUTO-SE

           READ SALDOS-END
               INVALID KEY
                   MOVE 0 TO WS-QTDE-ANTERIOR
               NOT INVALID KEY
                   MOVE QTDE-SALDO-END TO WS-QTDE-ANTERIOR
           END-READ

           DISPLAY "SALDO ATUAL NO ENDERECO: " WS-QTDE-ANTERIOR
           DISPLAY "INFORME A QUANTIDADE CONTADA"
           ACCEPT WS-QTDE-INF

           MOVE WS-DEPOSITO-INF TO COD-DEPOSITO-SE
           MOVE WS-ENDERECO-INF TO COD-ENDERECO-SE
           MOVE WS-COD-PRODUTO-INF TO COD-PRODUTO-SE
           MOVE WS-QTDE-INF TO QTDE-SALDO-END

           EVALUATE TRUE
               WHEN WS-QTDE-ANTERIOR EQUAL 0
               AND WS-QTDE-INF EQUAL 0
                   DISPLAY "NADA A AJUSTAR"
                   GO TO 6000-FIM
               WHEN WS-QTDE-ANTERIOR EQUAL 0
                   WRITE REG-SALDO-ENDERECO
               WHEN WS-QTDE-INF EQUAL 0
                   DELETE SALDOS-END RECORD
               WHEN OTHER
                   REWRITE REG-SALDO-ENDERECO
           END-EVALUATE

           IF WS-FS-SE NOT EQUAL ZEROS
               DISPLAY "NAO FOI POSSIVEL AJUSTAR O ENDERECO - FILE ST"
                   "ATUS: " WS-FS-SE
               MOVE CHAVE-SALDO-END TO WS-LOG-CHAVE
               MOVE WS-FS-SE TO WS-LOG-FS-VALOR
               PERFORM 7000-GRAVAR-LOG-EXCECAO
               GO TO 6000-FIM
           END-IF

           DISPLAY "SALDO DO ENDERECO AJUSTADO DE " WS-QTDE-ANTERIOR
               " PARA " WS-QTDE-INF

           PERFORM 6200-SOMAR-ENDERECADO
           PERFORM 6300-CONFERIR-DEPOSITO.
       6000-FIM.
           EXIT.

       6200-SOMAR-ENDERECADO.
           MOVE 0 TO WS-TOTAL-ENDERECADO
           MOVE 0 TO WS-EOF-SE
           MOVE WS-DEPOSITO-INF TO COD-DEPOSITO-SE
           MOVE 0 TO COD-ENDERECO-SE
           MOVE 0 TO COD-PRODUTO-SE

           START SALDOS-END KEY NOT LESS CHAVE-SALDO-END
               INVALID KEY
                   MOVE 1 TO WS-EOF-SE
           END-START

           PERFORM UNTIL WS-EOF-SE EQUAL 1
               READ SALDOS-END NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF-SE
                   NOT AT END
                       IF COD-DEPOSITO-SE NOT EQUAL WS-DEPOSITO-INF
                           MOVE 1 TO WS-EOF-SE
                       ELSE
                           IF COD-PRODUTO-SE EQUAL WS-COD-PRODUTO-INF
                               ADD QTDE-SALDO-END TO
                                   WS-TOTAL-ENDERECADO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * Compares what the bins hold with the deposito balance kept by
      * ATUALIZA-SALDO-DEP, so the stock still to be put away shows.
       6300-CONFERIR-DEPOSITO.
           DISPLAY "TOTAL NOS ENDERECOS: " WS-TOTAL-ENDERECADO

           IF WS-FS-SAL EQUAL ZEROS
               MOVE WS-DEPOSITO-INF TO COD-DEPOSITO-SD
               MOVE WS-COD-PRODUTO-INF TO COD-PRODUTO-SD

               READ SALDOS-DEP
                   INVALID KEY
                       MOVE 0 TO QTDE-SALDO-DEP
               END-READ

               COMPUTE WS-NAO-ENDERECADO =
                   QTDE-SALDO-DEP - WS-TOTAL-ENDERECADO

               DISPLAY "SALDO NO DEPOSITO: " QTDE-SALDO-DEP

               IF WS-NAO-ENDERECADO GREATER 0
                   DISPLAY "SALDO SEM ENDERECO: " WS-NAO-ENDERECADO
               END-IF

               IF WS-NAO-ENDERECADO LESS 0
                   DISPLAY "ATENCAO: ENDERECOS SOMAM MAIS QUE O SALDO"
                       " DO DEPOSITO"
               END-IF
           END-IF.

       6500-RELATORIO-OCUPACAO.
           DISPLAY "INFORME O DEPOSITO (0 = TODOS)"
           ACCEPT WS-DEPOSITO-INF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE

           MOVE SPACES TO REL-CABECALHO-COLUNAS
           STRING "DP  ENDERECO  PERC.   CAPACIDADE      OCUPADO  S"
               "  SITUACAO"
               DELIMITED BY SIZE INTO REL-CABECALHO-COLUNAS
           MOVE "ENDERECOS VAZIOS E COM EXCESSO" TO REL-CAB-TITULO
           MOVE SPACES TO REL-NOME-ARQ
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'RELATORIOS\ENDERECOS' WS-DATA-HOJE '.TXT'
               DELIMITED BY SIZE INTO REL-NOME-ARQ
           PERFORM 8100-ABRIR-RELATORIO

           MOVE 0 TO WS-QTDE-LISTADOS
           MOVE 0 TO WS-QTDE-VAZIOS
           MOVE 0 TO WS-QTDE-EXCESSO
           MOVE 0 TO WS-EOF
           MOVE WS-DEPOSITO-INF TO COD-DEPOSITO-END
           MOVE ZEROS TO COD-ENDERECO

           START ENDERECOS KEY NOT LESS CHAVE-ENDERECO
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START

           PERFORM UNTIL WS-EOF EQUAL 1
               READ ENDERECOS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF WS-DEPOSITO-INF NOT EQUAL 0
                       AND COD-DEPOSITO-END NOT EQUAL WS-DEPOSITO-INF
                           MOVE 1 TO WS-EOF
                       ELSE
                           ADD 1 TO WS-QTDE-LISTADOS
                           PERFORM 6600-AVALIAR-ENDERECO
                       END-IF
               END-READ
           END-PERFORM

           MOVE ALL "-" TO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           MOVE SPACES TO LINHA-RELATORIO
           STRING "ENDERECOS LIDOS: " WS-QTDE-LISTADOS
               "   VAZIOS: " WS-QTDE-VAZIOS
               "   COM EXCESSO: " WS-QTDE-EXCESSO
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           IF WS-FS-REL EQUAL ZEROS
               CLOSE RELATORIO
               MOVE "ENDERECO-DEPOSITO" TO PARM-CAT-PROGRAMA
               MOVE REL-CAB-TITULO TO PARM-CAT-TITULO
               MOVE REL-NOME-ARQ TO PARM-CAT-ARQUIVO
               CALL "GRAVA-CATALOGO" USING PARM-CATALOGO
               DISPLAY "RELATORIO GRAVADO EM " REL-NOME-ARQ
           END-IF

           DISPLAY "ENDERECOS VAZIOS: " WS-QTDE-VAZIOS
           DISPLAY "ENDERECOS COM EXCESSO: " WS-QTDE-EXCESSO.

       6600-AVALIAR-ENDERECO.
           PERFORM 2100-MEDIR-OCUPACAO

           IF WS-OCUPADO EQUAL 0
           OR WS-OCUPADO GREATER CAPACIDADE-END
               PERFORM 2200-MONTAR-LINHA

               IF WS-OCUPADO EQUAL 0
                   MOVE "VAZIO" TO WS-DET-SITUACAO
                   ADD 1 TO WS-QTDE-VAZIOS
               ELSE
                   MOVE "ACIMA DA CAPACIDADE" TO WS-DET-SITUACAO
                   ADD 1 TO WS-QTDE-EXCESSO
               END-IF

               MOVE WS-LINHA-ENDERECO TO LINHA-RELATORIO
               PERFORM 8200-IMPRIMIR-LINHA
           END-IF.

       8100-ABRIR-RELATORIO.
           MOVE PARM-AMB-NOME TO REL-CAB-AMBIENTE

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-RELATORIO
           MOVE WS-DATA-RELATORIO(5:2) TO REL-CAB-DATA(1:2)
           MOVE WS-DATA-RELATORIO(7:2) TO REL-CAB-DATA(4:2)
           MOVE WS-DATA-RELATORIO(1:4) TO REL-CAB-DATA(7:4)

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

       7000-GRAVAR-LOG-EXCECAO.
           OPEN EXTEND LOG-EXCECOES

           IF WS-FS-LOG EQUAL 35
               OPEN OUTPUT LOG-EXCECOES
           END-IF

           IF WS-FS-LOG EQUAL 0
               MOVE "ENDERECO-DEPOSITO" TO LOG-PROGRAMA
               MOVE FUNCTION CURRENT-DATE(1:14) TO LOG-DATA-HORA
               MOVE WS-LOG-CHAVE TO LOG-CHAVE
               MOVE WS-LOG-FS-VALOR TO LOG-FS-VALOR
               MOVE 'N' TO LOG-IND-RECONHECIDO
               WRITE REG-LOG-EXCECAO
               CLOSE LOG-EXCECOES
           END-IF.

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

           MOVE SPACES TO WS-ARQ-ENDERECOS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'ENDERECOS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-ENDERECOS

           MOVE SPACES TO WS-ARQ-SALDOSENDERECO
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'SALDOSENDERECO.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-SALDOSENDERECO

           MOVE SPACES TO WS-ARQ-DEPOSITOS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'DEPOSITOS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-DEPOSITOS

           MOVE SPACES TO WS-ARQ-SALDOSDEPOSITO
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'SALDOSDEPOSITO.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-SALDOSDEPOSITO

           MOVE SPACES TO WS-ARQ-PRODUTOS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'PRODUTOS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-PRODUTOS

           MOVE SPACES TO WS-ARQ-EXCECOES
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'EXCECOES.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-EXCECOES.

       END PROGRAM ENDERECO-DEPOSITO.
