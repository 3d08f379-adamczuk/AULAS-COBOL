       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOEDA-CAMBIO.
       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOEDAS ASSIGN TO WS-ARQ-MOEDAS
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS COD-MOEDA
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS.

           SELECT COTACOES ASSIGN TO WS-ARQ-COTACOESMOEDA
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CHAVE-COTACAO
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-COT.
       DATA DIVISION.
       FILE SECTION.
       FD MOEDAS.
           COPY MOEDA.

       FD COTACOES.
           COPY COTACAOMOEDA.
       WORKING-STORAGE SECTION.
           COPY PARMSESSAO.
           COPY AMBIENTE.
       77 WS-ARQ-MOEDAS          PIC X(60) VALUE SPACES.
       77 WS-ARQ-COTACOESMOEDA   PIC X(60) VALUE SPACES.
       77 WS-FS              PIC 99 VALUE 0.
       77 WS-FS-COT           PIC 99 VALUE 0.
       77 CONTROLE           PIC A VALUE SPACES.
       77 WS-OPCAO            PIC 9 VALUE 0.
       77 WS-EOF              PIC 99 VALUE 0.
       77 WS-TAXA-INF         PIC 9(05)V9(06) VALUE 0.
       77 WS-DATA-INF         PIC 9(08) VALUE 0.
       77 WS-CONFIRMA         PIC A VALUE SPACES.
       77 MASC-TAXA           PIC ZZ.ZZ9,999999.

       PROCEDURE DIVISION.
      ******************************************************************
      * Currencies suppliers bill in and their daily exchange rates in
      * reais, used by NOTA-FORNECEDOR on the invoice date, by
      * PAGAMENTO-LOTE on the payment date and by REAVALIACAO-CAMBIAL
      * at month end.
      ******************************************************************
       MAIN-PROCEDURE.
           PERFORM 0950-RESOLVER-AMBIENTE
           PERFORM 0900-LER-SESSAO
           DISPLAY "MOEDAS E COTACOES DE CAMBIO"

           OPEN I-O MOEDAS

           IF WS-FS EQUAL 35
               OPEN OUTPUT MOEDAS
               IF WS-FS EQUAL ZEROS
                   CLOSE MOEDAS
                   OPEN I-O MOEDAS
               END-IF
           END-IF

           OPEN I-O COTACOES

           IF WS-FS-COT EQUAL 35
               OPEN OUTPUT COTACOES
               IF WS-FS-COT EQUAL ZEROS
                   CLOSE COTACOES
                   OPEN I-O COTACOES
               END-IF
           END-IF

           IF WS-FS NOT EQUAL ZEROS
           OR WS-FS-COT NOT EQUAL ZEROS
               DISPLAY "NAO FOI POSSIVEL ABRIR OS ARQUIVOS"
               DISPLAY "MOEDAS: " WS-FS "  COTACOES: " WS-FS-COT
           ELSE
               PERFORM UNTIL CONTROLE EQUAL 'N'
                   DISPLAY "1 - INCLUIR MOEDA"
                   DISPLAY "2 - ALTERAR MOEDA"
                   DISPLAY "3 - REGISTRAR COTACAO DO DIA"
                   DISPLAY "4 - LISTAR MOEDAS"
                   DISPLAY "5 - LISTAR COTACOES DE UMA MOEDA"
                   ACCEPT WS-OPCAO

                   EVALUATE WS-OPCAO
                       WHEN 1
                           PERFORM 2000-INCLUIR-MOEDA
                       WHEN 2
                           PERFORM 3000-ALTERAR-MOEDA
                       WHEN 3
                           PERFORM 4000-REGISTRAR-COTACAO
                       WHEN 4
                           PERFORM 5000-LISTAR-MOEDAS
                       WHEN 5
                           PERFORM 6000-LISTAR-COTACOES
                       WHEN OTHER
                           DISPLAY "OPCAO INVALIDA"
                   END-EVALUATE

                   DISPLAY "DESEJA REALIZAR OUTRA OPERACAO?"
                   DISPLAY "DIGITE N PARA NAO"
                   ACCEPT CONTROLE
               END-PERFORM
           END-IF

           IF WS-FS EQUAL ZEROS
               CLOSE MOEDAS
           END-IF
           IF WS-FS-COT EQUAL ZEROS
               CLOSE COTACOES
           END-IF

           GOBACK.

       2000-INCLUIR-MOEDA.
           DISPLAY "INFORME O CODIGO DA MOEDA (EX.: USD, EUR)"
           ACCEPT COD-MOEDA

           IF COD-MOEDA EQUAL SPACES
           OR COD-MOEDA EQUAL "BRL"
               DISPLAY "O REAL E A MOEDA DA CASA E NAO E CADASTRADO"
           ELSE
               READ MOEDAS
                   INVALID KEY
                       DISPLAY "INFORME O NOME DA MOEDA"
                       ACCEPT NOME-MOEDA
                       MOVE 'A' TO SITUACAO-MOEDA

                       WRITE REG-MOEDA

                       IF WS-FS NOT EQUAL ZEROS
                           DISPLAY "NAO FOI POSSIVEL GRAVAR A MOEDA -"
                               " FILE STATUS: " WS-FS
                       ELSE
                           DISPLAY "MOEDA GRAVADA!"
                       END-IF
                   NOT INVALID KEY
                       DISPLAY "MOEDA JA CADASTRADA: " NOME-MOEDA
               END-READ
           END-IF.

       3000-ALTERAR-MOEDA.
           DISPLAY "INFORME O CODIGO DA MOEDA"
           ACCEPT COD-MOEDA

           READ MOEDAS
               INVALID KEY
                   DISPLAY "MOEDA NAO ENCONTRADA"
               NOT INVALID KEY
                   DISPLAY "NOME ATUAL.......: " NOME-MOEDA
                   DISPLAY "INFORME O NOVO NOME"
                   ACCEPT NOME-MOEDA
                   DISPLAY "SITUACAO ATUAL...: " SITUACAO-MOEDA
                   DISPLAY "INFORME A SITUACAO (A-ATIVA I-INATIVA)"
                   ACCEPT SITUACAO-MOEDA

                   IF NOT MOEDA-ATIVA
                   AND NOT MOEDA-INATIVA
                       MOVE 'A' TO SITUACAO-MOEDA
                   END-IF

                   REWRITE REG-MOEDA

                   IF WS-FS NOT EQUAL ZEROS
                       DISPLAY "NAO FOI POSSIVEL ALTERAR A MOEDA - FI"
      -                    "LE STATUS: " WS-FS
                   ELSE
                       DISPLAY "MOEDA ALTERADA COM SUCESSO!"
                   END-IF
           END-READ.

      ******************************************************************
      * A rate already keyed for the day is replaced only on
      * confirmation; titulos already booked keep the rate they were
      * booked at.
      ******************************************************************
       4000-REGISTRAR-COTACAO.
           DISPLAY "INFORME O CODIGO DA MOEDA"
           ACCEPT COD-MOEDA

           READ MOEDAS
               INVALID KEY
                   DISPLAY "MOEDA NAO ENCONTRADA"
               NOT INVALID KEY
                   IF NOT MOEDA-ATIVA
                       DISPLAY "MOEDA INATIVA - COTACAO NAO REGISTRADA"
                   ELSE
                       PERFORM 4100-GRAVAR-COTACAO
                   END-IF
           END-READ.

       4100-GRAVAR-COTACAO.
           DISPLAY "INFORME A DATA DA COTACAO (AAAAMMDD, 0 = HOJE)"
           ACCEPT WS-DATA-INF

           IF WS-DATA-INF EQUAL 0
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-INF
           END-IF

           DISPLAY "INFORME A TAXA EM REAIS POR 1 " COD-MOEDA
           ACCEPT WS-TAXA-INF

           IF WS-TAXA-INF EQUAL 0
               DISPLAY "TAXA ZERO - COTACAO NAO REGISTRADA"
           ELSE
               MOVE COD-MOEDA TO COD-MOEDA-COT
               MOVE WS-DATA-INF TO DATA-COTACAO

               READ COTACOES
                   INVALID KEY
                       MOVE WS-TAXA-INF TO TAXA-COTACAO
                       MOVE PARM-SES-OPERADOR TO OPERADOR-COTACAO
                       WRITE REG-COTACAO-MOEDA
                   NOT INVALID KEY
                       MOVE TAXA-COTACAO TO MASC-TAXA
                       DISPLAY "JA EXISTE COTACAO NESTA DATA: "
                           MASC-TAXA
                       DISPLAY "SUBSTITUI? (S/N)"
                       ACCEPT WS-CONFIRMA
                       IF WS-CONFIRMA EQUAL 'S'
                           MOVE WS-TAXA-INF TO TAXA-COTACAO
                           MOVE PARM-SES-OPERADOR TO OPERADOR-COTACAO
                           REWRITE REG-COTACAO-MOEDA
                       END-IF
               END-READ

               IF WS-FS-COT NOT EQUAL ZEROS
                   DISPLAY "NAO FOI POSSIVEL GRAVAR A COTACAO - FILE "
                       "STATUS: " WS-FS-COT
               ELSE
                   DISPLAY "COTACAO REGISTRADA!"
               END-IF
           END-IF.

       5000-LISTAR-MOEDAS.
           MOVE 0 TO WS-EOF
           MOVE LOW-VALUES TO COD-MOEDA

           START MOEDAS KEY NOT LESS COD-MOEDA
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START

           PERFORM UNTIL WS-EOF EQUAL 1
               READ MOEDAS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       DISPLAY COD-MOEDA "  " NOME-MOEDA "  "
                           SITUACAO-MOEDA
               END-READ
           END-PERFORM.

       6000-LISTAR-COTACOES.
           DISPLAY "INFORME O CODIGO DA MOEDA"
           ACCEPT COD-MOEDA
           DISPLAY "A PARTIR DA DATA (AAAAMMDD)"
           ACCEPT WS-DATA-INF

           MOVE 0 TO WS-EOF
           MOVE COD-MOEDA TO COD-MOEDA-COT
           MOVE WS-DATA-INF TO DATA-COTACAO

           START COTACOES KEY NOT LESS CHAVE-COTACAO
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START

           PERFORM UNTIL WS-EOF EQUAL 1
               READ COTACOES NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF COD-MOEDA-COT NOT EQUAL COD-MOEDA
                           MOVE 1 TO WS-EOF
                       ELSE
                           MOVE TAXA-COTACAO TO MASC-TAXA
                           DISPLAY DATA-COTACAO "  " MASC-TAXA
                               "  OPERADOR " OPERADOR-COTACAO
                       END-IF
               END-READ
           END-PERFORM.

       0900-LER-SESSAO.
           MOVE 'L' TO PARM-SES-ACAO
           CALL "OPERADOR-SESSAO" USING PARM-SESSAO.

       0950-RESOLVER-AMBIENTE.
           CALL "CONFIG-AMBIENTE" USING PARM-AMBIENTE
           DISPLAY "AMBIENTE ATIVO: " PARM-AMB-NOME

           MOVE SPACES TO WS-ARQ-MOEDAS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'MOEDAS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-MOEDAS

           MOVE SPACES TO WS-ARQ-COTACOESMOEDA
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'COTACOESMOEDA.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-COTACOESMOEDA.

       END PROGRAM MOEDA-CAMBIO.
