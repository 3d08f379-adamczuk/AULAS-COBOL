       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAPA-CONTAS-ESTOQUE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAPA ASSIGN TO WS-ARQ-MAPAESTOQUE
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CHAVE-MAPA-ESTOQUE
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS.

           SELECT PLANO ASSIGN TO WS-ARQ-PLANOCONTAS
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS COD-CONTA
           FILE STATUS IS WS-FS-PLA.
       DATA DIVISION.
       FILE SECTION.
       FD MAPA.
           COPY MAPAESTOQUE.

       FD PLANO.
           COPY CONTACONTABIL.
       WORKING-STORAGE SECTION.
           COPY FSTATUS.
           COPY AMBIENTE.
       77 WS-ARQ-MAPAESTOQUE     PIC X(60) VALUE SPACES.
       77 WS-ARQ-PLANOCONTAS     PIC X(60) VALUE SPACES.
       77 WS-FS              PIC 99 VALUE 0.
       77 WS-FS-PLA           PIC 99 VALUE 0.
       77 CONTROLE           PIC A VALUE SPACES.
       77 WS-OPCAO            PIC 9 VALUE 0.
       77 WS-EOF              PIC 99 VALUE 0.
       77 WS-CHAVE-VALIDA     PIC A VALUE 'N'.
       77 WS-CONFIRMA         PIC A VALUE SPACES.

       PROCEDURE DIVISION.
      ******************************************************************
      * Maintains MAPAESTOQUE.TXT, the ledger account each kind of
      * stock movement is posted against by CONTABILIZA-ESTOQUE. A
      * row is movement type (E/S) + deposito (00 = any) + motivo
      * (** = any, blank = sales and purchases); account zero means
      * the movement is not posted. The control record of the file
      * is never shown nor touched here.
      ******************************************************************
       MAIN-PROCEDURE.
           PERFORM 0950-RESOLVER-AMBIENTE
           DISPLAY "CONTAS CONTABEIS DO MOVIMENTO DE ESTOQUE"

           OPEN I-O MAPA

           IF WS-FS EQUAL 35
               OPEN OUTPUT MAPA
               IF WS-FS EQUAL ZEROS
                   CLOSE MAPA
                   OPEN I-O MAPA
               END-IF
           END-IF

           IF WS-FS NOT EQUAL ZEROS
               MOVE WS-FS TO WS-FS-CODIGO-BUSCA
               PERFORM 9000-TRADUZIR-FS-STATUS
               DISPLAY "NAO FOI POSSIVEL ABRIR O MAPA DE CONTAS"
               DISPLAY "FILE STATUS: " WS-FS " - " WS-FS-MENSAGEM
           ELSE
               PERFORM UNTIL CONTROLE EQUAL 'N'
                   DISPLAY "1 - INCLUIR CONTA DE MOVIMENTO"
                   DISPLAY "2 - ALTERAR CONTA DE MOVIMENTO"
                   DISPLAY "3 - EXCLUIR CONTA DE MOVIMENTO"
                   DISPLAY "4 - LISTAR CONTAS DE MOVIMENTO"
                   ACCEPT WS-OPCAO

                   EVALUATE WS-OPCAO
                       WHEN 1
                           PERFORM 2000-INCLUIR-MAPA
                       WHEN 2
                           PERFORM 3000-ALTERAR-MAPA
                       WHEN 3
                           PERFORM 3500-EXCLUIR-MAPA
                       WHEN 4
                           PERFORM 4000-LISTAR-MAPA
                       WHEN OTHER
                           DISPLAY "OPCAO INVALIDA"
                   END-EVALUATE

                   DISPLAY "DESEJA REALIZAR OUTRA OPERACAO?"
                   DISPLAY "DIGITE N PARA NAO"
                   ACCEPT CONTROLE
               END-PERFORM

               CLOSE MAPA
           END-IF

           GOBACK.

       1000-INFORMAR-CHAVE.
           MOVE 'N' TO WS-CHAVE-VALIDA

           DISPLAY "INFORME O TIPO DE MOVIMENTO (E-ENTRADA S-SAIDA)"
           ACCEPT MAP-TIPO
           DISPLAY "INFORME O DEPOSITO (00 = QUALQUER DEPOSITO)"
           ACCEPT MAP-DEPOSITO
           DISPLAY "INFORME O MOTIVO (** = QUALQUER MOTIVO, EM BRANCO"
               " = VENDAS E COMPRAS)"
           ACCEPT MAP-MOTIVO

           IF MAP-TIPO NOT EQUAL 'E'
           AND MAP-TIPO NOT EQUAL 'S'
               DISPLAY "TIPO DE MOVIMENTO INVALIDO"
           ELSE
               MOVE 'S' TO WS-CHAVE-VALIDA
           END-IF.

      * An account missing from the chart is accepted with a warning;
      * the journal takes any code and PLANO-CONTAS may lag behind.
       1100-INFORMAR-CONTA.
           DISPLAY "INFORME A CONTA CONTABIL (0 = NAO CONTABILIZAR)"
           ACCEPT MAP-CONTA

           IF MAP-CONTA GREATER 0
               OPEN INPUT PLANO
               IF WS-FS-PLA EQUAL ZEROS
                   MOVE MAP-CONTA TO COD-CONTA
                   READ PLANO
                       INVALID KEY
                           DISPLAY "ATENCAO: CONTA " MAP-CONTA
                               " NAO CADASTRADA NO PLANO DE CONTAS"
                       NOT INVALID KEY
                           DISPLAY "CONTA: " NOME-CONTA
                   END-READ
                   CLOSE PLANO
               END-IF
           END-IF

           DISPLAY "INFORME A DESCRICAO"
           ACCEPT MAP-DESCRICAO.

       2000-INCLUIR-MAPA.
           PERFORM 1000-INFORMAR-CHAVE

           IF WS-CHAVE-VALIDA EQUAL 'S'
               READ MAPA
                   INVALID KEY
                       PERFORM 1100-INFORMAR-CONTA

                       WRITE REG-MAPA-ESTOQUE

                       IF WS-FS NOT EQUAL ZEROS
                           DISPLAY "NAO FOI POSSIVEL GRAVAR A CONTA "
                               "- FILE STATUS: " WS-FS
                       ELSE
                           DISPLAY "CONTA DE MOVIMENTO GRAVADA!"
                       END-IF
                   NOT INVALID KEY
                       DISPLAY "JA EXISTE CONTA PARA ESTE MOVIMENTO: "
                           MAP-CONTA
               END-READ
           END-IF.

       3000-ALTERAR-MAPA.
           PERFORM 1000-INFORMAR-CHAVE

           IF WS-CHAVE-VALIDA EQUAL 'S'
               READ MAPA
                   INVALID KEY
                       DISPLAY "CONTA DE MOVIMENTO NAO ENCONTRADA"
                   NOT INVALID KEY
                       DISPLAY "CONTA ATUAL......: " MAP-CONTA
                       DISPLAY "DESCRICAO ATUAL..: " MAP-DESCRICAO
                       PERFORM 1100-INFORMAR-CONTA

                       REWRITE REG-MAPA-ESTOQUE

                       IF WS-FS NOT EQUAL ZEROS
                           DISPLAY "NAO FOI POSSIVEL ALTERAR A CONTA "
                               "- FILE STATUS: " WS-FS
                       ELSE
                           DISPLAY "CONTA DE MOVIMENTO ALTERADA COM S"
      -                        "UCESSO!"
                       END-IF
               END-READ
           END-IF.

       3500-EXCLUIR-MAPA.
           PERFORM 1000-INFORMAR-CHAVE

           IF WS-CHAVE-VALIDA EQUAL 'S'
               READ MAPA
                   INVALID KEY
                       DISPLAY "CONTA DE MOVIMENTO NAO ENCONTRADA"
                   NOT INVALID KEY
                       DISPLAY "CONTA.....: " MAP-CONTA
                       DISPLAY "DESCRICAO.: " MAP-DESCRICAO
                       DISPLAY "CONFIRMA A EXCLUSAO? (S/N)"
                       ACCEPT WS-CONFIRMA

                       IF WS-CONFIRMA EQUAL 'S'
                           DELETE MAPA RECORD

                           IF WS-FS NOT EQUAL ZEROS
                               DISPLAY "NAO FOI POSSIVEL EXCLUIR A CO"
      -                            "NTA - FILE STATUS: " WS-FS
                           ELSE
                               DISPLAY "CONTA DE MOVIMENTO EXCLUIDA"
                           END-IF
                       END-IF
               END-READ
           END-IF.

       4000-LISTAR-MAPA.
           MOVE 0 TO WS-EOF
           MOVE LOW-VALUES TO CHAVE-MAPA-ESTOQUE

           START MAPA KEY NOT LESS CHAVE-MAPA-ESTOQUE
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START

           DISPLAY "TIPO DEP MOT CONTA DESCRICAO"

           PERFORM UNTIL WS-EOF EQUAL 1
               READ MAPA NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF CHAVE-CONTROLE-MAP NOT EQUAL ZEROS
                           DISPLAY "  " MAP-TIPO "  " MAP-DEPOSITO
                               "  " MAP-MOTIVO "  " MAP-CONTA " "
                               MAP-DESCRICAO
                       END-IF
               END-READ
           END-PERFORM.

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

           MOVE SPACES TO WS-ARQ-MAPAESTOQUE
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'MAPAESTOQUE.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-MAPAESTOQUE

           MOVE SPACES TO WS-ARQ-PLANOCONTAS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'PLANOCONTAS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-PLANOCONTAS.

       END PROGRAM MAPA-CONTAS-ESTOQUE.
