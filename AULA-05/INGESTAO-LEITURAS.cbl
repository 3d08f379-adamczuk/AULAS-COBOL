           03 REJ-MOTIVO-LEITURA   PIC X(30).
       WORKING-STORAGE SECTION.
           COPY AMBIENTE.
           COPY CTLINTERFACE.
           COPY CTLCONFERE.
           COPY PARMINTERFACE.
       77 WS-ARQ-LEITURAS        PIC X(60) VALUE SPACES.
       77 WS-ARQ-SITESCLIMA      PIC X(60) VALUE SPACES.
       77 WS-ARQ-HISTORICOCLIMA  PIC X(60) VALUE SPACES.
               DISPLAY "LEITURAS.TXT NAO ABERTO - FILE STATUS: "
                   WS-FS-LEI
           ELSE
               PERFORM 1000-CONFERIR-LEITURAS

               IF WS-CTL-VALIDO NOT EQUAL 'S'
                   DISPLAY "LEITURAS.TXT REJEITADO POR INTEIRO - "
                       WS-CTL-MOTIVO
                   DISPLAY "NENHUMA LEITURA FOI INGERIDA"
               ELSE
                   OPEN INPUT SITES
                   OPEN OUTPUT REJEITOS
                   OPEN EXTEND HIST-CLIMA

                   IF WS-FS-HIST EQUAL 35
                       OPEN OUTPUT HIST-CLIMA
                   END-IF

                   IF WS-FS-SITE NOT EQUAL ZEROES
                   OR WS-FS-REJ NOT EQUAL ZEROES
                   OR WS-FS-HIST NOT EQUAL ZEROES
                       DISPLAY "NAO FOI POSSIVEL ABRIR OS ARQUIVOS"
                       DISPLAY "SITES: " WS-FS-SITE "  REJEITOS: "
                           WS-FS-REJ "  HISTORICO: " WS-FS-HIST
                   ELSE
                       PERFORM UNTIL WS-EOF EQUAL 1
                           READ LEITURAS
                               AT END
                                   MOVE 1 TO WS-EOF
                               NOT AT END
                                   MOVE REG-LEITURA TO
                                       REG-CONTROLE-INTERFACE
                                   IF NOT CTL-CABECALHO
                                   AND NOT CTL-RODAPE
                                       ADD 1 TO WS-LIDAS
                                       PERFORM 2000-PROCESSAR-LEITURA
                                   END-IF
                           END-READ
                       END-PERFORM

                       PERFORM 5000-COMPLETAR-SEMANAS-PARCIAIS
                       PERFORM 6000-RELATORIO-DE-LACUNAS

                       DISPLAY "LEITURAS LIDAS......: " WS-LIDAS
                       DISPLAY "SEMANAS GRAVADAS....: " WS-SEMANAS
                       DISPLAY "LEITURAS REJEITADAS.: " WS-REJEITADAS
                       DISPLAY "SITES SEM LEITURA...: " WS-SEM-LEITURA

                       CLOSE SITES
                       CLOSE REJEITOS
                       CLOSE HIST-CLIMA
                   END-IF
               END-IF

               PERFORM 9120-REGISTRAR-INTERFACE

               CLOSE LEITURAS
           END-IF

           GOBACK.

      * The collector's trailer total is the sum of the reading dates
      * of the detail lines. The file is read again from the top for
      * the ingestion.
       1000-CONFERIR-LEITURAS.
           PERFORM 9040-INICIAR-CONFERENCIA

           PERFORM UNTIL WS-EOF EQUAL 1
               READ LEITURAS
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       MOVE REG-LEITURA TO REG-CONTROLE-INTERFACE
                       PERFORM 9050-CONTAR-LINHA-CONTROLE

                       IF WS-CTL-E-DETALHE EQUAL 'S'
                       AND LEIT-DATA NUMERIC
                           ADD LEIT-DATA TO WS-CTL-TOTAL-CALC
                       END-IF
               END-READ
           END-PERFORM

           PERFORM 9100-CONFERIR-CONTROLE

           CLOSE LEITURAS
           OPEN INPUT LEITURAS
           MOVE 0 TO WS-EOF.

       2000-PROCESSAR-LEITURA.
           MOVE LEIT-SITE TO CODIGO-SITE

               END-READ
           END-PERFORM.

      ******************************************************************
      * Interface file control: the first pass counts the lines and
      * picks up the HDR and TRL; the file is used only when it opens
      * with one HDR, closes with one TRL whose count and total match
      * the detail lines, and carries the next sequence expected from
      * that sender.
      ******************************************************************
       9040-INICIAR-CONFERENCIA.
           INITIALIZE WS-CONFERENCIA-CONTROLE
           MOVE 'S' TO WS-CTL-VALIDO
           MOVE 'S' TO WS-CTL-CAMPOS-OK.

       9050-CONTAR-LINHA-CONTROLE.
           ADD 1 TO WS-CTL-LINHAS
           MOVE 'N' TO WS-CTL-E-DETALHE

           IF CTL-CABECALHO
               ADD 1 TO WS-CTL-QTDE-HDR

               IF WS-CTL-QTDE-HDR EQUAL 1
                   MOVE WS-CTL-LINHAS TO WS-CTL-LINHA-HDR
                   MOVE CTL-REMETENTE TO WS-CTL-REMETENTE

                   IF CTL-DATA NUMERIC
                   AND CTL-SEQUENCIA NUMERIC
                       MOVE CTL-DATA TO WS-CTL-DATA
                       MOVE CTL-SEQUENCIA TO WS-CTL-SEQUENCIA
                   ELSE
                       MOVE 'N' TO WS-CTL-CAMPOS-OK
                   END-IF
               END-IF
           ELSE
               IF CTL-RODAPE
                   ADD 1 TO WS-CTL-QTDE-TRL
                   MOVE WS-CTL-LINHAS TO WS-CTL-LINHA-TRL

                   IF CTL-QTDE-REGISTROS NUMERIC
                   AND CTL-TOTAL NUMERIC
                       MOVE CTL-QTDE-REGISTROS TO WS-CTL-QTDE-INF
                       MOVE CTL-TOTAL TO WS-CTL-TOTAL-INF
                   ELSE
                       MOVE 'N' TO WS-CTL-CAMPOS-OK
                   END-IF
               ELSE
                   ADD 1 TO WS-CTL-DETALHES
                   MOVE 'S' TO WS-CTL-E-DETALHE
               END-IF
           END-IF.

       9100-CONFERIR-CONTROLE.
           MOVE SPACES TO WS-CTL-MOTIVO

           EVALUATE TRUE
               WHEN WS-CTL-QTDE-HDR EQUAL 0
               OR WS-CTL-LINHA-HDR NOT EQUAL 1
                   MOVE "CABECALHO AUSENTE NA 1A LINHA" TO
                       WS-CTL-MOTIVO
               WHEN WS-CTL-QTDE-HDR GREATER 1
                   MOVE "MAIS DE UM CABECALHO" TO WS-CTL-MOTIVO
               WHEN WS-CTL-QTDE-TRL EQUAL 0
                   MOVE "SEM RODAPE - ARQUIVO TRUNCADO" TO
                       WS-CTL-MOTIVO
               WHEN WS-CTL-QTDE-TRL GREATER 1
               OR WS-CTL-LINHA-TRL NOT EQUAL WS-CTL-LINHAS
                   MOVE "RODAPE FORA DA ULTIMA LINHA" TO WS-CTL-MOTIVO
               WHEN WS-CTL-CAMPOS-OK EQUAL 'N'
                   MOVE "CAMPO DE CONTROLE NAO NUMERICO" TO
                       WS-CTL-MOTIVO
               WHEN WS-CTL-QTDE-INF NOT EQUAL WS-CTL-DETALHES
                   MOVE "QTDE DO RODAPE NAO CONFERE" TO WS-CTL-MOTIVO
               WHEN WS-CTL-TOTAL-INF NOT EQUAL WS-CTL-TOTAL-CALC
                   MOVE "TOTAL DO RODAPE NAO CONFERE" TO WS-CTL-MOTIVO
               WHEN OTHER
                   PERFORM 9110-CONFERIR-SEQUENCIA
           END-EVALUATE

           IF WS-CTL-MOTIVO NOT EQUAL SPACES
               MOVE 'N' TO WS-CTL-VALIDO
           END-IF.

       9110-CONFERIR-SEQUENCIA.
           MOVE 'U' TO PARM-INT-ACAO
           MOVE "LEITURAS" TO PARM-INT-ARQUIVO
           MOVE WS-CTL-REMETENTE TO PARM-INT-PARCEIRO
           CALL "REGISTRA-INTERFACE" USING PARM-INTERFACE

           IF PARM-INT-RETORNO NOT EQUAL ZEROS
               MOVE "SEM ACESSO AO REG. INTERFACES" TO
                   WS-CTL-MOTIVO
           ELSE
               IF PARM-INT-ACHOU EQUAL 'S'
                   EVALUATE TRUE
                       WHEN WS-CTL-SEQUENCIA EQUAL PARM-INT-ULTIMA-SEQ
                           MOVE "SEQUENCIA DUPLICADA" TO WS-CTL-MOTIVO
                       WHEN WS-CTL-SEQUENCIA LESS PARM-INT-ULTIMA-SEQ
                           MOVE "SEQUENCIA FORA DE ORDEM" TO
                               WS-CTL-MOTIVO
                       WHEN WS-CTL-SEQUENCIA GREATER
                               PARM-INT-ULTIMA-SEQ + 1
                           MOVE "SEQUENCIA COM LACUNA" TO
                               WS-CTL-MOTIVO
                   END-EVALUATE
               END-IF
           END-IF.

       9120-REGISTRAR-INTERFACE.
           MOVE 'G' TO PARM-INT-ACAO
           MOVE "LEITURAS" TO PARM-INT-ARQUIVO
           MOVE 'E' TO PARM-INT-SENTIDO
           MOVE WS-CTL-REMETENTE TO PARM-INT-PARCEIRO
           MOVE WS-CTL-DATA TO PARM-INT-DATA-ARQ
           MOVE WS-CTL-SEQUENCIA TO PARM-INT-SEQUENCIA
           MOVE WS-CTL-DETALHES TO PARM-INT-QTDE
           MOVE WS-CTL-TOTAL-CALC TO PARM-INT-TOTAL

           IF WS-CTL-VALIDO EQUAL 'S'
               MOVE 'A' TO PARM-INT-SITUACAO
           ELSE
               MOVE 'R' TO PARM-INT-SITUACAO
           END-IF

           MOVE WS-CTL-MOTIVO TO PARM-INT-MOTIVO
           MOVE "INGESTAO-LEITURAS" TO PARM-INT-PROGRAMA
           MOVE WS-ARQ-LEITURAS TO PARM-INT-NOME-ARQ
           CALL "REGISTRA-INTERFACE" USING PARM-INTERFACE

           IF PARM-INT-RETORNO NOT EQUAL ZEROS
               DISPLAY "REGISTRO DE INTERFACES NAO ATUALIZADO - FILE "
                   "STATUS: " PARM-INT-RETORNO
           END-IF.

       0950-RESOLVER-AMBIENTE.
           CALL "CONFIG-AMBIENTE" USING PARM-AMBIENTE
           DISPLAY "AMBIENTE ATIVO: " PARM-AMB-NOME
