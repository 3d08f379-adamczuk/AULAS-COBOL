       WORKING-STORAGE SECTION.
           COPY FSTATUS.
           COPY AMBIENTE.
           COPY CTLINTERFACE.
           COPY CTLCONFERE.
           COPY PARMINTERFACE.
       77 WS-ARQ-CATALOGO-CSV    PIC X(60) VALUE SPACES.
       77 WS-ARQ-PRODUTOS        PIC X(60) VALUE SPACES.
       77 WS-ARQ-CATALOGO-REJEITOS PIC X(60) VALUE SPACES.
       77 WS-FS-REJ           PIC 99 VALUE 0.
       77 WS-EOF              PIC 99 VALUE 0.
       77 WS-FORN-CATALOGO    PIC 999 VALUE 0.
       77 WS-FORN-REMETENTE   PIC 9(05) VALUE 0.
       77 WS-EAN-TEXTO        PIC X(13) VALUE SPACES.
       77 WS-PRECO-TEXTO      PIC X(09) VALUE SPACES.
       01 WS-EAN-NUM-RED.
               DISPLAY "NAO FOI POSSIVEL ABRIR CATALOGO.CSV"
               DISPLAY "FILE STATUS: " WS-FS-CAT " - " WS-FS-MENSAGEM
           ELSE
               PERFORM 1000-CONFERIR-CATALOGO
               CLOSE CATALOGO

               IF WS-CTL-VALIDO NOT EQUAL 'S'
                   DISPLAY "CATALOGO REJEITADO POR INTEIRO - "
                       WS-CTL-MOTIVO
                   DISPLAY "NENHUMA COTACAO FOI REGISTRADA"
               ELSE
                   OPEN INPUT CATALOGO
                   PERFORM 1500-IMPORTAR-CATALOGO
                   CLOSE CATALOGO
               END-IF

               PERFORM 9120-REGISTRAR-INTERFACE
           END-IF

           GOBACK.

      * Besides the generic control, the catalog must come from the
      * supplier the operator named.
       1000-CONFERIR-CATALOGO.
           PERFORM 9040-INICIAR-CONFERENCIA

           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF EQUAL 1
               READ CATALOGO
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       MOVE REG-CATALOGO TO REG-CONTROLE-INTERFACE
                       PERFORM 9050-CONTAR-LINHA-CONTROLE

                       IF WS-CTL-E-DETALHE EQUAL 'S'
                           PERFORM 1100-SOMAR-PRECO
                       END-IF
               END-READ
           END-PERFORM

           PERFORM 9100-CONFERIR-CONTROLE

           IF WS-CTL-VALIDO EQUAL 'S'
               IF WS-CTL-REMETENTE NUMERIC
                   MOVE WS-CTL-REMETENTE TO WS-FORN-REMETENTE
               ELSE
                   MOVE 0 TO WS-FORN-REMETENTE
               END-IF

               IF WS-FORN-REMETENTE NOT EQUAL WS-FORN-CATALOGO
                   MOVE 'N' TO WS-CTL-VALIDO
                   MOVE "REMETENTE NAO E O FORNECEDOR" TO WS-CTL-MOTIVO
               END-IF
           END-IF.

       1100-SOMAR-PRECO.
           MOVE SPACES TO WS-EAN-TEXTO
           MOVE SPACES TO WS-PRECO-TEXTO

           UNSTRING REG-CATALOGO DELIMITED BY ','
               INTO WS-EAN-TEXTO WS-PRECO-TEXTO
           END-UNSTRING

           IF WS-PRECO-TEXTO NUMERIC
               MOVE WS-PRECO-TEXTO TO WS-PRECO-NUM-RED
               ADD WS-PRECO-NUM TO WS-CTL-TOTAL-CALC
           END-IF.

       1500-IMPORTAR-CATALOGO.
           MOVE 0 TO WS-EOF

           OPEN INPUT PRODUTOS
           OPEN OUTPUT REJEITOS

           OPEN I-O COTACOES-FORN

           IF WS-FS-CTF EQUAL 35
               OPEN OUTPUT COTACOES-FORN
               IF WS-FS-CTF EQUAL ZEROS
                   CLOSE COTACOES-FORN
                   OPEN I-O COTACOES-FORN
               END-IF
           END-IF

           IF WS-FS-CTF NOT EQUAL ZEROS
               DISPLAY "COTACOES DO FORNECEDOR NAO SERAO REGISTRA"
      -            "DAS - FILE STATUS: " WS-FS-CTF
           END-IF

           IF WS-FS NOT EQUAL ZEROS
           OR WS-FS-REJ NOT EQUAL ZEROS
               DISPLAY "NAO FOI POSSIVEL ABRIR OS ARQUIVOS"
               DISPLAY "PRODUTOS: " WS-FS "  REJEITOS: " WS-FS-REJ
           ELSE
               PERFORM UNTIL WS-EOF EQUAL 1
                   READ CATALOGO
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           MOVE REG-CATALOGO TO REG-CONTROLE-INTERFACE
                           IF NOT CTL-CABECALHO
                           AND NOT CTL-RODAPE
                               ADD 1 TO WS-LIDAS
                               PERFORM 2000-PROCESSAR-LINHA
                           END-IF
                   END-READ
               END-PERFORM

               PERFORM 4000-PRODUTOS-FORA-CATALOGO

               DISPLAY "----------------------------------------"
               DISPLAY "LINHAS LIDAS............: " WS-LIDAS
               DISPLAY "PRECOS CONFEREM.........: " WS-CONFERE
               DISPLAY "PRECOS DIVERGENTES......: " WS-DIVERGENTES
               DISPLAY "EANS NAO ESTOCADOS......: "
                   WS-NAO-ESTOCADOS
               DISPLAY "LINHAS REJEITADAS.......: " WS-REJEITADOS
               DISPLAY "NOSSOS ITENS FORA DO CAT: "
                   WS-FORA-CATALOGO
               DISPLAY "COTACOES REGISTRADAS....: "
                   WS-COTACOES-GRAVADAS

               CLOSE PRODUTOS
               CLOSE REJEITOS

               IF WS-FS-CTF EQUAL ZEROS
                   CLOSE COTACOES-FORN
               END-IF
           END-IF.

       2000-PROCESSAR-LINHA.
           MOVE SPACES TO WS-EAN-TEXTO
               END-IF
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
           MOVE "CATALOGO" TO PARM-INT-ARQUIVO
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
           MOVE "CATALOGO" TO PARM-INT-ARQUIVO
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
           MOVE "IMPORTA-CATALOGO" TO PARM-INT-PROGRAMA
           MOVE WS-ARQ-CATALOGO-CSV TO PARM-INT-NOME-ARQ
           CALL "REGISTRA-INTERFACE" USING PARM-INTERFACE

           IF PARM-INT-RETORNO NOT EQUAL ZEROS
               DISPLAY "REGISTRO DE INTERFACES NAO ATUALIZADO - FILE "
                   "STATUS: " PARM-INT-RETORNO
           END-IF.

       0950-RESOLVER-AMBIENTE.
           CALL "CONFIG-AMBIENTE" USING PARM-AMBIENTE
           DISPLAY "AMBIENTE ATIVO: " PARM-AMB-NOME
