           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-FAT.

           SELECT CONTRATOS ASSIGN TO WS-ARQ-CONTRATOS
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS NUM-CONTRATO
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-CTR.

           SELECT PARCELAS ASSIGN TO WS-ARQ-PARCELAS
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
       FD FATURAS.
           COPY FATURA.

       FD CONTRATOS.
           COPY CONTRATO.

       FD PARCELAS.
           COPY PARCELA.

           03 FILLER               PIC X(32).
       WORKING-STORAGE SECTION.
           COPY PARMNUMERO.
           COPY PARMRECPARCELA.
           COPY AMBIENTE.
           COPY PARMLANCAMENTO.
           COPY PARMCAIXA.
           COPY CTLINTERFACE.
           COPY CTLCONFERE.
           COPY PARMINTERFACE.
       77 WS-ARQ-CONTASRECEBER   PIC X(60) VALUE SPACES.
       77 WS-ARQ-FATURAS         PIC X(60) VALUE SPACES.
       77 WS-ARQ-CONTRATOS       PIC X(60) VALUE SPACES.
       77 WS-ARQ-PARCELAS        PIC X(60) VALUE SPACES.
       77 WS-ARQ-RECEBIMENTOS    PIC X(60) VALUE SPACES.
       77 WS-ARQ-RETORNO         PIC X(60) VALUE SPACES.
       77 WS-NOME-ARQ-REMESSA    PIC X(60) VALUE SPACES.
       77 WS-FS-CR            PIC 99 VALUE 0.
       77 WS-FS-FAT           PIC 99 VALUE 0.
       77 WS-FS-CTR           PIC 99 VALUE 0.
       77 WS-FS-PAR           PIC 99 VALUE 0.
       77 WS-NFE-OK           PIC A VALUE 'S'.
       77 WS-AGUARDANDO-NFE   PIC 9(05) VALUE 0.
       77 WS-FS-REM           PIC 99 VALUE 0.
       77 WS-FS-RET           PIC 99 VALUE 0.
       77 WS-FS-REC           PIC 99 VALUE 0.
       77 WS-LIQUIDADOS       PIC 9(05) VALUE 0.
       77 WS-SEM-MATCH        PIC 9(05) VALUE 0.
       77 WS-SALDO-PARCELA    PIC 9(07)V99 VALUE 0.
       77 WS-LINHAS-REMESSA   PIC 9(07) VALUE 0.
       77 WS-TOTAL-REMESSA    PIC 9(14)V99 VALUE 0.
       77 MASC-VALOR          PIC ZZ.ZZZ.ZZ9,99.

       01 WS-LINHA-DET-REMESSA.
           03 WS-DET-CHAVE.
               05 WS-DET-CONTRATO  PIC 9(06).
               05 WS-DET-PARCELA   PIC 99.
           03 WS-DET-CLIENTE       PIC 9(05).
           03 WS-DET-VENCIMENTO    PIC 9(08).
           03 WS-DET-VALOR         PIC 9(09)V99.
           03 FILLER               PIC X(27) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN I-O CONTAS
           OPEN I-O PARCELAS
           OPEN I-O FATURAS
           OPEN INPUT CONTRATOS

           IF WS-FS-CR NOT EQUAL ZEROS
           AND WS-FS-PAR NOT EQUAL ZEROS
               CLOSE FATURAS
           END-IF

           IF WS-FS-CTR EQUAL ZEROS
               CLOSE CONTRATOS
           END-IF

           GOBACK.

       2000-GERAR-REMESSA.
      -                "TATUS: " WS-FS-REM
               ELSE
                   MOVE 0 TO WS-REGISTRADOS
                   MOVE 0 TO WS-LINHAS-REMESSA
                   MOVE 0 TO WS-TOTAL-REMESSA

                   MOVE SPACES TO REG-CONTROLE-INTERFACE
                   MOVE 'HDR' TO CTL-TIPO
                   MOVE "SEDE" TO CTL-REMETENTE
                   MOVE FUNCTION CURRENT-DATE(1:8) TO CTL-DATA
                   MOVE WS-NUM-REMESSA TO CTL-SEQUENCIA
                   MOVE REG-CONTROLE-INTERFACE TO LINHA-REMESSA
                   WRITE LINHA-REMESSA

                   PERFORM 2100-EXTRAIR-TITULOS
                   PERFORM 2200-EXTRAIR-PARCELAS

                   MOVE SPACES TO REG-CONTROLE-INTERFACE
                   MOVE 'TRL' TO CTL-TIPO
                   MOVE WS-LINHAS-REMESSA TO CTL-QTDE-REGISTROS
                   MOVE WS-TOTAL-REMESSA TO CTL-TOTAL
                   MOVE REG-CONTROLE-INTERFACE TO LINHA-REMESSA
                   WRITE LINHA-REMESSA

                   CLOSE REMESSA

                   DISPLAY "REMESSA " WS-NUM-REMESSA " GERADA COM "
                       WS-REGISTRADOS " ITEM(NS) EM "
                       WS-NOME-ARQ-REMESSA
                   PERFORM 2300-REGISTRAR-REMESSA
               END-IF
           END-IF.

       2300-REGISTRAR-REMESSA.
           MOVE 'G' TO PARM-INT-ACAO
           MOVE "REMESSACOB" TO PARM-INT-ARQUIVO
           MOVE 'S' TO PARM-INT-SENTIDO
           MOVE "BANCO" TO PARM-INT-PARCEIRO
           MOVE FUNCTION CURRENT-DATE(1:8) TO PARM-INT-DATA-ARQ
           MOVE WS-NUM-REMESSA TO PARM-INT-SEQUENCIA
           MOVE WS-LINHAS-REMESSA TO PARM-INT-QTDE
           MOVE WS-TOTAL-REMESSA TO PARM-INT-TOTAL
           MOVE 'G' TO PARM-INT-SITUACAO
           MOVE SPACES TO PARM-INT-MOTIVO
           MOVE "COBRANCA-BANCO" TO PARM-INT-PROGRAMA
           MOVE WS-NOME-ARQ-REMESSA TO PARM-INT-NOME-ARQ
           CALL "REGISTRA-INTERFACE" USING PARM-INTERFACE

           IF PARM-INT-RETORNO NOT EQUAL ZEROS
               DISPLAY "REGISTRO DE INTERFACES NAO ATUALIZADO - FILE "
                   "STATUS: " PARM-INT-RETORNO
           END-IF.

       2100-EXTRAIR-TITULOS.
           IF WS-FS-CR NOT EQUAL ZEROS
               CONTINUE
           MOVE VALOR-ABERTO-CR TO WS-DET-VALOR
           MOVE WS-LINHA-DET-REMESSA TO LINHA-REMESSA
           WRITE LINHA-REMESSA
           ADD 1 TO WS-LINHAS-REMESSA
           ADD WS-DET-VALOR TO WS-TOTAL-REMESSA

           MOVE 'S' TO IND-REGISTRADO-CR

               CONTINUE
           ELSE
               MOVE 0 TO WS-EOF
               MOVE 0 TO WS-AGUARDANDO-NFE
               MOVE LOW-VALUES TO CHAVE-PARCELA

               START PARCELAS KEY NOT LESS CHAVE-PARCELA
                       NOT AT END
                           IF NOT PARCELA-PAGA
                           AND NOT PARCELA-RENEGOCIADA
                           AND NOT PARCELA-BAIXADA-PERDA
                           AND NOT PARCELA-REGISTRADA
                               PERFORM 2230-VERIFICAR-NFE-CONTRATO

                               IF WS-NFE-OK EQUAL 'S'
                                   PERFORM 2250-REGISTRAR-PARCELA
                               ELSE
                                   ADD 1 TO WS-AGUARDANDO-NFE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM

               IF WS-AGUARDANDO-NFE GREATER 0
                   DISPLAY "PARCELAS AGUARDANDO AUTORIZACAO DA NF-E: "
                       WS-AGUARDANDO-NFE
               END-IF
           END-IF.

      * Installments of a contract generated by FATURAMENTO are only
      * sent to the bank once the invoice behind the contract has its
      * NF-e authorized; contracts without an invoice go as before.
       2230-VERIFICAR-NFE-CONTRATO.
           MOVE 'S' TO WS-NFE-OK

           IF WS-FS-CTR EQUAL ZEROS
           AND WS-FS-FAT EQUAL ZEROS
               MOVE NUM-CONTRATO-PAR TO NUM-CONTRATO

               READ CONTRATOS
                   INVALID KEY
                       MOVE 0 TO WS-FS-CTR
                   NOT INVALID KEY
                       IF NUM-FATURA-CTR NOT EQUAL 0
                           MOVE NUM-FATURA-CTR TO NUM-FATURA

                           READ FATURAS
                               INVALID KEY
                                   MOVE 0 TO WS-FS-FAT
                               NOT INVALID KEY
                                   IF NOT NFE-LIBERADA
                                       MOVE 'N' TO WS-NFE-OK
                                   END-IF
                           END-READ
                       END-IF
               END-READ
           END-IF.

       2250-REGISTRAR-PARCELA.
               VALOR-PARCELA - VALOR-PAGO-PARCELA
           MOVE WS-LINHA-DET-REMESSA TO LINHA-REMESSA
           WRITE LINHA-REMESSA
           ADD 1 TO WS-LINHAS-REMESSA
           ADD WS-DET-VALOR TO WS-TOTAL-REMESSA

           MOVE 'S' TO IND-REGISTRADO-PAR

               DISPLAY "ARQUIVO DE RETORNO (RETORNOBANCO.TXT) NAO ENC"
      -            "ONTRADO - FILE STATUS: " WS-FS-RET
           ELSE
               PERFORM 3010-CONFERIR-RETORNO
               CLOSE RETORNO

               IF WS-CTL-VALIDO NOT EQUAL 'S'
                   DISPLAY "RETORNO REJEITADO POR INTEIRO - "
                       WS-CTL-MOTIVO
                   DISPLAY "NENHUM TITULO OU PARCELA FOI BAIXADO"
               ELSE
                   OPEN INPUT RETORNO

                   MOVE 0 TO WS-EOF
                   MOVE 0 TO WS-LIQUIDADOS
                   MOVE 0 TO WS-SEM-MATCH

                   PERFORM UNTIL WS-EOF EQUAL 1
                       READ RETORNO
                           AT END
                               MOVE 1 TO WS-EOF
                           NOT AT END
                               MOVE REG-RETORNO-BANCO TO
                                   REG-CONTROLE-INTERFACE
                               IF NOT CTL-CABECALHO
                               AND NOT CTL-RODAPE
                                   PERFORM 3050-LIQUIDAR-RETORNO
                               END-IF
                       END-READ
                   END-PERFORM

                   CLOSE RETORNO

                   DISPLAY "ITENS LIQUIDADOS PELO RETORNO: "
                       WS-LIQUIDADOS
                   DISPLAY "RETORNOS SEM CORRESPONDENCIA.: "
                       WS-SEM-MATCH
               END-IF

               PERFORM 9120-REGISTRAR-INTERFACE
           END-IF.

      * The bank's trailer carries the paid-value total.
       3010-CONFERIR-RETORNO.
           PERFORM 9040-INICIAR-CONFERENCIA

           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF EQUAL 1
               READ RETORNO
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       MOVE REG-RETORNO-BANCO TO REG-CONTROLE-INTERFACE
                       PERFORM 9050-CONTAR-LINHA-CONTROLE

                       IF WS-CTL-E-DETALHE EQUAL 'S'
                       AND RET-VALOR-PAGO NUMERIC
                           ADD RET-VALOR-PAGO TO WS-CTL-TOTAL-CALC
                       END-IF
               END-READ
           END-PERFORM

           PERFORM 9100-CONFERIR-CONTROLE.

       3050-LIQUIDAR-RETORNO.
           EVALUATE RET-TIPO
               WHEN 'T'
                   PERFORM 3100-LIQUIDAR-TITULO
               WHEN 'P'
                   PERFORM 3200-LIQUIDAR-PARCELA
               WHEN OTHER
                   ADD 1 TO WS-SEM-MATCH
                   DISPLAY "RETORNO COM TIPO INVALIDO: " RET-TIPO
           END-EVALUATE.

       3100-LIQUIDAR-TITULO.
           MOVE RET-CONTRATO TO NUM-FATURA-CR

                   ADD 1 TO WS-SEM-MATCH
                   DISPLAY "RETORNO SEM TITULO: FATURA " RET-CONTRATO
               NOT INVALID KEY
                   IF CR-LIQUIDADA OR CR-BAIXADA-PERDA
                       ADD 1 TO WS-SEM-MATCH
                       DISPLAY "RETORNO DE TITULO JA ENCERRADO: "
                           RET-CONTRATO
                   ELSE
                       IF RET-VALOR-PAGO NOT LESS VALOR-ABERTO-CR
                       RET-CONTRATO " PARCELA " RET-PARCELA
               NOT INVALID KEY
                   IF PARCELA-PAGA OR PARCELA-RENEGOCIADA
                   OR PARCELA-BAIXADA-PERDA
                       ADD 1 TO WS-SEM-MATCH
                       DISPLAY "RETORNO DE PARCELA JA ENCERRADA: "
                           RET-CONTRATO "/" RET-PARCELA
                           MOVE 0 TO WS-FS-PAR
                       ELSE
                           ADD 1 TO WS-LIQUIDADOS
                           PERFORM 3250-GRAVAR-RECEB-PARCELA
                       END-IF
                   END-IF
           END-READ.

       3250-GRAVAR-RECEB-PARCELA.
           MOVE RET-CONTRATO TO PARM-RP-CONTRATO
           MOVE RET-PARCELA TO PARM-RP-PARCELA
           MOVE 0 TO PARM-RP-CLIENTE
           MOVE RET-DATA-PAGAMENTO TO PARM-RP-DATA
           MOVE RET-VALOR-PAGO TO PARM-RP-APLICADO
           MOVE 0 TO PARM-RP-MULTA
           MOVE 0 TO PARM-RP-MORA
           MOVE 0 TO PARM-RP-DESCONTO
           MOVE VALOR-PARCELA TO PARM-RP-VALOR-PARCELA
           MOVE VALOR-JUROS-PAR TO PARM-RP-JUROS-PARCELA

           IF PARCELA-PAGA
               MOVE 'S' TO PARM-RP-QUITOU
           ELSE
               MOVE 'N' TO PARM-RP-QUITOU
           END-IF

           MOVE 'B' TO PARM-RP-ORIGEM
           CALL "GRAVA-RECEB-PARCELA" USING PARM-RECEB-PARCELA

           IF PARM-RP-RETORNO NOT EQUAL ZEROS
               DISPLAY "RECEBIMENTO " RET-CONTRATO "/" RET-PARCELA
                   " NAO REGISTRADO NO DIARIO DE PARCELAS - FILE STA"
      -            "TUS: " PARM-RP-RETORNO
           END-IF.

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
           MOVE "RETORNOCOB" TO PARM-INT-ARQUIVO
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
           MOVE "RETORNOCOB" TO PARM-INT-ARQUIVO
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
           MOVE "COBRANCA-BANCO" TO PARM-INT-PROGRAMA
           MOVE WS-ARQ-RETORNO TO PARM-INT-NOME-ARQ
           CALL "REGISTRA-INTERFACE" USING PARM-INTERFACE

           IF PARM-INT-RETORNO NOT EQUAL ZEROS
               DISPLAY "REGISTRO DE INTERFACES NAO ATUALIZADO - FILE "
                   "STATUS: " PARM-INT-RETORNO
           END-IF.

       0950-RESOLVER-AMBIENTE.
           CALL "CONFIG-AMBIENTE" USING PARM-AMBIENTE
           DISPLAY "AMBIENTE ATIVO: " PARM-AMB-NOME
               'FATURAS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-FATURAS

           MOVE SPACES TO WS-ARQ-CONTRATOS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'CONTRATOS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-CONTRATOS

           MOVE SPACES TO WS-ARQ-PARCELAS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'PARCELAS.TXT' DELIMITED BY SIZE
