       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCILIA-BANCO.
       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTRATO ASSIGN TO WS-ARQ-EXTRATO
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-EXT.

           SELECT LIVRO-CAIXA ASSIGN TO WS-ARQ-LIVROCAIXA
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-LC.

           SELECT CONCILIACAO ASSIGN TO WS-ARQ-CONCILIACAO
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CHAVE-CONC
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS.

           SELECT PERIODOS ASSIGN TO WS-ARQ-PERIODOCONC
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PCB-SEQ-EXTRATO
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-PER.

           SELECT PLANO ASSIGN TO WS-ARQ-PLANOCONTAS
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS COD-CONTA
           FILE STATUS IS WS-FS-PLA.

           SELECT RELATORIO ASSIGN TO REL-NOME-ARQ
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD EXTRATO.
           COPY EXTRATOBANCO.

       FD LIVRO-CAIXA.
           COPY LIVROCAIXA.

       FD CONCILIACAO.
           COPY CONCILIACAO.

       FD PERIODOS.
           COPY PERIODOCONC.

       FD PLANO.
           COPY CONTACONTABIL.

       FD RELATORIO.
       01 LINHA-RELATORIO     PIC X(90).
       WORKING-STORAGE SECTION.
           COPY PARMSESSAO.
           COPY AMBIENTE.
           COPY RELATORIO.
           COPY PARMCATALOGO.
           COPY PARMCAIXA.
           COPY PARMLANCAMENTO.
           COPY CTLINTERFACE.
           COPY CTLCONFERE.
           COPY PARMINTERFACE.
       77 WS-ARQ-EXTRATO         PIC X(60) VALUE SPACES.
       77 WS-ARQ-LIVROCAIXA      PIC X(60) VALUE SPACES.
       77 WS-ARQ-CONCILIACAO     PIC X(60) VALUE SPACES.
       77 WS-ARQ-PERIODOCONC     PIC X(60) VALUE SPACES.
       77 WS-ARQ-PLANOCONTAS     PIC X(60) VALUE SPACES.
       77 WS-FS              PIC 99 VALUE 0.
       77 WS-FS-EXT           PIC 99 VALUE 0.
       77 WS-FS-LC            PIC 99 VALUE 0.
       77 WS-FS-PER           PIC 99 VALUE 0.
       77 WS-FS-PLA           PIC 99 VALUE 0.
       77 WS-FS-REL           PIC 99 VALUE 0.
       77 WS-EOF              PIC 99 VALUE 0.
       77 WS-EOF-PER          PIC 99 VALUE 0.
       77 WS-EOF-LC           PIC 99 VALUE 0.
       77 CONTROLE            PIC A VALUE SPACES.
       77 WS-OPCAO            PIC 9 VALUE 0.
       77 WS-RESPOSTA         PIC A VALUE SPACES.
       77 WS-FIM-TRABALHO     PIC A VALUE 'N'.
       77 WS-TRAVADO          PIC A VALUE 'N'.
       77 WS-ACHOU            PIC A VALUE 'N'.
       77 WS-LC-USADO         PIC A VALUE 'N'.
       77 WS-SEQ-INFORMADA    PIC 9(06) VALUE 0.
       77 WS-DATA-INICIO      PIC 9(08) VALUE 0.
       77 WS-DATA-FIM         PIC 9(08) VALUE 0.
       77 WS-DATA-RELATORIO   PIC 9(08) VALUE 0.
       77 WS-QTDE-EXT         PIC 9(05) VALUE 0.
       77 WS-IX               PIC 9(05) VALUE 0.
       77 WS-QTDE-LCU         PIC 9(05) VALUE 0.
       77 WS-IX-LCU           PIC 9(05) VALUE 0.
       77 WS-ORDEM-LC         PIC 9(07) VALUE 0.
       77 WS-QTDE-LC          PIC 9(07) VALUE 0.
       77 WS-CONTA-CONTRA     PIC 9(05) VALUE 0.
       77 WS-PROPOSTAS        PIC 9(05) VALUE 0.
       77 WS-SEM-CASAMENTO    PIC 9(05) VALUE 0.
       77 WS-CONFIRMADAS      PIC 9(05) VALUE 0.
       77 WS-DESFEITAS        PIC 9(05) VALUE 0.
       77 WS-LANCADAS         PIC 9(05) VALUE 0.
       77 WS-LINHAS-EXTRATO   PIC 9(05) VALUE 0.
       77 WS-PENDENTES        PIC 9(05) VALUE 0.
       77 WS-SO-BANCO         PIC 9(05) VALUE 0.
       77 WS-A-CONFIRMAR      PIC 9(05) VALUE 0.
       77 WS-SO-CAIXA         PIC 9(05) VALUE 0.
       77 WS-TOTAL-SO-BANCO   PIC 9(11)V99 VALUE 0.
       77 WS-TOTAL-SO-CAIXA   PIC 9(11)V99 VALUE 0.
       77 MASC-TOTAL          PIC Z.ZZZ.ZZZ.ZZ9,99.

       01 WS-TABELA-EXTRATO.
           03 WS-TEX-OCORR OCCURS 999 TIMES.
               05 WS-TEX-DATA          PIC 9(08).
               05 WS-TEX-DOCUMENTO     PIC 9(06).
               05 WS-TEX-SENTIDO       PIC X.
               05 WS-TEX-VALOR         PIC 9(09)V99.
               05 WS-TEX-HISTORICO     PIC X(20).
               05 WS-TEX-ORDEM-LC      PIC 9(07).

       01 WS-TABELA-LC-USADOS.
           03 WS-LCU-ORDEM PIC 9(07) OCCURS 5000 TIMES.

       01 WS-LINHA-DETALHE.
           03 WS-DET-LINHA         PIC ZZZZ9.
           03 FILLER               PIC X VALUE SPACE.
           03 WS-DET-DATA          PIC 9(08).
           03 FILLER               PIC X VALUE SPACE.
           03 WS-DET-DOCUMENTO     PIC 9(06).
           03 FILLER               PIC X VALUE SPACE.
           03 WS-DET-SENTIDO       PIC X.
           03 FILLER               PIC X VALUE SPACE.
           03 WS-DET-VALOR         PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER               PIC X VALUE SPACE.
           03 WS-DET-HISTORICO     PIC X(20).
           03 FILLER               PIC X VALUE SPACE.
           03 WS-DET-SITUACAO      PIC X(20).

       PROCEDURE DIVISION.
      ******************************************************************
      * Bank reconciliation. The statement (EXTRATOBANCO.TXT) is
      * imported under the interface-file control and its lines are
      * matched to LIVROCAIXA.TXT by date, value, document and
      * direction; every match is then confirmed by hand, items only
      * the bank knows about (fees, returned cheques, deposits never
      * recorded) are posted to the cash book and the ledger in one
      * step, and a statement with nothing left open is locked.
      ******************************************************************
       MAIN-PROCEDURE.
           PERFORM 0950-RESOLVER-AMBIENTE
           PERFORM 0900-LER-SESSAO
           DISPLAY "CONCILIACAO BANCARIA - EXTRATO X LIVRO CAIXA"

           OPEN I-O CONCILIACAO

           IF WS-FS EQUAL 35
               OPEN OUTPUT CONCILIACAO
               IF WS-FS EQUAL ZEROS
                   CLOSE CONCILIACAO
                   OPEN I-O CONCILIACAO
               END-IF
           END-IF

           OPEN I-O PERIODOS

           IF WS-FS-PER EQUAL 35
               OPEN OUTPUT PERIODOS
               IF WS-FS-PER EQUAL ZEROS
                   CLOSE PERIODOS
                   OPEN I-O PERIODOS
               END-IF
           END-IF

           IF WS-FS NOT EQUAL ZEROS
           OR WS-FS-PER NOT EQUAL ZEROS
               DISPLAY "NAO FOI POSSIVEL ABRIR OS ARQUIVOS"
               DISPLAY "CONCILIACAO: " WS-FS "  PERIODOS: " WS-FS-PER
           ELSE
               PERFORM UNTIL CONTROLE EQUAL 'N'
                   DISPLAY "1 - IMPORTAR EXTRATO DO BANCO"
                   DISPLAY "2 - CONFIRMAR CASAMENTOS PROPOSTOS"
                   DISPLAY "3 - LANCAR ITENS SO DO BANCO (TARIFAS...)"
                   DISPLAY "4 - RELATORIO DE CONCILIACAO"
                   DISPLAY "5 - TRAVAR PERIODO CONCILIADO"
                   ACCEPT WS-OPCAO

                   EVALUATE WS-OPCAO
                       WHEN 1
                           PERFORM 1000-IMPORTAR-EXTRATO
                       WHEN 2
                           PERFORM 2000-CONFIRMAR-PROPOSTAS
                       WHEN 3
                           PERFORM 3000-LANCAR-ITENS-BANCO
                       WHEN 4
                           PERFORM 4000-RELATORIO-CONCILIACAO
                       WHEN 5
                           PERFORM 5000-TRAVAR-PERIODO
                       WHEN OTHER
                           DISPLAY "OPCAO INVALIDA"
                   END-EVALUATE

                   DISPLAY "DESEJA REALIZAR OUTRA OPERACAO?"
                   DISPLAY "DIGITE N PARA NAO"
                   ACCEPT CONTROLE
               END-PERFORM
           END-IF

           IF WS-FS EQUAL ZEROS
               CLOSE CONCILIACAO
           END-IF

           IF WS-FS-PER EQUAL ZEROS
               CLOSE PERIODOS
           END-IF

           GOBACK.

      ******************************************************************
      * Import: the whole statement is turned down when the control
      * records do not match or any of its dates falls inside a period
      * already locked. Matching runs once, at import time; a cash-
      * book line already tied to another statement line is skipped.
      ******************************************************************
       1000-IMPORTAR-EXTRATO.
           OPEN INPUT EXTRATO

           IF WS-FS-EXT NOT EQUAL ZEROS
               DISPLAY "EXTRATOBANCO.TXT NAO ABERTO - FILE STATUS: "
                   WS-FS-EXT
           ELSE
               PERFORM 1100-CONFERIR-EXTRATO
               CLOSE EXTRATO

               IF WS-CTL-VALIDO NOT EQUAL 'S'
                   DISPLAY "EXTRATO REJEITADO POR INTEIRO - "
                       WS-CTL-MOTIVO
               ELSE
                   PERFORM 1300-CARREGAR-EXTRATO
                   PERFORM 1400-CARREGAR-LC-USADOS
                   PERFORM 1500-CASAR-COM-LIVRO-CAIXA
                   PERFORM 1600-GRAVAR-CONCILIACAO

                   DISPLAY "EXTRATO " WS-CTL-SEQUENCIA " DE "
                       WS-DATA-INICIO " A " WS-DATA-FIM
                   DISPLAY "LINHAS DO EXTRATO.......: " WS-QTDE-EXT
                   DISPLAY "CASAMENTOS PROPOSTOS....: " WS-PROPOSTAS
                   DISPLAY "SEM LANCAMENTO NO CAIXA.: "
                       WS-SEM-CASAMENTO
               END-IF

               PERFORM 9120-REGISTRAR-INTERFACE
           END-IF.

       1100-CONFERIR-EXTRATO.
           PERFORM 9040-INICIAR-CONFERENCIA
           MOVE 99999999 TO WS-DATA-INICIO
           MOVE 0 TO WS-DATA-FIM

           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF EQUAL 1
               READ EXTRATO
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       MOVE REG-EXTRATO-BANCO TO REG-CONTROLE-INTERFACE
                       PERFORM 9050-CONTAR-LINHA-CONTROLE

                       IF WS-CTL-E-DETALHE EQUAL 'S'
                           PERFORM 1110-ACUMULAR-DETALHE
                       END-IF
               END-READ
           END-PERFORM

           PERFORM 9100-CONFERIR-CONTROLE

           IF WS-CTL-VALIDO EQUAL 'S'
               IF WS-CTL-DETALHES GREATER 999
                   MOVE 'N' TO WS-CTL-VALIDO
                   MOVE "EXTRATO COM MAIS DE 999 LINHAS" TO
                       WS-CTL-MOTIVO
               ELSE
                   PERFORM 1200-VERIFICAR-PERIODO-TRAVADO
               END-IF
           END-IF.

       1110-ACUMULAR-DETALHE.
           IF EXT-VALOR NUMERIC
               ADD EXT-VALOR TO WS-CTL-TOTAL-CALC
           END-IF

           IF EXT-DATA NUMERIC
               IF EXT-DATA LESS WS-DATA-INICIO
                   MOVE EXT-DATA TO WS-DATA-INICIO
               END-IF

               IF EXT-DATA GREATER WS-DATA-FIM
                   MOVE EXT-DATA TO WS-DATA-FIM
               END-IF
           END-IF.

       1200-VERIFICAR-PERIODO-TRAVADO.
           MOVE 0 TO WS-EOF-PER
           MOVE 0 TO PCB-SEQ-EXTRATO

           START PERIODOS KEY NOT LESS PCB-SEQ-EXTRATO
               INVALID KEY
                   MOVE 1 TO WS-EOF-PER
           END-START

           PERFORM UNTIL WS-EOF-PER EQUAL 1
               READ PERIODOS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF-PER
                   NOT AT END
                       IF WS-DATA-INICIO NOT GREATER PCB-DATA-FIM
                       AND WS-DATA-FIM NOT LESS PCB-DATA-INICIO
                           MOVE 'N' TO WS-CTL-VALIDO
                           MOVE "PERIODO JA CONCILIADO/TRAVADO" TO
                               WS-CTL-MOTIVO
                           MOVE 1 TO WS-EOF-PER
                       END-IF
               END-READ
           END-PERFORM.

       1300-CARREGAR-EXTRATO.
           MOVE 0 TO WS-QTDE-EXT
           MOVE 0 TO WS-EOF

           OPEN INPUT EXTRATO

           PERFORM UNTIL WS-EOF EQUAL 1
               READ EXTRATO
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       MOVE REG-EXTRATO-BANCO TO REG-CONTROLE-INTERFACE
                       IF NOT CTL-CABECALHO
                       AND NOT CTL-RODAPE
                           ADD 1 TO WS-QTDE-EXT
                           MOVE EXT-DATA TO WS-TEX-DATA(WS-QTDE-EXT)
                           MOVE EXT-DOCUMENTO TO
                               WS-TEX-DOCUMENTO(WS-QTDE-EXT)
                           MOVE EXT-SENTIDO TO
                               WS-TEX-SENTIDO(WS-QTDE-EXT)
                           MOVE EXT-VALOR TO WS-TEX-VALOR(WS-QTDE-EXT)
                           MOVE EXT-HISTORICO TO
                               WS-TEX-HISTORICO(WS-QTDE-EXT)
                           MOVE 0 TO WS-TEX-ORDEM-LC(WS-QTDE-EXT)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE EXTRATO.

       1400-CARREGAR-LC-USADOS.
           MOVE 0 TO WS-QTDE-LCU
           MOVE 0 TO WS-EOF
           MOVE ZEROS TO CHAVE-CONC

           START CONCILIACAO KEY NOT LESS CHAVE-CONC
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START

           PERFORM UNTIL WS-EOF EQUAL 1
               READ CONCILIACAO NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF CONC-ORDEM-LC GREATER 0
                           IF WS-QTDE-LCU LESS 5000
                               ADD 1 TO WS-QTDE-LCU
                               MOVE CONC-ORDEM-LC TO
                                   WS-LCU-ORDEM(WS-QTDE-LCU)
                           ELSE
                               DISPLAY "TABELA DE LANCAMENTOS CONCIL"
                                   "IADOS CHEIA - LINHA "
                                   CONC-ORDEM-LC " FORA DA CONFERENCIA"
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       1500-CASAR-COM-LIVRO-CAIXA.
           MOVE 0 TO WS-PROPOSTAS
           MOVE 0 TO WS-ORDEM-LC
           MOVE 0 TO WS-EOF-LC

           OPEN INPUT LIVRO-CAIXA

           IF WS-FS-LC NOT EQUAL ZEROS
               DISPLAY "LIVROCAIXA.TXT NAO ABERTO - FILE STATUS: "
                   WS-FS-LC
               DISPLAY "NENHUM CASAMENTO AUTOMATICO FOI FEITO"
           ELSE
               PERFORM UNTIL WS-EOF-LC EQUAL 1
                   READ LIVRO-CAIXA
                       AT END
                           MOVE 1 TO WS-EOF-LC
                       NOT AT END
                           ADD 1 TO WS-ORDEM-LC
                           IF DATA-LC NOT LESS WS-DATA-INICIO
                           AND DATA-LC NOT GREATER WS-DATA-FIM
                               PERFORM 1510-PROCURAR-NO-EXTRATO
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE LIVRO-CAIXA
           END-IF.

       1510-PROCURAR-NO-EXTRATO.
           PERFORM 1520-VERIFICAR-LC-USADO

           IF WS-LC-USADO EQUAL 'N'
               MOVE 'N' TO WS-ACHOU
               PERFORM VARYING WS-IX FROM 1 BY 1
                       UNTIL WS-IX GREATER WS-QTDE-EXT
                       OR WS-ACHOU EQUAL 'S'
                   IF WS-TEX-ORDEM-LC(WS-IX) EQUAL 0
                   AND WS-TEX-DATA(WS-IX) EQUAL DATA-LC
                   AND WS-TEX-VALOR(WS-IX) EQUAL VALOR-LC
                   AND WS-TEX-DOCUMENTO(WS-IX) EQUAL DOCUMENTO-LC
                       IF (WS-TEX-SENTIDO(WS-IX) EQUAL 'C'
                           AND CAIXA-ENTRADA)
                       OR (WS-TEX-SENTIDO(WS-IX) EQUAL 'D'
                           AND CAIXA-SAIDA)
                           MOVE WS-ORDEM-LC TO WS-TEX-ORDEM-LC(WS-IX)
                           MOVE 'S' TO WS-ACHOU
                           ADD 1 TO WS-PROPOSTAS
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       1520-VERIFICAR-LC-USADO.
           MOVE 'N' TO WS-LC-USADO
           PERFORM VARYING WS-IX-LCU FROM 1 BY 1
                   UNTIL WS-IX-LCU GREATER WS-QTDE-LCU
                   OR WS-LC-USADO EQUAL 'S'
               IF WS-LCU-ORDEM(WS-IX-LCU) EQUAL WS-ORDEM-LC
                   MOVE 'S' TO WS-LC-USADO
               END-IF
           END-PERFORM.

       1600-GRAVAR-CONCILIACAO.
           MOVE 0 TO WS-SEM-CASAMENTO

           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX GREATER WS-QTDE-EXT
               MOVE WS-CTL-SEQUENCIA TO CONC-SEQ-EXTRATO
               MOVE WS-IX TO CONC-LINHA
               MOVE WS-TEX-DATA(WS-IX) TO CONC-DATA
               MOVE WS-TEX-DOCUMENTO(WS-IX) TO CONC-DOCUMENTO
               MOVE WS-TEX-SENTIDO(WS-IX) TO CONC-SENTIDO
               MOVE WS-TEX-VALOR(WS-IX) TO CONC-VALOR
               MOVE WS-TEX-HISTORICO(WS-IX) TO CONC-HISTORICO
               MOVE WS-TEX-ORDEM-LC(WS-IX) TO CONC-ORDEM-LC

               IF CONC-ORDEM-LC GREATER 0
                   MOVE 'P' TO CONC-SITUACAO
               ELSE
                   MOVE 'N' TO CONC-SITUACAO
                   ADD 1 TO WS-SEM-CASAMENTO
               END-IF

               MOVE 0 TO CONC-CONTA
               MOVE PARM-SES-OPERADOR TO CONC-OPERADOR
               MOVE FUNCTION CURRENT-DATE(1:14) TO CONC-DATA-HORA

               WRITE REG-CONCILIACAO
                   INVALID KEY
                       DISPLAY "LINHA " CONC-LINHA " DO EXTRATO "
                           CONC-SEQ-EXTRATO " JA EXISTE - FILE STATUS: "
                           WS-FS
               END-WRITE
           END-PERFORM.

       2000-CONFIRMAR-PROPOSTAS.
           PERFORM 2800-INFORMAR-EXTRATO

           IF WS-TRAVADO EQUAL 'N'
               MOVE 0 TO WS-CONFIRMADAS
               MOVE 0 TO WS-DESFEITAS
               MOVE 'N' TO WS-FIM-TRABALHO
               PERFORM 2850-POSICIONAR-EXTRATO

               PERFORM UNTIL WS-EOF EQUAL 1
               OR WS-FIM-TRABALHO EQUAL 'S'
                   READ CONCILIACAO NEXT RECORD
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF CONC-SEQ-EXTRATO NOT EQUAL
                                   WS-SEQ-INFORMADA
                               MOVE 1 TO WS-EOF
                           ELSE
                               IF CONC-PROPOSTA
                                   PERFORM 2100-CONFIRMAR-LINHA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM

               DISPLAY "CASAMENTOS CONFIRMADOS: " WS-CONFIRMADAS
               DISPLAY "CASAMENTOS DESFEITOS..: " WS-DESFEITAS
           END-IF.

       2100-CONFIRMAR-LINHA.
           PERFORM 2900-MONTAR-DETALHE
           DISPLAY WS-LINHA-DETALHE
           DISPLAY "   CASADA COM A LINHA " CONC-ORDEM-LC
               " DO LIVRO CAIXA"
           DISPLAY "CONFIRMA O CASAMENTO? (S/N, F = ENCERRAR)"
           ACCEPT WS-RESPOSTA

           EVALUATE WS-RESPOSTA
               WHEN 'S'
                   MOVE 'C' TO CONC-SITUACAO
                   MOVE PARM-SES-OPERADOR TO CONC-OPERADOR
                   MOVE FUNCTION CURRENT-DATE(1:14) TO CONC-DATA-HORA
                   REWRITE REG-CONCILIACAO
                   ADD 1 TO WS-CONFIRMADAS
               WHEN 'N'
                   MOVE 'N' TO CONC-SITUACAO
                   MOVE 0 TO CONC-ORDEM-LC
                   MOVE PARM-SES-OPERADOR TO CONC-OPERADOR
                   MOVE FUNCTION CURRENT-DATE(1:14) TO CONC-DATA-HORA
                   REWRITE REG-CONCILIACAO
                   ADD 1 TO WS-DESFEITAS
               WHEN 'F'
                   MOVE 'S' TO WS-FIM-TRABALHO
               WHEN OTHER
                   DISPLAY "LINHA MANTIDA A CONFIRMAR"
           END-EVALUATE

           IF WS-FS NOT EQUAL ZEROS
               DISPLAY "NAO FOI POSSIVEL ATUALIZAR A LINHA - FILE STAT"
                   "US: " WS-FS
           END-IF.

       2800-INFORMAR-EXTRATO.
           DISPLAY "INFORME A SEQUENCIA DO EXTRATO"
           ACCEPT WS-SEQ-INFORMADA

           MOVE WS-SEQ-INFORMADA TO PCB-SEQ-EXTRATO

           READ PERIODOS
               INVALID KEY
                   MOVE 'N' TO WS-TRAVADO
               NOT INVALID KEY
                   MOVE 'S' TO WS-TRAVADO
                   DISPLAY "EXTRATO " WS-SEQ-INFORMADA " JA CONCILIADO"
                       " E TRAVADO EM " PCB-DATA-HORA(1:8)
           END-READ.

       2850-POSICIONAR-EXTRATO.
           MOVE 0 TO WS-EOF
           MOVE WS-SEQ-INFORMADA TO CONC-SEQ-EXTRATO
           MOVE 0 TO CONC-LINHA

           START CONCILIACAO KEY NOT LESS CHAVE-CONC
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START.

       2900-MONTAR-DETALHE.
           MOVE CONC-LINHA TO WS-DET-LINHA
           MOVE CONC-DATA TO WS-DET-DATA
           MOVE CONC-DOCUMENTO TO WS-DET-DOCUMENTO
           MOVE CONC-SENTIDO TO WS-DET-SENTIDO
           MOVE CONC-VALOR TO WS-DET-VALOR
           MOVE CONC-HISTORICO TO WS-DET-HISTORICO

           EVALUATE TRUE
               WHEN CONC-PENDENTE
                   MOVE "SO NO BANCO" TO WS-DET-SITUACAO
               WHEN CONC-PROPOSTA
                   MOVE "A CONFIRMAR" TO WS-DET-SITUACAO
               WHEN CONC-CONFIRMADA
                   MOVE "CONFIRMADA" TO WS-DET-SITUACAO
               WHEN CONC-LANCADA
                   MOVE "LANCADA PELO BANCO" TO WS-DET-SITUACAO
           END-EVALUATE.

      ******************************************************************
      * Bank-only items: the cash book is written first because
      * GRAVA-CAIXA refuses a day already closed; the ledger entry and
      * the reconciliation line follow only when the cash book took
      * it. The new cash-book line is the next one at the end of
      * LIVROCAIXA.TXT, so it is counted once and numbered from there.
      ******************************************************************
       3000-LANCAR-ITENS-BANCO.
           PERFORM 2800-INFORMAR-EXTRATO

           IF WS-TRAVADO EQUAL 'N'
               OPEN INPUT PLANO

               IF WS-FS-PLA NOT EQUAL ZEROS
                   DISPLAY "PLANOCONTAS.TXT NAO ABERTO - FILE STATUS: "
                       WS-FS-PLA
               ELSE
                   PERFORM 3050-CONTAR-LINHAS-LC
                   MOVE 0 TO WS-LANCADAS
                   MOVE 'N' TO WS-FIM-TRABALHO
                   PERFORM 2850-POSICIONAR-EXTRATO

                   PERFORM UNTIL WS-EOF EQUAL 1
                   OR WS-FIM-TRABALHO EQUAL 'S'
                       READ CONCILIACAO NEXT RECORD
                           AT END
                               MOVE 1 TO WS-EOF
                           NOT AT END
                               IF CONC-SEQ-EXTRATO NOT EQUAL
                                       WS-SEQ-INFORMADA
                                   MOVE 1 TO WS-EOF
                               ELSE
                                   IF CONC-PENDENTE
                                       PERFORM 3100-LANCAR-LINHA
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM

                   CLOSE PLANO
                   DISPLAY "ITENS LANCADOS NO CAIXA E NO RAZAO: "
                       WS-LANCADAS
               END-IF
           END-IF.

       3050-CONTAR-LINHAS-LC.
           MOVE 0 TO WS-QTDE-LC
           MOVE 0 TO WS-EOF-LC

           OPEN INPUT LIVRO-CAIXA

           IF WS-FS-LC EQUAL ZEROS
               PERFORM UNTIL WS-EOF-LC EQUAL 1
                   READ LIVRO-CAIXA
                       AT END
                           MOVE 1 TO WS-EOF-LC
                       NOT AT END
                           ADD 1 TO WS-QTDE-LC
                   END-READ
               END-PERFORM

               CLOSE LIVRO-CAIXA
           END-IF.

       3100-LANCAR-LINHA.
           PERFORM 2900-MONTAR-DETALHE
           DISPLAY WS-LINHA-DETALHE
           DISPLAY "LANCAR NO CAIXA E NA CONTABILIDADE? (S/N, F = ENCE"
               "RRAR)"
           ACCEPT WS-RESPOSTA

           EVALUATE WS-RESPOSTA
               WHEN 'S'
                   PERFORM 3110-INFORMAR-CONTRAPARTIDA
               WHEN 'F'
                   MOVE 'S' TO WS-FIM-TRABALHO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       3110-INFORMAR-CONTRAPARTIDA.
           MOVE 0 TO WS-CONTA-CONTRA

           IF CONC-SENTIDO EQUAL 'D'
               DISPLAY "CONTA DE CONTRAPARTIDA (0 = 44000 DESPESAS BANC"
                   "ARIAS)"
           ELSE
               DISPLAY "CONTA DE CONTRAPARTIDA DO CREDITO"
           END-IF
           ACCEPT WS-CONTA-CONTRA

           IF WS-CONTA-CONTRA EQUAL 0
           AND CONC-SENTIDO EQUAL 'D'
               MOVE 44000 TO WS-CONTA-CONTRA
           END-IF

           MOVE WS-CONTA-CONTRA TO COD-CONTA

           READ PLANO
               INVALID KEY
                   DISPLAY "CONTA " WS-CONTA-CONTRA " NAO CADASTRADA -"
                       " NADA FOI LANCADO"
               NOT INVALID KEY
                   PERFORM 3200-LANCAR-CAIXA-E-RAZAO
           END-READ.

       3200-LANCAR-CAIXA-E-RAZAO.
           IF CONC-SENTIDO EQUAL 'C'
               MOVE 'E' TO PARM-CX-SENTIDO
           ELSE
               MOVE 'S' TO PARM-CX-SENTIDO
           END-IF

           MOVE CONC-DOCUMENTO TO PARM-CX-DOCUMENTO
           MOVE 'B' TO PARM-CX-TIPO-PARTE
           MOVE 0 TO PARM-CX-PARTE
           MOVE CONC-VALOR TO PARM-CX-VALOR
           MOVE PARM-SES-OPERADOR TO PARM-CX-OPERADOR
           CALL "GRAVA-CAIXA" USING PARM-CAIXA

           IF PARM-CX-RETORNO NOT EQUAL ZEROS
               IF PARM-CX-RETORNO EQUAL 96
                   DISPLAY "CAIXA DE HOJE JA FECHADO - NADA FOI LANCADO"
               ELSE
                   DISPLAY "LIVRO CAIXA NAO ATUALIZADO - RETORNO: "
                       PARM-CX-RETORNO
               END-IF
           ELSE
               ADD 1 TO WS-QTDE-LC

               IF CONC-SENTIDO EQUAL 'C'
                   MOVE 11000 TO PARM-LAN-DEBITO
                   MOVE WS-CONTA-CONTRA TO PARM-LAN-CREDITO
               ELSE
                   MOVE WS-CONTA-CONTRA TO PARM-LAN-DEBITO
                   MOVE 11000 TO PARM-LAN-CREDITO
               END-IF

               MOVE CONC-VALOR TO PARM-LAN-VALOR
               MOVE CONC-HISTORICO TO PARM-LAN-HISTORICO
               MOVE "CONCILIA-BANCO" TO PARM-LAN-ORIGEM
               MOVE CONC-DOCUMENTO TO PARM-LAN-DOCUMENTO
               CALL "GRAVA-LANCAMENTO" USING PARM-LANCAMENTO

               IF PARM-LAN-RETORNO NOT EQUAL ZEROS
                   DISPLAY "LANCAMENTO CONTABIL NAO GRAVADO - FILE STA"
                       "TUS: " PARM-LAN-RETORNO
               END-IF

               MOVE 'L' TO CONC-SITUACAO
               MOVE WS-QTDE-LC TO CONC-ORDEM-LC
               MOVE WS-CONTA-CONTRA TO CONC-CONTA
               MOVE PARM-SES-OPERADOR TO CONC-OPERADOR
               MOVE FUNCTION CURRENT-DATE(1:14) TO CONC-DATA-HORA
               REWRITE REG-CONCILIACAO

               IF WS-FS NOT EQUAL ZEROS
                   DISPLAY "NAO FOI POSSIVEL ATUALIZAR A LINHA - FILE "
                       "STATUS: " WS-FS
               END-IF

               ADD 1 TO WS-LANCADAS
           END-IF.

      ******************************************************************
      * Reconciliation report of one statement: its lines still open
      * (bank only, or matched and not yet confirmed) and the cash-
      * book lines of the statement period no statement line is tied
      * to (book only - cheques not yet presented, deposits in
      * transit, entries posted with the wrong value).
      ******************************************************************
       4000-RELATORIO-CONCILIACAO.
           PERFORM 2800-INFORMAR-EXTRATO

           MOVE 0 TO WS-LINHAS-EXTRATO
           MOVE 0 TO WS-SO-BANCO
           MOVE 0 TO WS-A-CONFIRMAR
           MOVE 0 TO WS-SO-CAIXA
           MOVE 0 TO WS-TOTAL-SO-BANCO
           MOVE 0 TO WS-TOTAL-SO-CAIXA
           MOVE 99999999 TO WS-DATA-INICIO
           MOVE 0 TO WS-DATA-FIM

           PERFORM 8100-ABRIR-RELATORIO

           MOVE SPACES TO LINHA-RELATORIO
           STRING "EXTRATO " WS-SEQ-INFORMADA
               " - LINHAS EM ABERTO NO EXTRATO"
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           PERFORM 2850-POSICIONAR-EXTRATO

           PERFORM UNTIL WS-EOF EQUAL 1
               READ CONCILIACAO NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF CONC-SEQ-EXTRATO NOT EQUAL WS-SEQ-INFORMADA
                           MOVE 1 TO WS-EOF
                       ELSE
                           PERFORM 4100-LISTAR-LINHA-EXTRATO
                       END-IF
               END-READ
           END-PERFORM

           IF WS-LINHAS-EXTRATO EQUAL 0
               MOVE "EXTRATO NAO IMPORTADO" TO LINHA-RELATORIO
               PERFORM 8200-IMPRIMIR-LINHA
           ELSE
               PERFORM 1400-CARREGAR-LC-USADOS
               PERFORM 4200-LISTAR-SO-NO-CAIXA
           END-IF

           MOVE SPACES TO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           MOVE WS-TOTAL-SO-BANCO TO MASC-TOTAL
           MOVE SPACES TO LINHA-RELATORIO
           STRING "SO NO BANCO......: " WS-SO-BANCO "  VALOR: "
               MASC-TOTAL
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           MOVE SPACES TO LINHA-RELATORIO
           STRING "A CONFIRMAR......: " WS-A-CONFIRMAR
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           MOVE WS-TOTAL-SO-CAIXA TO MASC-TOTAL
           MOVE SPACES TO LINHA-RELATORIO
           STRING "SO NO LIVRO CAIXA: " WS-SO-CAIXA "  VALOR: "
               MASC-TOTAL
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           IF WS-FS-REL EQUAL ZEROS
               CLOSE RELATORIO
               MOVE "CONCILIA-BANCO" TO PARM-CAT-PROGRAMA
               MOVE REL-CAB-TITULO TO PARM-CAT-TITULO
               MOVE REL-NOME-ARQ TO PARM-CAT-ARQUIVO
               CALL "GRAVA-CATALOGO" USING PARM-CATALOGO
               DISPLAY "RELATORIO GRAVADO EM " REL-NOME-ARQ
           END-IF.

       4100-LISTAR-LINHA-EXTRATO.
           ADD 1 TO WS-LINHAS-EXTRATO

           IF CONC-DATA LESS WS-DATA-INICIO
               MOVE CONC-DATA TO WS-DATA-INICIO
           END-IF

           IF CONC-DATA GREATER WS-DATA-FIM
               MOVE CONC-DATA TO WS-DATA-FIM
           END-IF

           IF CONC-PENDENTE
           OR CONC-PROPOSTA
               IF CONC-PENDENTE
                   ADD 1 TO WS-SO-BANCO
                   ADD CONC-VALOR TO WS-TOTAL-SO-BANCO
               ELSE
                   ADD 1 TO WS-A-CONFIRMAR
               END-IF

               PERFORM 2900-MONTAR-DETALHE
               MOVE WS-LINHA-DETALHE TO LINHA-RELATORIO
               PERFORM 8200-IMPRIMIR-LINHA
           END-IF.

       4200-LISTAR-SO-NO-CAIXA.
           MOVE SPACES TO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           MOVE SPACES TO LINHA-RELATORIO
           STRING "LIVRO CAIXA DE " WS-DATA-INICIO " A " WS-DATA-FIM
               " SEM LINHA NO EXTRATO"
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           MOVE 0 TO WS-ORDEM-LC
           MOVE 0 TO WS-EOF-LC

           OPEN INPUT LIVRO-CAIXA

           IF WS-FS-LC NOT EQUAL ZEROS
               MOVE SPACES TO LINHA-RELATORIO
               STRING "LIVROCAIXA.TXT NAO ABERTO - FILE STATUS: "
                   WS-FS-LC
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               PERFORM 8200-IMPRIMIR-LINHA
           ELSE
               PERFORM UNTIL WS-EOF-LC EQUAL 1
                   READ LIVRO-CAIXA
                       AT END
                           MOVE 1 TO WS-EOF-LC
                       NOT AT END
                           ADD 1 TO WS-ORDEM-LC
                           IF DATA-LC NOT LESS WS-DATA-INICIO
                           AND DATA-LC NOT GREATER WS-DATA-FIM
                               PERFORM 1520-VERIFICAR-LC-USADO
                               IF WS-LC-USADO EQUAL 'N'
                                   PERFORM 4210-LISTAR-LINHA-CAIXA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE LIVRO-CAIXA
           END-IF.

       4210-LISTAR-LINHA-CAIXA.
           ADD 1 TO WS-SO-CAIXA
           ADD VALOR-LC TO WS-TOTAL-SO-CAIXA

           MOVE WS-ORDEM-LC TO WS-DET-LINHA
           MOVE DATA-LC TO WS-DET-DATA
           MOVE DOCUMENTO-LC TO WS-DET-DOCUMENTO
           MOVE SENTIDO-LC TO WS-DET-SENTIDO
           MOVE VALOR-LC TO WS-DET-VALOR
           MOVE SPACES TO WS-DET-HISTORICO
           STRING "PARTE " TIPO-PARTE-LC " " COD-PARTE-LC
               DELIMITED BY SIZE INTO WS-DET-HISTORICO
           MOVE "SO NO LIVRO CAIXA" TO WS-DET-SITUACAO
           MOVE WS-LINHA-DETALHE TO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA.

       5000-TRAVAR-PERIODO.
           PERFORM 2800-INFORMAR-EXTRATO

           IF WS-TRAVADO EQUAL 'N'
               MOVE 0 TO WS-LINHAS-EXTRATO
               MOVE 0 TO WS-PENDENTES
               MOVE 99999999 TO WS-DATA-INICIO
               MOVE 0 TO WS-DATA-FIM
               PERFORM 2850-POSICIONAR-EXTRATO

               PERFORM UNTIL WS-EOF EQUAL 1
                   READ CONCILIACAO NEXT RECORD
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF CONC-SEQ-EXTRATO NOT EQUAL
                                   WS-SEQ-INFORMADA
                               MOVE 1 TO WS-EOF
                           ELSE
                               PERFORM 5100-CONTAR-LINHA
                           END-IF
                   END-READ
               END-PERFORM

               EVALUATE TRUE
                   WHEN WS-LINHAS-EXTRATO EQUAL 0
                       DISPLAY "EXTRATO " WS-SEQ-INFORMADA
                           " NAO IMPORTADO"
                   WHEN WS-PENDENTES GREATER 0
                       DISPLAY "AINDA HA " WS-PENDENTES " LINHA(S) EM"
                           " ABERTO - PERIODO NAO TRAVADO"
                   WHEN OTHER
                       PERFORM 5200-GRAVAR-TRAVA
               END-EVALUATE
           END-IF.

       5100-CONTAR-LINHA.
           ADD 1 TO WS-LINHAS-EXTRATO

           IF CONC-PENDENTE
           OR CONC-PROPOSTA
               ADD 1 TO WS-PENDENTES
           END-IF

           IF CONC-DATA LESS WS-DATA-INICIO
               MOVE CONC-DATA TO WS-DATA-INICIO
           END-IF

           IF CONC-DATA GREATER WS-DATA-FIM
               MOVE CONC-DATA TO WS-DATA-FIM
           END-IF.

       5200-GRAVAR-TRAVA.
           DISPLAY "TRAVAR O PERIODO DE " WS-DATA-INICIO " A "
               WS-DATA-FIM " (" WS-LINHAS-EXTRATO " LINHAS)? (S/N)"
           ACCEPT WS-RESPOSTA

           IF WS-RESPOSTA EQUAL 'S'
               MOVE WS-SEQ-INFORMADA TO PCB-SEQ-EXTRATO
               MOVE WS-DATA-INICIO TO PCB-DATA-INICIO
               MOVE WS-DATA-FIM TO PCB-DATA-FIM
               MOVE WS-LINHAS-EXTRATO TO PCB-QTDE-LINHAS
               MOVE PARM-SES-OPERADOR TO PCB-OPERADOR
               MOVE FUNCTION CURRENT-DATE(1:14) TO PCB-DATA-HORA

               WRITE REG-PERIODO-CONCILIADO
                   INVALID KEY
                       DISPLAY "NAO FOI POSSIVEL TRAVAR O PERIODO - FI"
                           "LE STATUS: " WS-FS-PER
                   NOT INVALID KEY
                       DISPLAY "PERIODO CONCILIADO E TRAVADO"
               END-WRITE
           ELSE
               DISPLAY "PERIODO NAO TRAVADO"
           END-IF.

       8100-ABRIR-RELATORIO.
           MOVE PARM-AMB-NOME TO REL-CAB-AMBIENTE

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-RELATORIO
           MOVE WS-DATA-RELATORIO(5:2) TO REL-CAB-DATA(1:2)
           MOVE WS-DATA-RELATORIO(7:2) TO REL-CAB-DATA(4:2)
           MOVE WS-DATA-RELATORIO(1:4) TO REL-CAB-DATA(7:4)

           MOVE SPACES TO REL-CABECALHO-COLUNAS
           STRING "LINHA DATA     DOCUM. S          VALOR HISTORICO"
               "            SITUACAO"
               DELIMITED BY SIZE INTO REL-CABECALHO-COLUNAS

           MOVE "CONCILIACAO BANCARIA" TO REL-CAB-TITULO

           MOVE SPACES TO REL-NOME-ARQ
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'RELATORIOS\CONCILIABANCO' WS-SEQ-INFORMADA '.TXT'
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
           MOVE "EXTRATO" TO PARM-INT-ARQUIVO
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
           MOVE "EXTRATO" TO PARM-INT-ARQUIVO
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
           MOVE "CONCILIA-BANCO" TO PARM-INT-PROGRAMA
           MOVE WS-ARQ-EXTRATO TO PARM-INT-NOME-ARQ
           CALL "REGISTRA-INTERFACE" USING PARM-INTERFACE

           IF PARM-INT-RETORNO NOT EQUAL ZEROS
               DISPLAY "REGISTRO DE INTERFACES NAO ATUALIZADO - FILE "
                   "STATUS: " PARM-INT-RETORNO
           END-IF.

       0900-LER-SESSAO.
           MOVE 'L' TO PARM-SES-ACAO
           CALL "OPERADOR-SESSAO" USING PARM-SESSAO.

       0950-RESOLVER-AMBIENTE.
           CALL "CONFIG-AMBIENTE" USING PARM-AMBIENTE
           DISPLAY "AMBIENTE ATIVO: " PARM-AMB-NOME

           MOVE SPACES TO WS-ARQ-EXTRATO
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'EXTRATOBANCO.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-EXTRATO
           MOVE SPACES TO WS-ARQ-LIVROCAIXA
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'LIVROCAIXA.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-LIVROCAIXA
           MOVE SPACES TO WS-ARQ-CONCILIACAO
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'CONCILIACAO.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-CONCILIACAO
           MOVE SPACES TO WS-ARQ-PERIODOCONC
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'PERIODOCONCILIADO.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-PERIODOCONC
           MOVE SPACES TO WS-ARQ-PLANOCONTAS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'PLANOCONTAS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-PLANOCONTAS.

       END PROGRAM CONCILIA-BANCO.
