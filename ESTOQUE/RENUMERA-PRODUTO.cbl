       IDENTIFICATION DIVISION.
       PROGRAM-ID. RENUMERA-PRODUTO.
       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RENUMERACOES ASSIGN TO WS-ARQ-RENUMERACOES
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-RNM.

           SELECT CHECKPOINT ASSIGN TO WS-ARQ-CHECKPOINT
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-CKP.

           SELECT PRODUTOS ASSIGN TO WS-ARQ-PRODUTOS
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS COD-PRODUTO
           ALTERNATE RECORD KEY IS EAN-PRODUTO
           ALTERNATE RECORD KEY IS NOME-PRODUTO
               WITH DUPLICATES
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-ARQ.

           SELECT MOVIMENTO ASSIGN TO WS-ARQ-MOVIMENTO
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-ARQ.

           SELECT FATURAS-LINHAS ASSIGN TO WS-ARQ-FATURASLINHAS
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-ARQ.

           SELECT CUSTO-HIST ASSIGN TO WS-ARQ-CUSTOHIST
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-ARQ.

           SELECT RASTRO-LOTES ASSIGN TO WS-ARQ-RASTROLOTES
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-ARQ.

           SELECT PERDAS ASSIGN TO WS-ARQ-VENDASPERDIDAS
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-ARQ.

           SELECT HIST-SERIE ASSIGN TO WS-ARQ-HISTSERIE
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-ARQ.

           SELECT SALDOS-PERIODO ASSIGN TO WS-ARQ-SALDOSPERIODO
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-ARQ.

           SELECT SUBSTITUICOES ASSIGN TO WS-ARQ-SUBSTITUICOES
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-ARQ.

           SELECT TRANSITO ASSIGN TO WS-ARQ-TRANSITO
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS NUM-TRANSITO
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-ARQ.

           SELECT INSPECOES ASSIGN TO WS-ARQ-INSPECOES
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS NUM-INSPECAO
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-ARQ.

           SELECT CAMPANHAS ASSIGN TO WS-ARQ-CAMPANHAS
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS COD-CAMPANHA
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-ARQ.

           SELECT ORDENS-MONTAGEM ASSIGN TO WS-ARQ-ORDENSMONTAGEM
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS NUM-ORDEM-MON
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-ARQ.

           SELECT PEDIDOS-VENDA ASSIGN TO WS-ARQ-PEDIDOSVENDA
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS NUM-PEDIDO-VENDA
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-ARQ.

           SELECT ORDENS ASSIGN TO WS-ARQ-ORDENSCOMPRA
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS NUM-ORDEM
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-ARQ.

           SELECT PEDIDOS-PROGRAMADOS ASSIGN TO
               WS-ARQ-PEDIDOSPROGRAMADOS
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS NUM-PROGRAMADO
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-ARQ.

           SELECT COTACOES ASSIGN TO WS-ARQ-COTACOES
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS NUM-COTACAO
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-ARQ.

           SELECT ACORDOS ASSIGN TO WS-ARQ-ACORDOSCOMPRA
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS NUM-ACORDO
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-ARQ.

           SELECT DEVOLUCOES ASSIGN TO WS-ARQ-DEVOLUCOES
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS NUM-NOTA-CREDITO
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-ARQ.

           SELECT DEVOLUCOES-FORN ASSIGN TO WS-ARQ-DEVOLUCOESFORN
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS NUM-DEVOLUCAO-FORN
           ALTERNATE RECORD KEY IS NUM-ORDEM-DVF
               WITH DUPLICATES
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-ARQ.

           SELECT ENTREGAS ASSIGN TO WS-ARQ-ENTREGAS
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS NUM-PEDIDO-ENT
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-ARQ.

           SELECT SALDOS-DEP ASSIGN TO WS-ARQ-SALDOSDEPOSITO
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CHAVE-SALDO-DEP
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-ARQ.

           SELECT SALDOS-END ASSIGN TO WS-ARQ-SALDOSENDERECO
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CHAVE-SALDO-END
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-ARQ.

           SELECT LOTES-ESTOQUE ASSIGN TO WS-ARQ-LOTESESTOQUE
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CHAVE-LOTE-EST
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-ARQ.

           SELECT BACKORDERS ASSIGN TO WS-ARQ-BACKORDERS
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CHAVE-BACKORDER
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-ARQ.

           SELECT NIVEIS ASSIGN TO WS-ARQ-NIVEISDEPOSITO
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CHAVE-NIVEL-DEP
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-ARQ.

           SELECT PRECOS-CLI ASSIGN TO WS-ARQ-PRECOSCLIENTE
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CHAVE-PRECO-CLI
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-ARQ.

           SELECT PRECOS-FUT ASSIGN TO WS-ARQ-PRECOSFUTUROS
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CHAVE-PRECO-FUT
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-ARQ.

           SELECT FONTES ASSIGN TO WS-ARQ-FONTESPRODUTO
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CHAVE-FONTE-PRODUTO
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-ARQ.

           SELECT COTACOES-FORN ASSIGN TO WS-ARQ-COTACOESFORN
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CHAVE-COTACAO-FORN
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-ARQ.

           SELECT RECOMENDACOES ASSIGN TO WS-ARQ-RECOMENDACOESPONTO
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS COD-PRODUTO-RCP
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-ARQ.

           SELECT SUBSTITUTOS ASSIGN TO WS-ARQ-SUBSTITUTOS
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CHAVE-SUBSTITUTO
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-ARQ.

           SELECT KITS ASSIGN TO WS-ARQ-KITS
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CHAVE-KIT
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-ARQ.

           SELECT SERIES ASSIGN TO WS-ARQ-NUMEROSSERIE
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CHAVE-SERIE
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-ARQ.

           SELECT CAMADAS ASSIGN TO WS-ARQ-CAMADASCUSTO
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CHAVE-CAMADA
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-ARQ.

           SELECT AUDITORIA ASSIGN TO WS-ARQ-AUDITORIA
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-AUD.

           SELECT RELATORIO ASSIGN TO REL-NOME-ARQ
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD RENUMERACOES.
           COPY RENUMERACAO.

       FD CHECKPOINT.
       01 REG-CHECKPOINT      PIC X(32).

       FD PRODUTOS.
           COPY PRODUTO.

       FD MOVIMENTO.
           COPY MOVPRODUTO.

       FD FATURAS-LINHAS.
           COPY FATURALINHA.

       FD CUSTO-HIST.
           COPY CUSTOHIST.

       FD RASTRO-LOTES.
           COPY RASTROLOTE.

       FD PERDAS.
           COPY VENDAPERDIDA.

       FD HIST-SERIE.
           COPY HISTSERIE.

       FD SALDOS-PERIODO.
           COPY SALDOPERIODO.

       FD SUBSTITUICOES.
           COPY SUBSTITUICAO.

       FD TRANSITO.
           COPY TRANSITO.

       FD INSPECOES.
           COPY INSPECAO.

       FD CAMPANHAS.
           COPY CAMPANHA.

       FD ORDENS-MONTAGEM.
           COPY ORDEMMONTAGEM.

       FD PEDIDOS-VENDA.
           COPY PEDIDOVENDA.

       FD ORDENS.
           COPY ORDEMCOMPRA.

       FD PEDIDOS-PROGRAMADOS.
           COPY PEDIDOPROGRAMADO.

       FD COTACOES.
           COPY COTACAO.

       FD ACORDOS.
           COPY ACORDOCOMPRA.

       FD DEVOLUCOES.
           COPY DEVOLUCAO.

       FD DEVOLUCOES-FORN.
           COPY DEVOLUCAOFORN.

       FD ENTREGAS.
           COPY ENTREGA.

       FD SALDOS-DEP.
           COPY SALDODEPOSITO.

       FD SALDOS-END.
           COPY SALDOENDERECO.

       FD LOTES-ESTOQUE.
           COPY LOTEESTOQUE.

       FD BACKORDERS.
           COPY BACKORDER.

       FD NIVEIS.
           COPY NIVELDEPOSITO.

       FD PRECOS-CLI.
           COPY PRECOCLIENTE.

       FD PRECOS-FUT.
           COPY PRECOFUTURO.

       FD FONTES.
           COPY FONTEPRODUTO.

       FD COTACOES-FORN.
           COPY COTACAOFORN.

       FD RECOMENDACOES.
           COPY RECOMENDAPONTO.

       FD SUBSTITUTOS.
           COPY SUBSTITUTO.

       FD KITS.
           COPY KITPRODUTO.

       FD SERIES.
           COPY NUMEROSERIE.

       FD CAMADAS.
           COPY CAMADACUSTO.

       FD AUDITORIA.
           COPY AUDITMESTRE.

       FD RELATORIO.
       01 LINHA-RELATORIO     PIC X(90).
       WORKING-STORAGE SECTION.
           COPY RELATORIO.
           COPY PARMCATALOGO.
           COPY PARMRUNLOG.
           COPY PARMSESSAO.
           COPY AMBIENTE.
       77 WS-ARQ-RENUMERACOES    PIC X(60) VALUE SPACES.
       77 WS-ARQ-CHECKPOINT      PIC X(60) VALUE SPACES.
       77 WS-ARQ-PRODUTOS        PIC X(60) VALUE SPACES.
       77 WS-ARQ-MOVIMENTO         PIC X(60) VALUE SPACES.
       77 WS-ARQ-FATURASLINHAS     PIC X(60) VALUE SPACES.
       77 WS-ARQ-CUSTOHIST         PIC X(60) VALUE SPACES.
       77 WS-ARQ-RASTROLOTES       PIC X(60) VALUE SPACES.
       77 WS-ARQ-VENDASPERDIDAS    PIC X(60) VALUE SPACES.
       77 WS-ARQ-HISTSERIE         PIC X(60) VALUE SPACES.
       77 WS-ARQ-SALDOSPERIODO     PIC X(60) VALUE SPACES.
       77 WS-ARQ-SUBSTITUICOES     PIC X(60) VALUE SPACES.
       77 WS-ARQ-TRANSITO          PIC X(60) VALUE SPACES.
       77 WS-ARQ-INSPECOES         PIC X(60) VALUE SPACES.
       77 WS-ARQ-CAMPANHAS         PIC X(60) VALUE SPACES.
       77 WS-ARQ-ORDENSMONTAGEM    PIC X(60) VALUE SPACES.
       77 WS-ARQ-PEDIDOSVENDA      PIC X(60) VALUE SPACES.
       77 WS-ARQ-ORDENSCOMPRA      PIC X(60) VALUE SPACES.
       77 WS-ARQ-PEDIDOSPROGRAMADOS PIC X(60) VALUE SPACES.
       77 WS-ARQ-COTACOES          PIC X(60) VALUE SPACES.
       77 WS-ARQ-ACORDOSCOMPRA     PIC X(60) VALUE SPACES.
       77 WS-ARQ-DEVOLUCOES        PIC X(60) VALUE SPACES.
       77 WS-ARQ-DEVOLUCOESFORN    PIC X(60) VALUE SPACES.
       77 WS-ARQ-ENTREGAS          PIC X(60) VALUE SPACES.
       77 WS-ARQ-SALDOSDEPOSITO    PIC X(60) VALUE SPACES.
       77 WS-ARQ-SALDOSENDERECO    PIC X(60) VALUE SPACES.
       77 WS-ARQ-LOTESESTOQUE      PIC X(60) VALUE SPACES.
       77 WS-ARQ-BACKORDERS        PIC X(60) VALUE SPACES.
       77 WS-ARQ-NIVEISDEPOSITO    PIC X(60) VALUE SPACES.
       77 WS-ARQ-PRECOSCLIENTE     PIC X(60) VALUE SPACES.
       77 WS-ARQ-PRECOSFUTUROS     PIC X(60) VALUE SPACES.
       77 WS-ARQ-FONTESPRODUTO     PIC X(60) VALUE SPACES.
       77 WS-ARQ-COTACOESFORN      PIC X(60) VALUE SPACES.
       77 WS-ARQ-RECOMENDACOESPONTO PIC X(60) VALUE SPACES.
       77 WS-ARQ-SUBSTITUTOS       PIC X(60) VALUE SPACES.
       77 WS-ARQ-KITS              PIC X(60) VALUE SPACES.
       77 WS-ARQ-NUMEROSSERIE      PIC X(60) VALUE SPACES.
       77 WS-ARQ-CAMADASCUSTO      PIC X(60) VALUE SPACES.
       77 WS-ARQ-AUDITORIA       PIC X(60) VALUE SPACES.
       77 WS-FS-RNM           PIC 99 VALUE 0.
       77 WS-FS-CKP           PIC 99 VALUE 0.
       77 WS-FS-ARQ           PIC 99 VALUE 0.
       77 WS-FS-AUD           PIC 99 VALUE 0.
       77 WS-FS-REL           PIC 99 VALUE 0.
       77 WS-FS-FALHA         PIC 99 VALUE 0.
       77 WS-EOF              PIC 99 VALUE 0.
       77 WS-EOF-RNM          PIC 99 VALUE 0.
       77 WS-DATA-RELATORIO   PIC 9(08) VALUE 0.
       77 WS-LINHA            PIC 9(05) VALUE 0.
       77 WS-PASSO            PIC 99 VALUE 0.
       77 WS-PASSO-INICIAL    PIC 99 VALUE 0.
       77 WS-RETOMADA         PIC A VALUE 'N'.
       77 WS-FALHOU           PIC A VALUE 'N'.
       77 WS-REJEITADO        PIC A VALUE 'N'.
       77 WS-ARQ-ABERTO       PIC A VALUE 'N'.
       77 WS-MODO             PIC A VALUE 'C'.
           88 WS-MODO-CONTAR      VALUE 'C'.
           88 WS-MODO-ATUALIZAR   VALUE 'A'.
       77 WS-NOME-PASSO       PIC X(22) VALUE SPACES.
       77 WS-MOTIVO           PIC X(40) VALUE SPACES.
       77 WS-COD-ORIGEM       PIC 9(05) VALUE 0.
       77 WS-COD-DESTINO      PIC 9(05) VALUE 0.
       77 WS-CODIGO-LIDO      PIC 9(05) VALUE 0.
       77 WS-TEM-ORIGEM       PIC A VALUE 'N'.
       77 WS-TEM-DESTINO      PIC A VALUE 'N'.
       77 WS-TROCAR           PIC A VALUE 'N'.
       77 WS-REGRAVAR         PIC A VALUE 'N'.
       77 WS-MANTER-ORIGEM    PIC A VALUE 'N'.
       77 WS-ITEM             PIC 99 VALUE 0.
       77 WS-ORDEM            PIC 99 VALUE 0.
       77 WS-ORDEM-LIVRE      PIC 9 VALUE 0.
       77 WS-DUPLICADO        PIC A VALUE 'N'.
       77 WS-NOVO-PRODUTO     PIC 9(05) VALUE 0.
       77 WS-NOVO-SUBSTITUTO  PIC 9(05) VALUE 0.
       77 WS-NOVO-KIT         PIC 9(05) VALUE 0.
       77 WS-NOVO-COMPONENTE  PIC 9(05) VALUE 0.
       77 WS-QTDE-ORIGEM      PIC 9(09) VALUE 0.
       77 WS-RESERVADO-ORIGEM PIC 9(09) VALUE 0.
       77 WS-RETIDO-ORIGEM    PIC X VALUE SPACE.
       77 WS-CHAVE-ORIGEM     PIC X(40) VALUE SPACES.
       77 WS-IMAGEM-ORIGEM    PIC X(200) VALUE SPACES.
       77 WS-IMAGEM-DEPOIS    PIC X(200) VALUE SPACES.
       77 WS-CNT-LIDOS        PIC 9(07) VALUE 0.
       77 WS-CNT-ORIGEM       PIC 9(07) VALUE 0.
       77 WS-CNT-DESTINO      PIC 9(07) VALUE 0.
       77 WS-LIDOS-ANT        PIC 9(07) VALUE 0.
       77 WS-ORIGEM-ANT       PIC 9(07) VALUE 0.
       77 WS-DESTINO-ANT      PIC 9(07) VALUE 0.
       77 WS-ALTERADOS        PIC 9(07) VALUE 0.
       77 WS-FUNDIDOS         PIC 9(07) VALUE 0.
       77 WS-CONFLITOS        PIC 9(07) VALUE 0.
       77 WS-CARTOES-LIDOS    PIC 9(05) VALUE 0.
       77 WS-CARTOES-FEITOS   PIC 9(05) VALUE 0.
       77 WS-CARTOES-REJEIT   PIC 9(05) VALUE 0.
       77 WS-TOTAL-ALTERADOS  PIC 9(07) VALUE 0.
       77 WS-PENDENTES        PIC 9(05) VALUE 0.
       77 WS-IMAGEM-MESTRE    PIC X(200) VALUE SPACES.
       77 WS-AUD-OPERACAO     PIC X VALUE SPACE.
       77 WS-AUD-CHAVE        PIC X(20) VALUE SPACES.
       77 MASC-CONTADOR       PIC ZZZZZZ9.

       01 REG-CHECKPOINT-RNM.
           03 CK-LINHA            PIC 9(05).
           03 CK-PASSO            PIC 99.
           03 CK-TIPO             PIC X.
           03 CK-ORIGEM           PIC 9(05).
           03 CK-DESTINO          PIC 9(05).
           03 CK-DATA-HORA        PIC 9(14).

       01 WS-LINHA-DET-PASSO.
           03 WS-DET-ARQUIVO       PIC X(22).
           03 WS-DET-LIDOS         PIC ZZZZZZZZ9.
           03 WS-DET-ORIGEM-ANT    PIC ZZZZZZZZ9.
           03 WS-DET-DESTINO-ANT   PIC ZZZZZZZZ9.
           03 WS-DET-ALTERADOS     PIC ZZZZZZZZ9.
           03 WS-DET-FUNDIDOS      PIC ZZZZZZZZ9.
           03 WS-DET-ORIGEM-DEP    PIC ZZZZZZZZ9.
           03 WS-DET-DESTINO-DEP   PIC ZZZZZZZZ9.
           03 FILLER               PIC X VALUE SPACE.
           03 WS-DET-MARCA         PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "RENUMERA-PRODUTO" TO PARM-RUN-PROGRAMA
           MOVE 'I' TO PARM-RUN-EVENTO
           MOVE 0 TO PARM-RUN-REGISTROS
           CALL "GRAVA-RUNLOG" USING PARM-RUNLOG

           PERFORM 0950-RESOLVER-AMBIENTE
           PERFORM 0900-LER-SESSAO
           DISPLAY "RENUMERACAO E FUSAO DE CODIGOS DE PRODUTO"

           PERFORM 1000-LER-CHECKPOINT

           OPEN INPUT RENUMERACOES

           IF WS-FS-RNM NOT EQUAL ZEROS
               DISPLAY "NAO FOI POSSIVEL ABRIR RENUMERACOES.TXT"
               DISPLAY "FILE STATUS: " WS-FS-RNM
               MOVE WS-FS-RNM TO WS-FS-FALHA
               MOVE 'S' TO WS-FALHOU
           ELSE
               PERFORM 8100-ABRIR-RELATORIO

               MOVE 0 TO WS-EOF-RNM
               PERFORM UNTIL WS-EOF-RNM EQUAL 1 OR WS-FALHOU EQUAL 'S'
                   READ RENUMERACOES
                       AT END
                           MOVE 1 TO WS-EOF-RNM
                       NOT AT END
                           ADD 1 TO WS-LINHA
                           PERFORM 2000-PROCESSAR-CARTAO
                   END-READ
               END-PERFORM

               CLOSE RENUMERACOES
               PERFORM 4000-IMPRIMIR-TOTAIS
           END-IF

           IF WS-FALHOU EQUAL 'S'
               DISPLAY "RENUMERACAO INTERROMPIDA - FILE STATUS: "
                   WS-FS-FALHA
               DISPLAY "CORRIJA E EXECUTE NOVAMENTE PARA RETOMAR DO PAS"
                   "SO QUE FALHOU"
               MOVE 'F' TO PARM-RUN-EVENTO
           ELSE
               PERFORM 4200-LIMPAR-CHECKPOINT
               MOVE 'C' TO PARM-RUN-EVENTO
           END-IF

           MOVE WS-TOTAL-ALTERADOS TO PARM-RUN-REGISTROS
           CALL "GRAVA-RUNLOG" USING PARM-RUNLOG

           GOBACK.

      ******************************************************************
      * A checkpoint left by an interrupted run holds the card line
      * and the last step completed for it: earlier cards are skipped
      * and that card resumes at the following step.
      ******************************************************************
       1000-LER-CHECKPOINT.
           MOVE 'N' TO WS-RETOMADA

           OPEN INPUT CHECKPOINT

           IF WS-FS-CKP EQUAL ZEROS
               READ CHECKPOINT INTO REG-CHECKPOINT-RNM
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 'S' TO WS-RETOMADA
                       DISPLAY "RETOMANDO NO CARTAO " CK-LINHA
                           " APOS O PASSO " CK-PASSO
               END-READ

               CLOSE CHECKPOINT
           END-IF.

       2000-PROCESSAR-CARTAO.
           MOVE COD-ORIGEM-RNM TO WS-COD-ORIGEM
           MOVE COD-DESTINO-RNM TO WS-COD-DESTINO
           MOVE 0 TO WS-PASSO-INICIAL
           MOVE 'N' TO WS-REJEITADO

           IF WS-RETOMADA EQUAL 'S'
               IF WS-LINHA LESS CK-LINHA
                   MOVE 99 TO WS-PASSO-INICIAL
               ELSE
                   MOVE 'N' TO WS-RETOMADA
                   IF TIPO-RNM NOT EQUAL CK-TIPO
                   OR WS-COD-ORIGEM NOT EQUAL CK-ORIGEM
                   OR WS-COD-DESTINO NOT EQUAL CK-DESTINO
                       DISPLAY "CARTAO " WS-LINHA " NAO CONFERE COM O "
                           "PONTO DE CONTROLE"
                       DISPLAY "RENUMERACOES.TXT FOI ALTERADO APOS A "
                           "INTERRUPCAO"
                       MOVE 0 TO WS-FS-FALHA
                       MOVE 'S' TO WS-FALHOU
                   ELSE
                       MOVE CK-PASSO TO WS-PASSO-INICIAL
                   END-IF
               END-IF
           END-IF

           IF WS-FALHOU NOT EQUAL 'S'
           AND WS-PASSO-INICIAL LESS 99
               ADD 1 TO WS-CARTOES-LIDOS
               PERFORM 2100-IMPRIMIR-CARTAO

               IF WS-PASSO-INICIAL EQUAL 0
                   PERFORM 2200-VALIDAR-CARTAO
               ELSE
                   MOVE SPACES TO LINHA-RELATORIO
                   STRING "RETOMADO APOS O PASSO " WS-PASSO-INICIAL
                       DELIMITED BY SIZE INTO LINHA-RELATORIO
                   PERFORM 8200-IMPRIMIR-LINHA
               END-IF

               IF WS-FALHOU NOT EQUAL 'S'
                   IF WS-REJEITADO EQUAL 'S'
                       ADD 1 TO WS-CARTOES-REJEIT
                       MOVE 99 TO WS-PASSO
                       PERFORM 4100-GRAVAR-CHECKPOINT
                   ELSE
                       PERFORM 2300-EXECUTAR-CARTAO
                   END-IF
               END-IF
           END-IF.

       2100-IMPRIMIR-CARTAO.
           MOVE SPACES TO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           MOVE SPACES TO LINHA-RELATORIO
           IF RNM-FUNDIR
               STRING "CARTAO " WS-LINHA ": FUSAO DO PRODUTO "
                   WS-COD-ORIGEM " NO PRODUTO " WS-COD-DESTINO
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
           ELSE
               STRING "CARTAO " WS-LINHA ": RENUMERACAO DO PRODUTO "
                   WS-COD-ORIGEM " PARA " WS-COD-DESTINO
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-IF
           PERFORM 8200-IMPRIMIR-LINHA.

       2200-VALIDAR-CARTAO.
           MOVE SPACES TO WS-MOTIVO

           EVALUATE TRUE
               WHEN NOT RNM-RENUMERAR AND NOT RNM-FUNDIR
                   MOVE "TIPO DEVE SER R (RENUMERAR) OU F (FUNDIR)"
                       TO WS-MOTIVO
               WHEN COD-ORIGEM-RNM NOT NUMERIC
               OR COD-DESTINO-RNM NOT NUMERIC
                   MOVE "CODIGOS DE PRODUTO NAO NUMERICOS" TO WS-MOTIVO
               WHEN WS-COD-ORIGEM EQUAL 0 OR WS-COD-DESTINO EQUAL 0
                   MOVE "CODIGOS DEVEM SER DIFERENTES DE ZERO"
                       TO WS-MOTIVO
               WHEN WS-COD-ORIGEM EQUAL WS-COD-DESTINO
                   MOVE "ORIGEM E DESTINO DEVEM SER DIFERENTES"
                       TO WS-MOTIVO
               WHEN OTHER
                   PERFORM 2210-VALIDAR-PRODUTOS
           END-EVALUATE

           IF WS-MOTIVO NOT EQUAL SPACES
               MOVE 'S' TO WS-REJEITADO
               MOVE SPACES TO LINHA-RELATORIO
               STRING "REJEITADO: " WS-MOTIVO
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               PERFORM 8200-IMPRIMIR-LINHA
               DISPLAY "CARTAO " WS-LINHA " REJEITADO: " WS-MOTIVO
           END-IF.

       2210-VALIDAR-PRODUTOS.
           MOVE "PRODUTOS.TXT" TO WS-NOME-PASSO
           OPEN INPUT PRODUTOS

           IF WS-FS-ARQ NOT EQUAL ZEROS
               DISPLAY "NAO FOI POSSIVEL ABRIR O CADASTRO DE PRODUTOS"
               DISPLAY "FILE STATUS: " WS-FS-ARQ
               PERFORM 7990-REGISTRAR-FALHA
           ELSE
               MOVE WS-COD-ORIGEM TO COD-PRODUTO
               READ PRODUTOS
                   INVALID KEY
                       MOVE "PRODUTO DE ORIGEM NAO CADASTRADO"
                           TO WS-MOTIVO
               END-READ

               IF WS-MOTIVO EQUAL SPACES
                   MOVE WS-COD-DESTINO TO COD-PRODUTO
                   READ PRODUTOS
                       INVALID KEY
                           IF RNM-FUNDIR
                               MOVE "PRODUTO DE DESTINO NAO CADASTRADO"
                                   TO WS-MOTIVO
                           END-IF
                       NOT INVALID KEY
                           IF RNM-RENUMERAR
                               MOVE "CODIGO DE DESTINO JA CADASTRADO"
                                   TO WS-MOTIVO
                           ELSE
                               IF PRODUTO-INATIVO
                                   MOVE "PRODUTO DE DESTINO INATIVO"
                                       TO WS-MOTIVO
                               END-IF
                           END-IF
                   END-READ
               END-IF

               CLOSE PRODUTOS
           END-IF.

      ******************************************************************
      * Steps 1 to 34 repoint every file that carries the product code;
      * step 35 renumbers or retires the product itself, so a run cut
      * short never leaves detail records pointing at a code that is
      * no longer on the master.
      ******************************************************************
       2300-EXECUTAR-CARTAO.
           COMPUTE WS-PASSO = WS-PASSO-INICIAL + 1

           PERFORM UNTIL WS-PASSO GREATER 35 OR WS-FALHOU EQUAL 'S'
               PERFORM 3000-EXECUTAR-PASSO
               IF WS-FALHOU NOT EQUAL 'S'
                   PERFORM 4100-GRAVAR-CHECKPOINT
                   ADD 1 TO WS-PASSO
               END-IF
           END-PERFORM

           IF WS-FALHOU NOT EQUAL 'S'
               ADD 1 TO WS-CARTOES-FEITOS
               MOVE 99 TO WS-PASSO
               PERFORM 4100-GRAVAR-CHECKPOINT
           END-IF.

       3000-EXECUTAR-PASSO.
           MOVE 0 TO WS-ALTERADOS
           MOVE 0 TO WS-FUNDIDOS
           MOVE 0 TO WS-CONFLITOS

           MOVE 'C' TO WS-MODO
           PERFORM 3050-CONTAR-PASSO

           MOVE WS-CNT-LIDOS TO WS-LIDOS-ANT
           MOVE WS-CNT-ORIGEM TO WS-ORIGEM-ANT
           MOVE WS-CNT-DESTINO TO WS-DESTINO-ANT

           IF WS-FALHOU NOT EQUAL 'S'
           AND WS-ORIGEM-ANT GREATER 0
               MOVE 'A' TO WS-MODO
               PERFORM 3100-DESPACHAR-PASSO

               IF WS-FALHOU NOT EQUAL 'S'
                   MOVE 'C' TO WS-MODO
                   PERFORM 3050-CONTAR-PASSO
               END-IF
           END-IF

           IF WS-FALHOU EQUAL 'S'
               MOVE SPACES TO LINHA-RELATORIO
               STRING "PASSO " WS-PASSO " - " WS-NOME-PASSO
                   " INTERROMPIDO - FILE STATUS " WS-FS-FALHA
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               PERFORM 8200-IMPRIMIR-LINHA
           ELSE
               PERFORM 5000-IMPRIMIR-PASSO

               IF WS-ALTERADOS GREATER 0 OR WS-FUNDIDOS GREATER 0
                   PERFORM 7700-AUDITAR-PASSO
               END-IF
           END-IF.

       3050-CONTAR-PASSO.
           MOVE 0 TO WS-CNT-LIDOS
           MOVE 0 TO WS-CNT-ORIGEM
           MOVE 0 TO WS-CNT-DESTINO
           PERFORM 3100-DESPACHAR-PASSO.

       3100-DESPACHAR-PASSO.
           EVALUATE WS-PASSO
               WHEN 1
                   PERFORM 6010-PASSO-MOVIMENTO
               WHEN 2
                   PERFORM 6020-PASSO-FATURAS-LINHAS
               WHEN 3
                   PERFORM 6030-PASSO-CUSTO-HIST
               WHEN 4
                   PERFORM 6040-PASSO-RASTRO-LOTES
               WHEN 5
                   PERFORM 6050-PASSO-PERDAS
               WHEN 6
                   PERFORM 6060-PASSO-HIST-SERIE
               WHEN 7
                   PERFORM 6070-PASSO-SALDOS-PERIODO
               WHEN 8
                   PERFORM 6080-PASSO-SUBSTITUICOES
               WHEN 9
                   PERFORM 6090-PASSO-TRANSITO
               WHEN 10
                   PERFORM 6100-PASSO-INSPECOES
               WHEN 11
                   PERFORM 6110-PASSO-CAMPANHAS
               WHEN 12
                   PERFORM 6120-PASSO-ORDENS-MONTAGEM
               WHEN 13
                   PERFORM 6130-PASSO-PEDIDOS-VENDA
               WHEN 14
                   PERFORM 6140-PASSO-ORDENS
               WHEN 15
                   PERFORM 6150-PASSO-PEDIDOS-PROGRAMADOS
               WHEN 16
                   PERFORM 6160-PASSO-COTACOES
               WHEN 17
                   PERFORM 6170-PASSO-ACORDOS
               WHEN 18
                   PERFORM 6180-PASSO-DEVOLUCOES
               WHEN 19
                   PERFORM 6190-PASSO-DEVOLUCOES-FORN
               WHEN 20
                   PERFORM 6200-PASSO-ENTREGAS
               WHEN 21
                   PERFORM 6210-PASSO-SALDOS-DEP
               WHEN 22
                   PERFORM 6220-PASSO-SALDOS-END
               WHEN 23
                   PERFORM 6230-PASSO-LOTES-ESTOQUE
               WHEN 24
                   PERFORM 6240-PASSO-BACKORDERS
               WHEN 25
                   PERFORM 6250-PASSO-NIVEIS
               WHEN 26
                   PERFORM 6260-PASSO-PRECOS-CLI
               WHEN 27
                   PERFORM 6270-PASSO-PRECOS-FUT
               WHEN 28
                   PERFORM 6280-PASSO-FONTES
               WHEN 29
                   PERFORM 6290-PASSO-COTACOES-FORN
               WHEN 30
                   PERFORM 6300-PASSO-RECOMENDACOES
               WHEN 31
                   PERFORM 6310-PASSO-SUBSTITUTOS
               WHEN 32
                   PERFORM 6320-PASSO-KITS
               WHEN 33
                   PERFORM 6330-PASSO-SERIES
               WHEN 34
                   PERFORM 6340-PASSO-CAMADAS
               WHEN 35
                   PERFORM 6500-PASSO-PRODUTOS
           END-EVALUATE.

       4000-IMPRIMIR-TOTAIS.
           MOVE SPACES TO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           MOVE WS-CARTOES-LIDOS TO MASC-CONTADOR
           MOVE SPACES TO LINHA-RELATORIO
           STRING "CARTOES PROCESSADOS.....: " MASC-CONTADOR
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           MOVE WS-CARTOES-FEITOS TO MASC-CONTADOR
           MOVE SPACES TO LINHA-RELATORIO
           STRING "CARTOES CONCLUIDOS......: " MASC-CONTADOR
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           MOVE WS-CARTOES-REJEIT TO MASC-CONTADOR
           MOVE SPACES TO LINHA-RELATORIO
           STRING "CARTOES REJEITADOS......: " MASC-CONTADOR
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           MOVE WS-TOTAL-ALTERADOS TO MASC-CONTADOR
           MOVE SPACES TO LINHA-RELATORIO
           STRING "REGISTROS ALTERADOS.....: " MASC-CONTADOR
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           IF WS-PENDENTES GREATER 0
               MOVE SPACES TO LINHA-RELATORIO
               STRING "(*) REGISTROS QUE PERMANECEM COM O CODIGO DE ORI"
                   "GEM - " WS-PENDENTES " ARQUIVO(S)"
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               PERFORM 8200-IMPRIMIR-LINHA
           END-IF

           IF WS-FS-REL EQUAL ZEROS
               CLOSE RELATORIO
               MOVE "RENUMERA-PRODUTO" TO PARM-CAT-PROGRAMA
               MOVE REL-CAB-TITULO TO PARM-CAT-TITULO
               MOVE REL-NOME-ARQ TO PARM-CAT-ARQUIVO
               CALL "GRAVA-CATALOGO" USING PARM-CATALOGO
               DISPLAY "RELATORIO GRAVADO EM " REL-NOME-ARQ
           END-IF.

       4100-GRAVAR-CHECKPOINT.
           MOVE WS-LINHA TO CK-LINHA
           MOVE WS-PASSO TO CK-PASSO
           MOVE TIPO-RNM TO CK-TIPO
           MOVE WS-COD-ORIGEM TO CK-ORIGEM
           MOVE WS-COD-DESTINO TO CK-DESTINO
           MOVE FUNCTION CURRENT-DATE(1:14) TO CK-DATA-HORA

           OPEN OUTPUT CHECKPOINT

           IF WS-FS-CKP EQUAL ZEROS
               WRITE REG-CHECKPOINT FROM REG-CHECKPOINT-RNM
               CLOSE CHECKPOINT
           ELSE
               DISPLAY "NAO FOI POSSIVEL GRAVAR O PONTO DE CONTROLE"
               DISPLAY "FILE STATUS: " WS-FS-CKP
           END-IF.

       4200-LIMPAR-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT

           IF WS-FS-CKP EQUAL ZEROS
               CLOSE CHECKPOINT
           END-IF.

       5000-IMPRIMIR-PASSO.
           MOVE WS-NOME-PASSO TO WS-DET-ARQUIVO
           MOVE WS-LIDOS-ANT TO WS-DET-LIDOS
           MOVE WS-ORIGEM-ANT TO WS-DET-ORIGEM-ANT
           MOVE WS-DESTINO-ANT TO WS-DET-DESTINO-ANT
           MOVE WS-ALTERADOS TO WS-DET-ALTERADOS
           MOVE WS-FUNDIDOS TO WS-DET-FUNDIDOS
           MOVE WS-CNT-ORIGEM TO WS-DET-ORIGEM-DEP
           MOVE WS-CNT-DESTINO TO WS-DET-DESTINO-DEP

           IF WS-CNT-ORIGEM GREATER 0
               MOVE "*" TO WS-DET-MARCA
               ADD 1 TO WS-PENDENTES
           ELSE
               MOVE SPACE TO WS-DET-MARCA
           END-IF

           MOVE WS-LINHA-DET-PASSO TO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           ADD WS-ALTERADOS TO WS-TOTAL-ALTERADOS
           ADD WS-FUNDIDOS TO WS-TOTAL-ALTERADOS.

       6010-PASSO-MOVIMENTO.
           MOVE "MOVIMENTO.TXT" TO WS-NOME-PASSO
           IF WS-MODO-ATUALIZAR
               OPEN I-O MOVIMENTO
           ELSE
               OPEN INPUT MOVIMENTO
           END-IF
           PERFORM 7800-VERIFICAR-ABERTURA

           IF WS-ARQ-ABERTO EQUAL 'S'
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF EQUAL 1 OR WS-FALHOU EQUAL 'S'
                   READ MOVIMENTO
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM 7000-INICIAR-REGISTRO
                           MOVE COD-PRODUTO-MOV TO WS-CODIGO-LIDO
                           PERFORM 7100-AVALIAR-CODIGO
                           IF WS-TROCAR EQUAL 'S'
                               MOVE WS-COD-DESTINO TO COD-PRODUTO-MOV
                           END-IF
                           PERFORM 7200-CONTAR-REGISTRO
                           IF WS-REGRAVAR EQUAL 'S'
                               REWRITE REG-MOVIMENTO
                               PERFORM 7900-CONFERIR-GRAVACAO
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE MOVIMENTO
           END-IF.

       6020-PASSO-FATURAS-LINHAS.
           MOVE "FATURASLINHAS.TXT" TO WS-NOME-PASSO
           IF WS-MODO-ATUALIZAR
               OPEN I-O FATURAS-LINHAS
           ELSE
               OPEN INPUT FATURAS-LINHAS
           END-IF
           PERFORM 7800-VERIFICAR-ABERTURA

           IF WS-ARQ-ABERTO EQUAL 'S'
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF EQUAL 1 OR WS-FALHOU EQUAL 'S'
                   READ FATURAS-LINHAS
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM 7000-INICIAR-REGISTRO
                           MOVE COD-PRODUTO-FL TO WS-CODIGO-LIDO
                           PERFORM 7100-AVALIAR-CODIGO
                           IF WS-TROCAR EQUAL 'S'
                               MOVE WS-COD-DESTINO TO COD-PRODUTO-FL
                           END-IF
                           PERFORM 7200-CONTAR-REGISTRO
                           IF WS-REGRAVAR EQUAL 'S'
                               REWRITE REG-FATURA-LINHA
                               PERFORM 7900-CONFERIR-GRAVACAO
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE FATURAS-LINHAS
           END-IF.

       6030-PASSO-CUSTO-HIST.
           MOVE "CUSTOHIST.TXT" TO WS-NOME-PASSO
           IF WS-MODO-ATUALIZAR
               OPEN I-O CUSTO-HIST
           ELSE
               OPEN INPUT CUSTO-HIST
           END-IF
           PERFORM 7800-VERIFICAR-ABERTURA

           IF WS-ARQ-ABERTO EQUAL 'S'
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF EQUAL 1 OR WS-FALHOU EQUAL 'S'
                   READ CUSTO-HIST
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM 7000-INICIAR-REGISTRO
                           MOVE COD-PRODUTO-CH TO WS-CODIGO-LIDO
                           PERFORM 7100-AVALIAR-CODIGO
                           IF WS-TROCAR EQUAL 'S'
                               MOVE WS-COD-DESTINO TO COD-PRODUTO-CH
                           END-IF
                           PERFORM 7200-CONTAR-REGISTRO
                           IF WS-REGRAVAR EQUAL 'S'
                               REWRITE REG-CUSTO-HIST
                               PERFORM 7900-CONFERIR-GRAVACAO
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE CUSTO-HIST
           END-IF.

       6040-PASSO-RASTRO-LOTES.
           MOVE "RASTROLOTES.TXT" TO WS-NOME-PASSO
           IF WS-MODO-ATUALIZAR
               OPEN I-O RASTRO-LOTES
           ELSE
               OPEN INPUT RASTRO-LOTES
           END-IF
           PERFORM 7800-VERIFICAR-ABERTURA

           IF WS-ARQ-ABERTO EQUAL 'S'
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF EQUAL 1 OR WS-FALHOU EQUAL 'S'
                   READ RASTRO-LOTES
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM 7000-INICIAR-REGISTRO
                           MOVE COD-PRODUTO-RL TO WS-CODIGO-LIDO
                           PERFORM 7100-AVALIAR-CODIGO
                           IF WS-TROCAR EQUAL 'S'
                               MOVE WS-COD-DESTINO TO COD-PRODUTO-RL
                           END-IF
                           PERFORM 7200-CONTAR-REGISTRO
                           IF WS-REGRAVAR EQUAL 'S'
                               REWRITE REG-RASTRO-LOTE
                               PERFORM 7900-CONFERIR-GRAVACAO
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE RASTRO-LOTES
           END-IF.

       6050-PASSO-PERDAS.
           MOVE "VENDASPERDIDAS.TXT" TO WS-NOME-PASSO
           IF WS-MODO-ATUALIZAR
               OPEN I-O PERDAS
           ELSE
               OPEN INPUT PERDAS
           END-IF
           PERFORM 7800-VERIFICAR-ABERTURA

           IF WS-ARQ-ABERTO EQUAL 'S'
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF EQUAL 1 OR WS-FALHOU EQUAL 'S'
                   READ PERDAS
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM 7000-INICIAR-REGISTRO
                           MOVE COD-PRODUTO-VP TO WS-CODIGO-LIDO
                           PERFORM 7100-AVALIAR-CODIGO
                           IF WS-TROCAR EQUAL 'S'
                               MOVE WS-COD-DESTINO TO COD-PRODUTO-VP
                           END-IF
                           PERFORM 7200-CONTAR-REGISTRO
                           IF WS-REGRAVAR EQUAL 'S'
                               REWRITE REG-VENDA-PERDIDA
                               PERFORM 7900-CONFERIR-GRAVACAO
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE PERDAS
           END-IF.

       6060-PASSO-HIST-SERIE.
           MOVE "HISTSERIE.TXT" TO WS-NOME-PASSO
           IF WS-MODO-ATUALIZAR
               OPEN I-O HIST-SERIE
           ELSE
               OPEN INPUT HIST-SERIE
           END-IF
           PERFORM 7800-VERIFICAR-ABERTURA

           IF WS-ARQ-ABERTO EQUAL 'S'
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF EQUAL 1 OR WS-FALHOU EQUAL 'S'
                   READ HIST-SERIE
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM 7000-INICIAR-REGISTRO
                           MOVE HS-COD-PRODUTO TO WS-CODIGO-LIDO
                           PERFORM 7100-AVALIAR-CODIGO
                           IF WS-TROCAR EQUAL 'S'
                               MOVE WS-COD-DESTINO TO HS-COD-PRODUTO
                           END-IF
                           PERFORM 7200-CONTAR-REGISTRO
                           IF WS-REGRAVAR EQUAL 'S'
                               REWRITE REG-HIST-SERIE
                               PERFORM 7900-CONFERIR-GRAVACAO
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE HIST-SERIE
           END-IF.

       6070-PASSO-SALDOS-PERIODO.
           MOVE "SALDOSPERIODO.TXT" TO WS-NOME-PASSO
           IF WS-MODO-ATUALIZAR
               OPEN I-O SALDOS-PERIODO
           ELSE
               OPEN INPUT SALDOS-PERIODO
           END-IF
           PERFORM 7800-VERIFICAR-ABERTURA

           IF WS-ARQ-ABERTO EQUAL 'S'
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF EQUAL 1 OR WS-FALHOU EQUAL 'S'
                   READ SALDOS-PERIODO
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM 7000-INICIAR-REGISTRO
                           MOVE COD-PRODUTO-SALDO TO WS-CODIGO-LIDO
                           PERFORM 7100-AVALIAR-CODIGO
                           IF WS-TROCAR EQUAL 'S'
                               MOVE WS-COD-DESTINO TO COD-PRODUTO-SALDO
                           END-IF
                           PERFORM 7200-CONTAR-REGISTRO
                           IF WS-REGRAVAR EQUAL 'S'
                               REWRITE REG-SALDO-PERIODO
                               PERFORM 7900-CONFERIR-GRAVACAO
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE SALDOS-PERIODO
           END-IF.

       6080-PASSO-SUBSTITUICOES.
           MOVE "SUBSTITUICOES.TXT" TO WS-NOME-PASSO
           IF WS-MODO-ATUALIZAR
               OPEN I-O SUBSTITUICOES
           ELSE
               OPEN INPUT SUBSTITUICOES
           END-IF
           PERFORM 7800-VERIFICAR-ABERTURA

           IF WS-ARQ-ABERTO EQUAL 'S'
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF EQUAL 1 OR WS-FALHOU EQUAL 'S'
                   READ SUBSTITUICOES
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM 7000-INICIAR-REGISTRO
                           MOVE COD-PRODUTO-ORIG-SP TO WS-CODIGO-LIDO
                           PERFORM 7100-AVALIAR-CODIGO
                           IF WS-TROCAR EQUAL 'S'
                               MOVE WS-COD-DESTINO TO
                                   COD-PRODUTO-ORIG-SP
                           END-IF
                           MOVE COD-SUBSTITUTO-SP TO WS-CODIGO-LIDO
                           PERFORM 7100-AVALIAR-CODIGO
                           IF WS-TROCAR EQUAL 'S'
                               MOVE WS-COD-DESTINO TO COD-SUBSTITUTO-SP
                           END-IF
                           PERFORM 7200-CONTAR-REGISTRO
                           IF WS-REGRAVAR EQUAL 'S'
                               REWRITE REG-SUBSTITUICAO
                               PERFORM 7900-CONFERIR-GRAVACAO
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE SUBSTITUICOES
           END-IF.

       6090-PASSO-TRANSITO.
           MOVE "TRANSITO.TXT" TO WS-NOME-PASSO
           IF WS-MODO-ATUALIZAR
               OPEN I-O TRANSITO
           ELSE
               OPEN INPUT TRANSITO
           END-IF
           PERFORM 7800-VERIFICAR-ABERTURA

           IF WS-ARQ-ABERTO EQUAL 'S'
               MOVE 0 TO WS-EOF
               MOVE 0 TO NUM-TRANSITO

               START TRANSITO KEY NOT LESS NUM-TRANSITO
                   INVALID KEY
                       MOVE 1 TO WS-EOF
               END-START

               PERFORM UNTIL WS-EOF EQUAL 1 OR WS-FALHOU EQUAL 'S'
                   READ TRANSITO NEXT RECORD
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM 7000-INICIAR-REGISTRO
                           MOVE COD-PRODUTO-TR TO WS-CODIGO-LIDO
                           PERFORM 7100-AVALIAR-CODIGO
                           IF WS-TROCAR EQUAL 'S'
                               MOVE WS-COD-DESTINO TO COD-PRODUTO-TR
                           END-IF
                           PERFORM 7200-CONTAR-REGISTRO
                           IF WS-REGRAVAR EQUAL 'S'
                               REWRITE REG-TRANSITO
                               PERFORM 7900-CONFERIR-GRAVACAO
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE TRANSITO
           END-IF.

       6100-PASSO-INSPECOES.
           MOVE "INSPECOES.TXT" TO WS-NOME-PASSO
           IF WS-MODO-ATUALIZAR
               OPEN I-O INSPECOES
           ELSE
               OPEN INPUT INSPECOES
           END-IF
           PERFORM 7800-VERIFICAR-ABERTURA

           IF WS-ARQ-ABERTO EQUAL 'S'
               MOVE 0 TO WS-EOF
               MOVE 0 TO NUM-INSPECAO

               START INSPECOES KEY NOT LESS NUM-INSPECAO
                   INVALID KEY
                       MOVE 1 TO WS-EOF
               END-START

               PERFORM UNTIL WS-EOF EQUAL 1 OR WS-FALHOU EQUAL 'S'
                   READ INSPECOES NEXT RECORD
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM 7000-INICIAR-REGISTRO
                           MOVE COD-PRODUTO-INS TO WS-CODIGO-LIDO
                           PERFORM 7100-AVALIAR-CODIGO
                           IF WS-TROCAR EQUAL 'S'
                               MOVE WS-COD-DESTINO TO COD-PRODUTO-INS
                           END-IF
                           PERFORM 7200-CONTAR-REGISTRO
                           IF WS-REGRAVAR EQUAL 'S'
                               REWRITE REG-INSPECAO
                               PERFORM 7900-CONFERIR-GRAVACAO
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE INSPECOES
           END-IF.

       6110-PASSO-CAMPANHAS.
           MOVE "CAMPANHAS.TXT" TO WS-NOME-PASSO
           IF WS-MODO-ATUALIZAR
               OPEN I-O CAMPANHAS
           ELSE
               OPEN INPUT CAMPANHAS
           END-IF
           PERFORM 7800-VERIFICAR-ABERTURA

           IF WS-ARQ-ABERTO EQUAL 'S'
               MOVE 0 TO WS-EOF
               MOVE 0 TO COD-CAMPANHA

               START CAMPANHAS KEY NOT LESS COD-CAMPANHA
                   INVALID KEY
                       MOVE 1 TO WS-EOF
               END-START

               PERFORM UNTIL WS-EOF EQUAL 1 OR WS-FALHOU EQUAL 'S'
                   READ CAMPANHAS NEXT RECORD
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM 7000-INICIAR-REGISTRO
                           MOVE COD-PRODUTO-CMP TO WS-CODIGO-LIDO
                           PERFORM 7100-AVALIAR-CODIGO
                           IF WS-TROCAR EQUAL 'S'
                               MOVE WS-COD-DESTINO TO COD-PRODUTO-CMP
                           END-IF
                           PERFORM 7200-CONTAR-REGISTRO
                           IF WS-REGRAVAR EQUAL 'S'
                               REWRITE REG-CAMPANHA
                               PERFORM 7900-CONFERIR-GRAVACAO
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE CAMPANHAS
           END-IF.

       6120-PASSO-ORDENS-MONTAGEM.
           MOVE "ORDENSMONTAGEM.TXT" TO WS-NOME-PASSO
           IF WS-MODO-ATUALIZAR
               OPEN I-O ORDENS-MONTAGEM
           ELSE
               OPEN INPUT ORDENS-MONTAGEM
           END-IF
           PERFORM 7800-VERIFICAR-ABERTURA

           IF WS-ARQ-ABERTO EQUAL 'S'
               MOVE 0 TO WS-EOF
               MOVE 0 TO NUM-ORDEM-MON

               START ORDENS-MONTAGEM KEY NOT LESS NUM-ORDEM-MON
                   INVALID KEY
                       MOVE 1 TO WS-EOF
               END-START

               PERFORM UNTIL WS-EOF EQUAL 1 OR WS-FALHOU EQUAL 'S'
                   READ ORDENS-MONTAGEM NEXT RECORD
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM 7000-INICIAR-REGISTRO
                           MOVE COD-KIT-MON TO WS-CODIGO-LIDO
                           PERFORM 7100-AVALIAR-CODIGO
                           IF WS-TROCAR EQUAL 'S'
                               MOVE WS-COD-DESTINO TO COD-KIT-MON
                           END-IF
                           PERFORM 7200-CONTAR-REGISTRO
                           IF WS-REGRAVAR EQUAL 'S'
                               REWRITE REG-ORDEM-MONTAGEM
                               PERFORM 7900-CONFERIR-GRAVACAO
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE ORDENS-MONTAGEM
           END-IF.

       6130-PASSO-PEDIDOS-VENDA.
           MOVE "PEDIDOSVENDA.TXT" TO WS-NOME-PASSO
           IF WS-MODO-ATUALIZAR
               OPEN I-O PEDIDOS-VENDA
           ELSE
               OPEN INPUT PEDIDOS-VENDA
           END-IF
           PERFORM 7800-VERIFICAR-ABERTURA

           IF WS-ARQ-ABERTO EQUAL 'S'
               MOVE 0 TO WS-EOF
               MOVE 0 TO NUM-PEDIDO-VENDA

               START PEDIDOS-VENDA KEY NOT LESS NUM-PEDIDO-VENDA
                   INVALID KEY
                       MOVE 1 TO WS-EOF
               END-START

               PERFORM UNTIL WS-EOF EQUAL 1 OR WS-FALHOU EQUAL 'S'
                   READ PEDIDOS-VENDA NEXT RECORD
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM 7000-INICIAR-REGISTRO
                           PERFORM VARYING WS-ITEM FROM 1 BY 1
                                   UNTIL WS-ITEM GREATER
                                       QTDE-ITENS-VENDA
                                   OR WS-ITEM GREATER 10
                               MOVE COD-PRODUTO-VENDA(WS-ITEM) TO
                                   WS-CODIGO-LIDO
                               PERFORM 7100-AVALIAR-CODIGO
                               IF WS-TROCAR EQUAL 'S'
                                   MOVE WS-COD-DESTINO TO
                                       COD-PRODUTO-VENDA(WS-ITEM)
                               END-IF
                           END-PERFORM
                           PERFORM 7200-CONTAR-REGISTRO
                           IF WS-REGRAVAR EQUAL 'S'
                               REWRITE REG-PEDIDO-VENDA
                               PERFORM 7900-CONFERIR-GRAVACAO
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE PEDIDOS-VENDA
           END-IF.

       6140-PASSO-ORDENS.
           MOVE "ORDENSCOMPRA.TXT" TO WS-NOME-PASSO
           IF WS-MODO-ATUALIZAR
               OPEN I-O ORDENS
           ELSE
               OPEN INPUT ORDENS
           END-IF
           PERFORM 7800-VERIFICAR-ABERTURA

           IF WS-ARQ-ABERTO EQUAL 'S'
               MOVE 0 TO WS-EOF
               MOVE 0 TO NUM-ORDEM

               START ORDENS KEY NOT LESS NUM-ORDEM
                   INVALID KEY
                       MOVE 1 TO WS-EOF
               END-START

               PERFORM UNTIL WS-EOF EQUAL 1 OR WS-FALHOU EQUAL 'S'
                   READ ORDENS NEXT RECORD
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM 7000-INICIAR-REGISTRO
                           PERFORM VARYING WS-ITEM FROM 1 BY 1
                                   UNTIL WS-ITEM GREATER
                                       QTDE-ITENS-ORD
                                   OR WS-ITEM GREATER 10
                               MOVE COD-PRODUTO-ORD(WS-ITEM) TO
                                   WS-CODIGO-LIDO
                               PERFORM 7100-AVALIAR-CODIGO
                               IF WS-TROCAR EQUAL 'S'
                                   MOVE WS-COD-DESTINO TO
                                       COD-PRODUTO-ORD(WS-ITEM)
                               END-IF
                           END-PERFORM
                           PERFORM 7200-CONTAR-REGISTRO
                           IF WS-REGRAVAR EQUAL 'S'
                               REWRITE REG-ORDEM-COMPRA
                               PERFORM 7900-CONFERIR-GRAVACAO
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE ORDENS
           END-IF.

       6150-PASSO-PEDIDOS-PROGRAMADOS.
           MOVE "PEDIDOSPROGRAMADOS.TXT" TO WS-NOME-PASSO
           IF WS-MODO-ATUALIZAR
               OPEN I-O PEDIDOS-PROGRAMADOS
           ELSE
               OPEN INPUT PEDIDOS-PROGRAMADOS
           END-IF
           PERFORM 7800-VERIFICAR-ABERTURA

           IF WS-ARQ-ABERTO EQUAL 'S'
               MOVE 0 TO WS-EOF
               MOVE 0 TO NUM-PROGRAMADO

               START PEDIDOS-PROGRAMADOS KEY NOT LESS NUM-PROGRAMADO
                   INVALID KEY
                       MOVE 1 TO WS-EOF
               END-START

               PERFORM UNTIL WS-EOF EQUAL 1 OR WS-FALHOU EQUAL 'S'
                   READ PEDIDOS-PROGRAMADOS NEXT RECORD
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM 7000-INICIAR-REGISTRO
                           PERFORM VARYING WS-ITEM FROM 1 BY 1
                                   UNTIL WS-ITEM GREATER
                                       QTDE-ITENS-PRG
                                   OR WS-ITEM GREATER 10
                               MOVE COD-PRODUTO-PRG(WS-ITEM) TO
                                   WS-CODIGO-LIDO
                               PERFORM 7100-AVALIAR-CODIGO
                               IF WS-TROCAR EQUAL 'S'
                                   MOVE WS-COD-DESTINO TO
                                       COD-PRODUTO-PRG(WS-ITEM)
                               END-IF
                           END-PERFORM
                           PERFORM 7200-CONTAR-REGISTRO
                           IF WS-REGRAVAR EQUAL 'S'
                               REWRITE REG-PEDIDO-PROGRAMADO
                               PERFORM 7900-CONFERIR-GRAVACAO
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE PEDIDOS-PROGRAMADOS
           END-IF.

       6160-PASSO-COTACOES.
           MOVE "COTACOES.TXT" TO WS-NOME-PASSO
           IF WS-MODO-ATUALIZAR
               OPEN I-O COTACOES
           ELSE
               OPEN INPUT COTACOES
           END-IF
           PERFORM 7800-VERIFICAR-ABERTURA

           IF WS-ARQ-ABERTO EQUAL 'S'
               MOVE 0 TO WS-EOF
               MOVE 0 TO NUM-COTACAO

               START COTACOES KEY NOT LESS NUM-COTACAO
                   INVALID KEY
                       MOVE 1 TO WS-EOF
               END-START

               PERFORM UNTIL WS-EOF EQUAL 1 OR WS-FALHOU EQUAL 'S'
                   READ COTACOES NEXT RECORD
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM 7000-INICIAR-REGISTRO
                           PERFORM VARYING WS-ITEM FROM 1 BY 1
                                   UNTIL WS-ITEM GREATER
                                       QTDE-ITENS-COT
                                   OR WS-ITEM GREATER 10
                               MOVE COD-PRODUTO-COT(WS-ITEM) TO
                                   WS-CODIGO-LIDO
                               PERFORM 7100-AVALIAR-CODIGO
                               IF WS-TROCAR EQUAL 'S'
                                   MOVE WS-COD-DESTINO TO
                                       COD-PRODUTO-COT(WS-ITEM)
                               END-IF
                           END-PERFORM
                           PERFORM 7200-CONTAR-REGISTRO
                           IF WS-REGRAVAR EQUAL 'S'
                               REWRITE REG-COTACAO
                               PERFORM 7900-CONFERIR-GRAVACAO
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE COTACOES
           END-IF.

       6170-PASSO-ACORDOS.
           MOVE "ACORDOSCOMPRA.TXT" TO WS-NOME-PASSO
           IF WS-MODO-ATUALIZAR
               OPEN I-O ACORDOS
           ELSE
               OPEN INPUT ACORDOS
           END-IF
           PERFORM 7800-VERIFICAR-ABERTURA

           IF WS-ARQ-ABERTO EQUAL 'S'
               MOVE 0 TO WS-EOF
               MOVE 0 TO NUM-ACORDO

               START ACORDOS KEY NOT LESS NUM-ACORDO
                   INVALID KEY
                       MOVE 1 TO WS-EOF
               END-START

               PERFORM UNTIL WS-EOF EQUAL 1 OR WS-FALHOU EQUAL 'S'
                   READ ACORDOS NEXT RECORD
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM 7000-INICIAR-REGISTRO
                           PERFORM VARYING WS-ITEM FROM 1 BY 1
                                   UNTIL WS-ITEM GREATER
                                       QTDE-ITENS-ACD
                                   OR WS-ITEM GREATER 10
                               MOVE COD-PRODUTO-ACD(WS-ITEM) TO
                                   WS-CODIGO-LIDO
                               PERFORM 7100-AVALIAR-CODIGO
                               IF WS-TROCAR EQUAL 'S'
                                   MOVE WS-COD-DESTINO TO
                                       COD-PRODUTO-ACD(WS-ITEM)
                               END-IF
                           END-PERFORM
                           PERFORM 7200-CONTAR-REGISTRO
                           IF WS-REGRAVAR EQUAL 'S'
                               REWRITE REG-ACORDO-COMPRA
                               PERFORM 7900-CONFERIR-GRAVACAO
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE ACORDOS
           END-IF.

       6180-PASSO-DEVOLUCOES.
           MOVE "DEVOLUCOES.TXT" TO WS-NOME-PASSO
           IF WS-MODO-ATUALIZAR
               OPEN I-O DEVOLUCOES
           ELSE
               OPEN INPUT DEVOLUCOES
           END-IF
           PERFORM 7800-VERIFICAR-ABERTURA

           IF WS-ARQ-ABERTO EQUAL 'S'
               MOVE 0 TO WS-EOF
               MOVE 0 TO NUM-NOTA-CREDITO

               START DEVOLUCOES KEY NOT LESS NUM-NOTA-CREDITO
                   INVALID KEY
                       MOVE 1 TO WS-EOF
               END-START

               PERFORM UNTIL WS-EOF EQUAL 1 OR WS-FALHOU EQUAL 'S'
                   READ DEVOLUCOES NEXT RECORD
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM 7000-INICIAR-REGISTRO
                           PERFORM VARYING WS-ITEM FROM 1 BY 1
                                   UNTIL WS-ITEM GREATER
                                       QTDE-ITENS-DEV
                                   OR WS-ITEM GREATER 10
                               MOVE COD-PRODUTO-DEV(WS-ITEM) TO
                                   WS-CODIGO-LIDO
                               PERFORM 7100-AVALIAR-CODIGO
                               IF WS-TROCAR EQUAL 'S'
                                   MOVE WS-COD-DESTINO TO
                                       COD-PRODUTO-DEV(WS-ITEM)
                               END-IF
                           END-PERFORM
                           PERFORM 7200-CONTAR-REGISTRO
                           IF WS-REGRAVAR EQUAL 'S'
                               REWRITE REG-DEVOLUCAO
                               PERFORM 7900-CONFERIR-GRAVACAO
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE DEVOLUCOES
           END-IF.

       6190-PASSO-DEVOLUCOES-FORN.
           MOVE "DEVOLUCOESFORN.TXT" TO WS-NOME-PASSO
           IF WS-MODO-ATUALIZAR
               OPEN I-O DEVOLUCOES-FORN
           ELSE
               OPEN INPUT DEVOLUCOES-FORN
           END-IF
           PERFORM 7800-VERIFICAR-ABERTURA

           IF WS-ARQ-ABERTO EQUAL 'S'
               MOVE 0 TO WS-EOF
               MOVE 0 TO NUM-DEVOLUCAO-FORN

               START DEVOLUCOES-FORN KEY NOT LESS NUM-DEVOLUCAO-FORN
                   INVALID KEY
                       MOVE 1 TO WS-EOF
               END-START

               PERFORM UNTIL WS-EOF EQUAL 1 OR WS-FALHOU EQUAL 'S'
                   READ DEVOLUCOES-FORN NEXT RECORD
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM 7000-INICIAR-REGISTRO
                           PERFORM VARYING WS-ITEM FROM 1 BY 1
                                   UNTIL WS-ITEM GREATER
                                       QTDE-ITENS-DVF
                                   OR WS-ITEM GREATER 10
                               MOVE COD-PRODUTO-DVF(WS-ITEM) TO
                                   WS-CODIGO-LIDO
                               PERFORM 7100-AVALIAR-CODIGO
                               IF WS-TROCAR EQUAL 'S'
                                   MOVE WS-COD-DESTINO TO
                                       COD-PRODUTO-DVF(WS-ITEM)
                               END-IF
                           END-PERFORM
                           PERFORM 7200-CONTAR-REGISTRO
                           IF WS-REGRAVAR EQUAL 'S'
                               REWRITE REG-DEVOLUCAO-FORN
                               PERFORM 7900-CONFERIR-GRAVACAO
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE DEVOLUCOES-FORN
           END-IF.

       6200-PASSO-ENTREGAS.
           MOVE "ENTREGAS.TXT" TO WS-NOME-PASSO
           IF WS-MODO-ATUALIZAR
               OPEN I-O ENTREGAS
           ELSE
               OPEN INPUT ENTREGAS
           END-IF
           PERFORM 7800-VERIFICAR-ABERTURA

           IF WS-ARQ-ABERTO EQUAL 'S'
               MOVE 0 TO WS-EOF
               MOVE 0 TO NUM-PEDIDO-ENT

               START ENTREGAS KEY NOT LESS NUM-PEDIDO-ENT
                   INVALID KEY
                       MOVE 1 TO WS-EOF
               END-START

               PERFORM UNTIL WS-EOF EQUAL 1 OR WS-FALHOU EQUAL 'S'
                   READ ENTREGAS NEXT RECORD
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM 7000-INICIAR-REGISTRO
                           PERFORM VARYING WS-ITEM FROM 1 BY 1
                                   UNTIL WS-ITEM GREATER
                                       QTDE-ITENS-ENT
                                   OR WS-ITEM GREATER 10
                               MOVE COD-PRODUTO-ENT(WS-ITEM) TO
                                   WS-CODIGO-LIDO
                               PERFORM 7100-AVALIAR-CODIGO
                               IF WS-TROCAR EQUAL 'S'
                                   MOVE WS-COD-DESTINO TO
                                       COD-PRODUTO-ENT(WS-ITEM)
                               END-IF
                           END-PERFORM
                           PERFORM 7200-CONTAR-REGISTRO
                           IF WS-REGRAVAR EQUAL 'S'
                               REWRITE REG-ENTREGA
                               PERFORM 7900-CONFERIR-GRAVACAO
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE ENTREGAS
           END-IF.

       6210-PASSO-SALDOS-DEP.
           MOVE "SALDOSDEPOSITO.TXT" TO WS-NOME-PASSO
           IF WS-MODO-ATUALIZAR
               OPEN I-O SALDOS-DEP
           ELSE
               OPEN INPUT SALDOS-DEP
           END-IF
           PERFORM 7800-VERIFICAR-ABERTURA

           IF WS-ARQ-ABERTO EQUAL 'S'
               MOVE 0 TO WS-EOF
               MOVE LOW-VALUES TO CHAVE-SALDO-DEP

               START SALDOS-DEP KEY NOT LESS CHAVE-SALDO-DEP
                   INVALID KEY
                       MOVE 1 TO WS-EOF
               END-START

               PERFORM UNTIL WS-EOF EQUAL 1 OR WS-FALHOU EQUAL 'S'
                   READ SALDOS-DEP NEXT RECORD
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM 7000-INICIAR-REGISTRO
                           MOVE COD-PRODUTO-SD TO WS-CODIGO-LIDO
                           PERFORM 7100-AVALIAR-CODIGO
                           PERFORM 7200-CONTAR-REGISTRO
                           IF WS-REGRAVAR EQUAL 'S'
                               PERFORM 6215-TRANSFERIR-SALDOS-DEP
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE SALDOS-DEP
           END-IF.

       6215-TRANSFERIR-SALDOS-DEP.
           MOVE 'N' TO WS-MANTER-ORIGEM
           MOVE REG-SALDO-DEPOSITO TO WS-IMAGEM-ORIGEM
           MOVE CHAVE-SALDO-DEP TO WS-CHAVE-ORIGEM
           MOVE QTDE-SALDO-DEP TO WS-QTDE-ORIGEM
           MOVE WS-COD-DESTINO TO COD-PRODUTO-SD

           READ SALDOS-DEP
               INVALID KEY
                   MOVE WS-IMAGEM-ORIGEM TO REG-SALDO-DEPOSITO
                   MOVE WS-COD-DESTINO TO COD-PRODUTO-SD
                   WRITE REG-SALDO-DEPOSITO
                   PERFORM 7900-CONFERIR-GRAVACAO
               NOT INVALID KEY
                   ADD WS-QTDE-ORIGEM TO QTDE-SALDO-DEP
                   REWRITE REG-SALDO-DEPOSITO
                   MOVE REG-SALDO-DEPOSITO TO WS-IMAGEM-DEPOIS
                   PERFORM 7950-CONFERIR-FUSAO
           END-READ

           MOVE WS-CHAVE-ORIGEM TO CHAVE-SALDO-DEP
           IF WS-FALHOU NOT EQUAL 'S'
           AND WS-MANTER-ORIGEM NOT EQUAL 'S'
               DELETE SALDOS-DEP RECORD
               PERFORM 7850-CONFERIR-EXCLUSAO
           END-IF

           MOVE WS-CHAVE-ORIGEM TO CHAVE-SALDO-DEP
           START SALDOS-DEP KEY GREATER CHAVE-SALDO-DEP
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START.

       6220-PASSO-SALDOS-END.
           MOVE "SALDOSENDERECO.TXT" TO WS-NOME-PASSO
           IF WS-MODO-ATUALIZAR
               OPEN I-O SALDOS-END
           ELSE
               OPEN INPUT SALDOS-END
           END-IF
           PERFORM 7800-VERIFICAR-ABERTURA

           IF WS-ARQ-ABERTO EQUAL 'S'
               MOVE 0 TO WS-EOF
               MOVE LOW-VALUES TO CHAVE-SALDO-END

               START SALDOS-END KEY NOT LESS CHAVE-SALDO-END
                   INVALID KEY
                       MOVE 1 TO WS-EOF
               END-START

               PERFORM UNTIL WS-EOF EQUAL 1 OR WS-FALHOU EQUAL 'S'
                   READ SALDOS-END NEXT RECORD
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM 7000-INICIAR-REGISTRO
                           MOVE COD-PRODUTO-SE TO WS-CODIGO-LIDO
                           PERFORM 7100-AVALIAR-CODIGO
                           PERFORM 7200-CONTAR-REGISTRO
                           IF WS-REGRAVAR EQUAL 'S'
                               PERFORM 6225-TRANSFERIR-SALDOS-END
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE SALDOS-END
           END-IF.

       6225-TRANSFERIR-SALDOS-END.
           MOVE 'N' TO WS-MANTER-ORIGEM
           MOVE REG-SALDO-ENDERECO TO WS-IMAGEM-ORIGEM
           MOVE CHAVE-SALDO-END TO WS-CHAVE-ORIGEM
           MOVE QTDE-SALDO-END TO WS-QTDE-ORIGEM
           MOVE WS-COD-DESTINO TO COD-PRODUTO-SE

           READ SALDOS-END
               INVALID KEY
                   MOVE WS-IMAGEM-ORIGEM TO REG-SALDO-ENDERECO
                   MOVE WS-COD-DESTINO TO COD-PRODUTO-SE
                   WRITE REG-SALDO-ENDERECO
                   PERFORM 7900-CONFERIR-GRAVACAO
               NOT INVALID KEY
                   ADD WS-QTDE-ORIGEM TO QTDE-SALDO-END
                   REWRITE REG-SALDO-ENDERECO
                   MOVE REG-SALDO-ENDERECO TO WS-IMAGEM-DEPOIS
                   PERFORM 7950-CONFERIR-FUSAO
           END-READ

           MOVE WS-CHAVE-ORIGEM TO CHAVE-SALDO-END
           IF WS-FALHOU NOT EQUAL 'S'
           AND WS-MANTER-ORIGEM NOT EQUAL 'S'
               DELETE SALDOS-END RECORD
               PERFORM 7850-CONFERIR-EXCLUSAO
           END-IF

           MOVE WS-CHAVE-ORIGEM TO CHAVE-SALDO-END
           START SALDOS-END KEY GREATER CHAVE-SALDO-END
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START.

       6230-PASSO-LOTES-ESTOQUE.
           MOVE "LOTESESTOQUE.TXT" TO WS-NOME-PASSO
           IF WS-MODO-ATUALIZAR
               OPEN I-O LOTES-ESTOQUE
           ELSE
               OPEN INPUT LOTES-ESTOQUE
           END-IF
           PERFORM 7800-VERIFICAR-ABERTURA

           IF WS-ARQ-ABERTO EQUAL 'S'
               MOVE 0 TO WS-EOF
               MOVE LOW-VALUES TO CHAVE-LOTE-EST

               START LOTES-ESTOQUE KEY NOT LESS CHAVE-LOTE-EST
                   INVALID KEY
                       MOVE 1 TO WS-EOF
               END-START

               PERFORM UNTIL WS-EOF EQUAL 1 OR WS-FALHOU EQUAL 'S'
                   READ LOTES-ESTOQUE NEXT RECORD
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM 7000-INICIAR-REGISTRO
                           MOVE COD-PRODUTO-LE TO WS-CODIGO-LIDO
                           PERFORM 7100-AVALIAR-CODIGO
                           PERFORM 7200-CONTAR-REGISTRO
                           IF WS-REGRAVAR EQUAL 'S'
                               PERFORM 6235-TRANSFERIR-LOTES-ESTOQUE
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE LOTES-ESTOQUE
           END-IF.

       6235-TRANSFERIR-LOTES-ESTOQUE.
           MOVE 'N' TO WS-MANTER-ORIGEM
           MOVE REG-LOTE-ESTOQUE TO WS-IMAGEM-ORIGEM
           MOVE CHAVE-LOTE-EST TO WS-CHAVE-ORIGEM
           MOVE QTDE-LOTE-LE TO WS-QTDE-ORIGEM
           MOVE IND-RETIDO-LE TO WS-RETIDO-ORIGEM
           MOVE WS-COD-DESTINO TO COD-PRODUTO-LE

           READ LOTES-ESTOQUE
               INVALID KEY
                   MOVE WS-IMAGEM-ORIGEM TO REG-LOTE-ESTOQUE
                   MOVE WS-COD-DESTINO TO COD-PRODUTO-LE
                   WRITE REG-LOTE-ESTOQUE
                   PERFORM 7900-CONFERIR-GRAVACAO
               NOT INVALID KEY
                   ADD WS-QTDE-ORIGEM TO QTDE-LOTE-LE
                   IF WS-RETIDO-ORIGEM EQUAL 'R'
                       MOVE 'R' TO IND-RETIDO-LE
                   END-IF
                   REWRITE REG-LOTE-ESTOQUE
                   MOVE REG-LOTE-ESTOQUE TO WS-IMAGEM-DEPOIS
                   PERFORM 7950-CONFERIR-FUSAO
           END-READ

           MOVE WS-CHAVE-ORIGEM TO CHAVE-LOTE-EST
           IF WS-FALHOU NOT EQUAL 'S'
           AND WS-MANTER-ORIGEM NOT EQUAL 'S'
               DELETE LOTES-ESTOQUE RECORD
               PERFORM 7850-CONFERIR-EXCLUSAO
           END-IF

           MOVE WS-CHAVE-ORIGEM TO CHAVE-LOTE-EST
           START LOTES-ESTOQUE KEY GREATER CHAVE-LOTE-EST
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START.

       6240-PASSO-BACKORDERS.
           MOVE "BACKORDERS.TXT" TO WS-NOME-PASSO
           IF WS-MODO-ATUALIZAR
               OPEN I-O BACKORDERS
           ELSE
               OPEN INPUT BACKORDERS
           END-IF
           PERFORM 7800-VERIFICAR-ABERTURA

           IF WS-ARQ-ABERTO EQUAL 'S'
               MOVE 0 TO WS-EOF
               MOVE LOW-VALUES TO CHAVE-BACKORDER

               START BACKORDERS KEY NOT LESS CHAVE-BACKORDER
                   INVALID KEY
                       MOVE 1 TO WS-EOF
               END-START

               PERFORM UNTIL WS-EOF EQUAL 1 OR WS-FALHOU EQUAL 'S'
                   READ BACKORDERS NEXT RECORD
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM 7000-INICIAR-REGISTRO
                           MOVE COD-PRODUTO-BO TO WS-CODIGO-LIDO
                           PERFORM 7100-AVALIAR-CODIGO
                           PERFORM 7200-CONTAR-REGISTRO
                           IF WS-REGRAVAR EQUAL 'S'
                               PERFORM 6245-TRANSFERIR-BACKORDERS
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE BACKORDERS
           END-IF.

       6245-TRANSFERIR-BACKORDERS.
           MOVE 'N' TO WS-MANTER-ORIGEM
           MOVE REG-BACKORDER TO WS-IMAGEM-ORIGEM
           MOVE CHAVE-BACKORDER TO WS-CHAVE-ORIGEM
           MOVE QTDE-BO TO WS-QTDE-ORIGEM
           MOVE WS-COD-DESTINO TO COD-PRODUTO-BO

           READ BACKORDERS
               INVALID KEY
                   MOVE WS-IMAGEM-ORIGEM TO REG-BACKORDER
                   MOVE WS-COD-DESTINO TO COD-PRODUTO-BO
                   WRITE REG-BACKORDER
                   PERFORM 7900-CONFERIR-GRAVACAO
               NOT INVALID KEY
                   ADD WS-QTDE-ORIGEM TO QTDE-BO
                   REWRITE REG-BACKORDER
                   MOVE REG-BACKORDER TO WS-IMAGEM-DEPOIS
                   PERFORM 7950-CONFERIR-FUSAO
           END-READ

           MOVE WS-CHAVE-ORIGEM TO CHAVE-BACKORDER
           IF WS-FALHOU NOT EQUAL 'S'
           AND WS-MANTER-ORIGEM NOT EQUAL 'S'
               DELETE BACKORDERS RECORD
               PERFORM 7850-CONFERIR-EXCLUSAO
           END-IF

           MOVE WS-CHAVE-ORIGEM TO CHAVE-BACKORDER
           START BACKORDERS KEY GREATER CHAVE-BACKORDER
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START.

       6250-PASSO-NIVEIS.
           MOVE "NIVEISDEPOSITO.TXT" TO WS-NOME-PASSO
           IF WS-MODO-ATUALIZAR
               OPEN I-O NIVEIS
           ELSE
               OPEN INPUT NIVEIS
           END-IF
           PERFORM 7800-VERIFICAR-ABERTURA

           IF WS-ARQ-ABERTO EQUAL 'S'
               MOVE 0 TO WS-EOF
               MOVE LOW-VALUES TO CHAVE-NIVEL-DEP

               START NIVEIS KEY NOT LESS CHAVE-NIVEL-DEP
                   INVALID KEY
                       MOVE 1 TO WS-EOF
               END-START

               PERFORM UNTIL WS-EOF EQUAL 1 OR WS-FALHOU EQUAL 'S'
                   READ NIVEIS NEXT RECORD
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM 7000-INICIAR-REGISTRO
                           MOVE COD-PRODUTO-ND TO WS-CODIGO-LIDO
                           PERFORM 7100-AVALIAR-CODIGO
                           PERFORM 7200-CONTAR-REGISTRO
                           IF WS-REGRAVAR EQUAL 'S'
                               PERFORM 6255-TRANSFERIR-NIVEIS
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE NIVEIS
           END-IF.

       6255-TRANSFERIR-NIVEIS.
           MOVE 'N' TO WS-MANTER-ORIGEM
           MOVE REG-NIVEL-DEPOSITO TO WS-IMAGEM-ORIGEM
           MOVE CHAVE-NIVEL-DEP TO WS-CHAVE-ORIGEM
           MOVE WS-COD-DESTINO TO COD-PRODUTO-ND

           READ NIVEIS
               INVALID KEY
                   MOVE WS-IMAGEM-ORIGEM TO REG-NIVEL-DEPOSITO
                   MOVE WS-COD-DESTINO TO COD-PRODUTO-ND
                   WRITE REG-NIVEL-DEPOSITO
                   PERFORM 7900-CONFERIR-GRAVACAO
               NOT INVALID KEY
                   MOVE REG-NIVEL-DEPOSITO TO WS-IMAGEM-DEPOIS
                   PERFORM 7950-CONFERIR-FUSAO
           END-READ

           MOVE WS-CHAVE-ORIGEM TO CHAVE-NIVEL-DEP
           IF WS-FALHOU NOT EQUAL 'S'
           AND WS-MANTER-ORIGEM NOT EQUAL 'S'
               DELETE NIVEIS RECORD
               PERFORM 7850-CONFERIR-EXCLUSAO
           END-IF

           MOVE WS-CHAVE-ORIGEM TO CHAVE-NIVEL-DEP
           START NIVEIS KEY GREATER CHAVE-NIVEL-DEP
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START.

       6260-PASSO-PRECOS-CLI.
           MOVE "PRECOSCLIENTE.TXT" TO WS-NOME-PASSO
           IF WS-MODO-ATUALIZAR
               OPEN I-O PRECOS-CLI
           ELSE
               OPEN INPUT PRECOS-CLI
           END-IF
           PERFORM 7800-VERIFICAR-ABERTURA

           IF WS-ARQ-ABERTO EQUAL 'S'
               MOVE 0 TO WS-EOF
               MOVE LOW-VALUES TO CHAVE-PRECO-CLI

               START PRECOS-CLI KEY NOT LESS CHAVE-PRECO-CLI
                   INVALID KEY
                       MOVE 1 TO WS-EOF
               END-START

               PERFORM UNTIL WS-EOF EQUAL 1 OR WS-FALHOU EQUAL 'S'
                   READ PRECOS-CLI NEXT RECORD
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM 7000-INICIAR-REGISTRO
                           MOVE COD-PRODUTO-PCL TO WS-CODIGO-LIDO
                           PERFORM 7100-AVALIAR-CODIGO
                           PERFORM 7200-CONTAR-REGISTRO
                           IF WS-REGRAVAR EQUAL 'S'
                               PERFORM 6265-TRANSFERIR-PRECOS-CLI
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE PRECOS-CLI
           END-IF.

       6265-TRANSFERIR-PRECOS-CLI.
           MOVE 'N' TO WS-MANTER-ORIGEM
           MOVE REG-PRECO-CLIENTE TO WS-IMAGEM-ORIGEM
           MOVE CHAVE-PRECO-CLI TO WS-CHAVE-ORIGEM
           MOVE WS-COD-DESTINO TO COD-PRODUTO-PCL

           READ PRECOS-CLI
               INVALID KEY
                   MOVE WS-IMAGEM-ORIGEM TO REG-PRECO-CLIENTE
                   MOVE WS-COD-DESTINO TO COD-PRODUTO-PCL
                   WRITE REG-PRECO-CLIENTE
                   PERFORM 7900-CONFERIR-GRAVACAO
               NOT INVALID KEY
                   MOVE REG-PRECO-CLIENTE TO WS-IMAGEM-DEPOIS
                   PERFORM 7950-CONFERIR-FUSAO
           END-READ

           MOVE WS-CHAVE-ORIGEM TO CHAVE-PRECO-CLI
           IF WS-FALHOU NOT EQUAL 'S'
           AND WS-MANTER-ORIGEM NOT EQUAL 'S'
               DELETE PRECOS-CLI RECORD
               PERFORM 7850-CONFERIR-EXCLUSAO
           END-IF

           MOVE WS-CHAVE-ORIGEM TO CHAVE-PRECO-CLI
           START PRECOS-CLI KEY GREATER CHAVE-PRECO-CLI
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START.

       6270-PASSO-PRECOS-FUT.
           MOVE "PRECOSFUTUROS.TXT" TO WS-NOME-PASSO
           IF WS-MODO-ATUALIZAR
               OPEN I-O PRECOS-FUT
           ELSE
               OPEN INPUT PRECOS-FUT
           END-IF
           PERFORM 7800-VERIFICAR-ABERTURA

           IF WS-ARQ-ABERTO EQUAL 'S'
               MOVE 0 TO WS-EOF
               MOVE LOW-VALUES TO CHAVE-PRECO-FUT

               START PRECOS-FUT KEY NOT LESS CHAVE-PRECO-FUT
                   INVALID KEY
                       MOVE 1 TO WS-EOF
               END-START

               PERFORM UNTIL WS-EOF EQUAL 1 OR WS-FALHOU EQUAL 'S'
                   READ PRECOS-FUT NEXT RECORD
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM 7000-INICIAR-REGISTRO
                           MOVE COD-PRODUTO-PRE TO WS-CODIGO-LIDO
                           PERFORM 7100-AVALIAR-CODIGO
                           PERFORM 7200-CONTAR-REGISTRO
                           IF WS-REGRAVAR EQUAL 'S'
                               PERFORM 6275-TRANSFERIR-PRECOS-FUT
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE PRECOS-FUT
           END-IF.

       6275-TRANSFERIR-PRECOS-FUT.
           MOVE 'N' TO WS-MANTER-ORIGEM
           MOVE REG-PRECO-FUTURO TO WS-IMAGEM-ORIGEM
           MOVE CHAVE-PRECO-FUT TO WS-CHAVE-ORIGEM
           MOVE WS-COD-DESTINO TO COD-PRODUTO-PRE

           READ PRECOS-FUT
               INVALID KEY
                   MOVE WS-IMAGEM-ORIGEM TO REG-PRECO-FUTURO
                   MOVE WS-COD-DESTINO TO COD-PRODUTO-PRE
                   WRITE REG-PRECO-FUTURO
                   PERFORM 7900-CONFERIR-GRAVACAO
               NOT INVALID KEY
                   MOVE REG-PRECO-FUTURO TO WS-IMAGEM-DEPOIS
                   PERFORM 7950-CONFERIR-FUSAO
           END-READ

           MOVE WS-CHAVE-ORIGEM TO CHAVE-PRECO-FUT
           IF WS-FALHOU NOT EQUAL 'S'
           AND WS-MANTER-ORIGEM NOT EQUAL 'S'
               DELETE PRECOS-FUT RECORD
               PERFORM 7850-CONFERIR-EXCLUSAO
           END-IF

           MOVE WS-CHAVE-ORIGEM TO CHAVE-PRECO-FUT
           START PRECOS-FUT KEY GREATER CHAVE-PRECO-FUT
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START.

       6280-PASSO-FONTES.
           MOVE "FONTESPRODUTO.TXT" TO WS-NOME-PASSO
           IF WS-MODO-ATUALIZAR
               OPEN I-O FONTES
           ELSE
               OPEN INPUT FONTES
           END-IF
           PERFORM 7800-VERIFICAR-ABERTURA

           IF WS-ARQ-ABERTO EQUAL 'S'
               MOVE 0 TO WS-EOF
               MOVE LOW-VALUES TO CHAVE-FONTE-PRODUTO

               START FONTES KEY NOT LESS CHAVE-FONTE-PRODUTO
                   INVALID KEY
                       MOVE 1 TO WS-EOF
               END-START

               PERFORM UNTIL WS-EOF EQUAL 1 OR WS-FALHOU EQUAL 'S'
                   READ FONTES NEXT RECORD
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM 7000-INICIAR-REGISTRO
                           MOVE COD-PRODUTO-FNT TO WS-CODIGO-LIDO
                           PERFORM 7100-AVALIAR-CODIGO
                           PERFORM 7200-CONTAR-REGISTRO
                           IF WS-REGRAVAR EQUAL 'S'
                               PERFORM 6285-TRANSFERIR-FONTES
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE FONTES
           END-IF.

       6285-TRANSFERIR-FONTES.
           MOVE 'N' TO WS-MANTER-ORIGEM
           MOVE REG-FONTE-PRODUTO TO WS-IMAGEM-ORIGEM
           MOVE CHAVE-FONTE-PRODUTO TO WS-CHAVE-ORIGEM
           MOVE WS-COD-DESTINO TO COD-PRODUTO-FNT

           READ FONTES
               INVALID KEY
                   MOVE WS-IMAGEM-ORIGEM TO REG-FONTE-PRODUTO
                   MOVE WS-COD-DESTINO TO COD-PRODUTO-FNT
                   WRITE REG-FONTE-PRODUTO
                   PERFORM 7900-CONFERIR-GRAVACAO
               NOT INVALID KEY
                   MOVE REG-FONTE-PRODUTO TO WS-IMAGEM-DEPOIS
                   PERFORM 7950-CONFERIR-FUSAO
           END-READ

           MOVE WS-CHAVE-ORIGEM TO CHAVE-FONTE-PRODUTO
           IF WS-FALHOU NOT EQUAL 'S'
           AND WS-MANTER-ORIGEM NOT EQUAL 'S'
               DELETE FONTES RECORD
               PERFORM 7850-CONFERIR-EXCLUSAO
           END-IF

           MOVE WS-CHAVE-ORIGEM TO CHAVE-FONTE-PRODUTO
           START FONTES KEY GREATER CHAVE-FONTE-PRODUTO
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START.

       6290-PASSO-COTACOES-FORN.
           MOVE "COTACOESFORN.TXT" TO WS-NOME-PASSO
           IF WS-MODO-ATUALIZAR
               OPEN I-O COTACOES-FORN
           ELSE
               OPEN INPUT COTACOES-FORN
           END-IF
           PERFORM 7800-VERIFICAR-ABERTURA

           IF WS-ARQ-ABERTO EQUAL 'S'
               MOVE 0 TO WS-EOF
               MOVE LOW-VALUES TO CHAVE-COTACAO-FORN

               START COTACOES-FORN KEY NOT LESS CHAVE-COTACAO-FORN
                   INVALID KEY
                       MOVE 1 TO WS-EOF
               END-START

               PERFORM UNTIL WS-EOF EQUAL 1 OR WS-FALHOU EQUAL 'S'
                   READ COTACOES-FORN NEXT RECORD
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM 7000-INICIAR-REGISTRO
                           MOVE COD-PRODUTO-CTF TO WS-CODIGO-LIDO
                           PERFORM 7100-AVALIAR-CODIGO
                           PERFORM 7200-CONTAR-REGISTRO
                           IF WS-REGRAVAR EQUAL 'S'
                               PERFORM 6295-TRANSFERIR-COTACOES-FORN
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE COTACOES-FORN
           END-IF.

       6295-TRANSFERIR-COTACOES-FORN.
           MOVE 'N' TO WS-MANTER-ORIGEM
           MOVE REG-COTACAO-FORN TO WS-IMAGEM-ORIGEM
           MOVE CHAVE-COTACAO-FORN TO WS-CHAVE-ORIGEM
           MOVE WS-COD-DESTINO TO COD-PRODUTO-CTF

           READ COTACOES-FORN
               INVALID KEY
                   MOVE WS-IMAGEM-ORIGEM TO REG-COTACAO-FORN
                   MOVE WS-COD-DESTINO TO COD-PRODUTO-CTF
                   WRITE REG-COTACAO-FORN
                   PERFORM 7900-CONFERIR-GRAVACAO
               NOT INVALID KEY
                   MOVE REG-COTACAO-FORN TO WS-IMAGEM-DEPOIS
                   PERFORM 7950-CONFERIR-FUSAO
           END-READ

           MOVE WS-CHAVE-ORIGEM TO CHAVE-COTACAO-FORN
           IF WS-FALHOU NOT EQUAL 'S'
           AND WS-MANTER-ORIGEM NOT EQUAL 'S'
               DELETE COTACOES-FORN RECORD
               PERFORM 7850-CONFERIR-EXCLUSAO
           END-IF

           MOVE WS-CHAVE-ORIGEM TO CHAVE-COTACAO-FORN
           START COTACOES-FORN KEY GREATER CHAVE-COTACAO-FORN
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START.

       6300-PASSO-RECOMENDACOES.
           MOVE "RECOMENDACOESPONTO.TXT" TO WS-NOME-PASSO
           IF WS-MODO-ATUALIZAR
               OPEN I-O RECOMENDACOES
           ELSE
               OPEN INPUT RECOMENDACOES
           END-IF
           PERFORM 7800-VERIFICAR-ABERTURA

           IF WS-ARQ-ABERTO EQUAL 'S'
               MOVE 0 TO WS-EOF
               MOVE 0 TO COD-PRODUTO-RCP

               START RECOMENDACOES KEY NOT LESS COD-PRODUTO-RCP
                   INVALID KEY
                       MOVE 1 TO WS-EOF
               END-START

               PERFORM UNTIL WS-EOF EQUAL 1 OR WS-FALHOU EQUAL 'S'
                   READ RECOMENDACOES NEXT RECORD
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM 7000-INICIAR-REGISTRO
                           MOVE COD-PRODUTO-RCP TO WS-CODIGO-LIDO
                           PERFORM 7100-AVALIAR-CODIGO
                           PERFORM 7200-CONTAR-REGISTRO
                           IF WS-REGRAVAR EQUAL 'S'
                               PERFORM 6305-TRANSFERIR-RECOMENDACOES
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE RECOMENDACOES
           END-IF.

       6305-TRANSFERIR-RECOMENDACOES.
           MOVE 'N' TO WS-MANTER-ORIGEM
           MOVE REG-RECOMENDACAO-PONTO TO WS-IMAGEM-ORIGEM
           MOVE COD-PRODUTO-RCP TO WS-CHAVE-ORIGEM
           MOVE WS-COD-DESTINO TO COD-PRODUTO-RCP

           READ RECOMENDACOES
               INVALID KEY
                   MOVE WS-IMAGEM-ORIGEM TO REG-RECOMENDACAO-PONTO
                   MOVE WS-COD-DESTINO TO COD-PRODUTO-RCP
                   WRITE REG-RECOMENDACAO-PONTO
                   PERFORM 7900-CONFERIR-GRAVACAO
               NOT INVALID KEY
                   MOVE REG-RECOMENDACAO-PONTO TO WS-IMAGEM-DEPOIS
                   PERFORM 7950-CONFERIR-FUSAO
           END-READ

           MOVE WS-CHAVE-ORIGEM(1:5) TO COD-PRODUTO-RCP
           IF WS-FALHOU NOT EQUAL 'S'
           AND WS-MANTER-ORIGEM NOT EQUAL 'S'
               DELETE RECOMENDACOES RECORD
               PERFORM 7850-CONFERIR-EXCLUSAO
           END-IF

           MOVE WS-CHAVE-ORIGEM(1:5) TO COD-PRODUTO-RCP
           START RECOMENDACOES KEY GREATER COD-PRODUTO-RCP
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START.

       6310-PASSO-SUBSTITUTOS.
           MOVE "SUBSTITUTOS.TXT" TO WS-NOME-PASSO
           IF WS-MODO-ATUALIZAR
               OPEN I-O SUBSTITUTOS
           ELSE
               OPEN INPUT SUBSTITUTOS
           END-IF
           PERFORM 7800-VERIFICAR-ABERTURA

           IF WS-ARQ-ABERTO EQUAL 'S'
               MOVE 0 TO WS-EOF
               MOVE LOW-VALUES TO CHAVE-SUBSTITUTO

               START SUBSTITUTOS KEY NOT LESS CHAVE-SUBSTITUTO
                   INVALID KEY
                       MOVE 1 TO WS-EOF
               END-START

               PERFORM UNTIL WS-EOF EQUAL 1 OR WS-FALHOU EQUAL 'S'
                   READ SUBSTITUTOS NEXT RECORD
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM 7000-INICIAR-REGISTRO
                           MOVE COD-PRODUTO-SUB TO WS-CODIGO-LIDO
                           PERFORM 7100-AVALIAR-CODIGO
                           MOVE COD-SUBSTITUTO-SUB TO WS-CODIGO-LIDO
                           PERFORM 7100-AVALIAR-CODIGO
                           PERFORM 7200-CONTAR-REGISTRO
                           IF WS-REGRAVAR EQUAL 'S'
                               PERFORM 6315-TRANSFERIR-SUBSTITUTOS
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE SUBSTITUTOS
           END-IF.


      ******************************************************************
      * Substitutes: the product may be the owner of the list or the
      * substitute offered. A list moved to the destino takes the
      * first free ORDEM-SUB there; an entry that would offer the
      * product as its own substitute, or repeat one already listed,
      * is dropped.
      ******************************************************************
       6315-TRANSFERIR-SUBSTITUTOS.
           MOVE 'N' TO WS-MANTER-ORIGEM
           MOVE REG-SUBSTITUTO TO WS-IMAGEM-ORIGEM
           MOVE CHAVE-SUBSTITUTO TO WS-CHAVE-ORIGEM

           MOVE COD-PRODUTO-SUB TO WS-NOVO-PRODUTO
           IF COD-PRODUTO-SUB EQUAL WS-COD-ORIGEM
               MOVE WS-COD-DESTINO TO WS-NOVO-PRODUTO
           END-IF

           MOVE COD-SUBSTITUTO-SUB TO WS-NOVO-SUBSTITUTO
           IF COD-SUBSTITUTO-SUB EQUAL WS-COD-ORIGEM
               MOVE WS-COD-DESTINO TO WS-NOVO-SUBSTITUTO
           END-IF

           EVALUATE TRUE
               WHEN WS-NOVO-PRODUTO EQUAL WS-NOVO-SUBSTITUTO
                   MOVE SPACES TO WS-IMAGEM-DEPOIS
                   STRING "SUBSTITUTO DE SI MESMO - EXCLUIDO"
                       DELIMITED BY SIZE INTO WS-IMAGEM-DEPOIS
                   MOVE 0 TO WS-FS-ARQ
                   PERFORM 7950-CONFERIR-FUSAO
               WHEN COD-PRODUTO-SUB NOT EQUAL WS-COD-ORIGEM
                   MOVE WS-NOVO-SUBSTITUTO TO COD-SUBSTITUTO-SUB
                   REWRITE REG-SUBSTITUTO
                   PERFORM 7900-CONFERIR-GRAVACAO
                   MOVE 'S' TO WS-MANTER-ORIGEM
               WHEN OTHER
                   PERFORM 6316-ORDEM-LIVRE-DESTINO
                   IF WS-ORDEM-LIVRE GREATER 0
                       MOVE WS-IMAGEM-ORIGEM TO REG-SUBSTITUTO
                       MOVE WS-NOVO-PRODUTO TO COD-PRODUTO-SUB
                       MOVE WS-ORDEM-LIVRE TO ORDEM-SUB
                       MOVE WS-NOVO-SUBSTITUTO TO COD-SUBSTITUTO-SUB
                       WRITE REG-SUBSTITUTO
                       PERFORM 7900-CONFERIR-GRAVACAO
                   ELSE
                       MOVE SPACES TO WS-IMAGEM-DEPOIS
                       STRING "JA CONSTA OU SEM ORDEM LIVRE NO PRODUTO "
                           WS-NOVO-PRODUTO
                           DELIMITED BY SIZE INTO WS-IMAGEM-DEPOIS
                       MOVE 0 TO WS-FS-ARQ
                       PERFORM 7950-CONFERIR-FUSAO
                   END-IF
           END-EVALUATE

           MOVE WS-CHAVE-ORIGEM TO CHAVE-SUBSTITUTO
           IF WS-FALHOU NOT EQUAL 'S'
           AND WS-MANTER-ORIGEM NOT EQUAL 'S'
               DELETE SUBSTITUTOS RECORD
               PERFORM 7850-CONFERIR-EXCLUSAO
           END-IF

           MOVE WS-CHAVE-ORIGEM TO CHAVE-SUBSTITUTO
           START SUBSTITUTOS KEY GREATER CHAVE-SUBSTITUTO
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START.

       6316-ORDEM-LIVRE-DESTINO.
           MOVE 0 TO WS-ORDEM-LIVRE
           MOVE 'N' TO WS-DUPLICADO

           PERFORM VARYING WS-ORDEM FROM 1 BY 1
                   UNTIL WS-ORDEM GREATER 9
                   OR WS-ORDEM-LIVRE GREATER 0
                   OR WS-DUPLICADO EQUAL 'S'
               MOVE WS-NOVO-PRODUTO TO COD-PRODUTO-SUB
               MOVE WS-ORDEM TO ORDEM-SUB
               READ SUBSTITUTOS
                   INVALID KEY
                       MOVE WS-ORDEM TO WS-ORDEM-LIVRE
                   NOT INVALID KEY
                       IF COD-SUBSTITUTO-SUB EQUAL WS-NOVO-SUBSTITUTO
                           MOVE 'S' TO WS-DUPLICADO
                       END-IF
               END-READ
           END-PERFORM

           IF WS-DUPLICADO EQUAL 'S'
               MOVE 0 TO WS-ORDEM-LIVRE
           END-IF.

       6320-PASSO-KITS.
           MOVE "KITS.TXT" TO WS-NOME-PASSO
           IF WS-MODO-ATUALIZAR
               OPEN I-O KITS
           ELSE
               OPEN INPUT KITS
           END-IF
           PERFORM 7800-VERIFICAR-ABERTURA

           IF WS-ARQ-ABERTO EQUAL 'S'
               MOVE 0 TO WS-EOF
               MOVE LOW-VALUES TO CHAVE-KIT

               START KITS KEY NOT LESS CHAVE-KIT
                   INVALID KEY
                       MOVE 1 TO WS-EOF
               END-START

               PERFORM UNTIL WS-EOF EQUAL 1 OR WS-FALHOU EQUAL 'S'
                   READ KITS NEXT RECORD
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM 7000-INICIAR-REGISTRO
                           MOVE COD-KIT TO WS-CODIGO-LIDO
                           PERFORM 7100-AVALIAR-CODIGO
                           MOVE COD-COMPONENTE-KIT TO WS-CODIGO-LIDO
                           PERFORM 7100-AVALIAR-CODIGO
                           PERFORM 7200-CONTAR-REGISTRO
                           IF WS-REGRAVAR EQUAL 'S'
                               PERFORM 6325-TRANSFERIR-KITS
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE KITS
           END-IF.

      ******************************************************************
      * Kits: the product may be the kit or one of its components.
      * When the destino already holds the same line the quantities
      * per kit are added; a kit that would contain itself is dropped.
      ******************************************************************
       6325-TRANSFERIR-KITS.
           MOVE 'N' TO WS-MANTER-ORIGEM
           MOVE REG-KIT TO WS-IMAGEM-ORIGEM
           MOVE CHAVE-KIT TO WS-CHAVE-ORIGEM
           MOVE QTDE-COMPONENTE-KIT TO WS-QTDE-ORIGEM

           MOVE COD-KIT TO WS-NOVO-KIT
           IF COD-KIT EQUAL WS-COD-ORIGEM
               MOVE WS-COD-DESTINO TO WS-NOVO-KIT
           END-IF

           MOVE COD-COMPONENTE-KIT TO WS-NOVO-COMPONENTE
           IF COD-COMPONENTE-KIT EQUAL WS-COD-ORIGEM
               MOVE WS-COD-DESTINO TO WS-NOVO-COMPONENTE
           END-IF

           IF WS-NOVO-KIT EQUAL WS-NOVO-COMPONENTE
               MOVE SPACES TO WS-IMAGEM-DEPOIS
               STRING "KIT COMPONENTE DE SI MESMO - EXCLUIDO"
                   DELIMITED BY SIZE INTO WS-IMAGEM-DEPOIS
               MOVE 0 TO WS-FS-ARQ
               PERFORM 7950-CONFERIR-FUSAO
           ELSE
               MOVE WS-NOVO-KIT TO COD-KIT
               MOVE WS-NOVO-COMPONENTE TO COD-COMPONENTE-KIT

               READ KITS
                   INVALID KEY
                       MOVE WS-IMAGEM-ORIGEM TO REG-KIT
                       MOVE WS-NOVO-KIT TO COD-KIT
                       MOVE WS-NOVO-COMPONENTE TO COD-COMPONENTE-KIT
                       WRITE REG-KIT
                       PERFORM 7900-CONFERIR-GRAVACAO
                   NOT INVALID KEY
                       ADD WS-QTDE-ORIGEM TO QTDE-COMPONENTE-KIT
                       REWRITE REG-KIT
                       MOVE REG-KIT TO WS-IMAGEM-DEPOIS
                       PERFORM 7950-CONFERIR-FUSAO
               END-READ
           END-IF

           MOVE WS-CHAVE-ORIGEM TO CHAVE-KIT
           IF WS-FALHOU NOT EQUAL 'S'
               DELETE KITS RECORD
               PERFORM 7850-CONFERIR-EXCLUSAO
           END-IF

           MOVE WS-CHAVE-ORIGEM TO CHAVE-KIT
           START KITS KEY GREATER CHAVE-KIT
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START.

       6330-PASSO-SERIES.
           MOVE "NUMEROSSERIE.TXT" TO WS-NOME-PASSO
           IF WS-MODO-ATUALIZAR
               OPEN I-O SERIES
           ELSE
               OPEN INPUT SERIES
           END-IF
           PERFORM 7800-VERIFICAR-ABERTURA

           IF WS-ARQ-ABERTO EQUAL 'S'
               MOVE 0 TO WS-EOF
               MOVE LOW-VALUES TO CHAVE-SERIE

               START SERIES KEY NOT LESS CHAVE-SERIE
                   INVALID KEY
                       MOVE 1 TO WS-EOF
               END-START

               PERFORM UNTIL WS-EOF EQUAL 1 OR WS-FALHOU EQUAL 'S'
                   READ SERIES NEXT RECORD
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM 7000-INICIAR-REGISTRO
                           MOVE COD-PRODUTO-NS TO WS-CODIGO-LIDO
                           PERFORM 7100-AVALIAR-CODIGO
                           PERFORM 7200-CONTAR-REGISTRO
                           IF WS-REGRAVAR EQUAL 'S'
                               PERFORM 6335-TRANSFERIR-SERIES
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE SERIES
           END-IF.

       6335-TRANSFERIR-SERIES.
           MOVE 'N' TO WS-MANTER-ORIGEM
           MOVE REG-NUMERO-SERIE TO WS-IMAGEM-ORIGEM
           MOVE CHAVE-SERIE TO WS-CHAVE-ORIGEM
           MOVE WS-COD-DESTINO TO COD-PRODUTO-NS

           READ SERIES
               INVALID KEY
                   MOVE WS-IMAGEM-ORIGEM TO REG-NUMERO-SERIE
                   MOVE WS-COD-DESTINO TO COD-PRODUTO-NS
                   WRITE REG-NUMERO-SERIE
                   PERFORM 7900-CONFERIR-GRAVACAO
               NOT INVALID KEY
                   PERFORM 7960-REGISTRAR-CONFLITO
           END-READ

           MOVE WS-CHAVE-ORIGEM TO CHAVE-SERIE
           IF WS-FALHOU NOT EQUAL 'S'
           AND WS-MANTER-ORIGEM NOT EQUAL 'S'
               DELETE SERIES RECORD
               PERFORM 7850-CONFERIR-EXCLUSAO
           END-IF

           MOVE WS-CHAVE-ORIGEM TO CHAVE-SERIE
           START SERIES KEY GREATER CHAVE-SERIE
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START.

       6340-PASSO-CAMADAS.
           MOVE "CAMADASCUSTO.TXT" TO WS-NOME-PASSO
           IF WS-MODO-ATUALIZAR
               OPEN I-O CAMADAS
           ELSE
               OPEN INPUT CAMADAS
           END-IF
           PERFORM 7800-VERIFICAR-ABERTURA

           IF WS-ARQ-ABERTO EQUAL 'S'
               MOVE 0 TO WS-EOF
               MOVE LOW-VALUES TO CHAVE-CAMADA

               START CAMADAS KEY NOT LESS CHAVE-CAMADA
                   INVALID KEY
                       MOVE 1 TO WS-EOF
               END-START

               PERFORM UNTIL WS-EOF EQUAL 1 OR WS-FALHOU EQUAL 'S'
                   READ CAMADAS NEXT RECORD
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM 7000-INICIAR-REGISTRO
                           MOVE COD-PRODUTO-CC TO WS-CODIGO-LIDO
                           PERFORM 7100-AVALIAR-CODIGO
                           PERFORM 7200-CONTAR-REGISTRO
                           IF WS-REGRAVAR EQUAL 'S'
                               PERFORM 6345-TRANSFERIR-CAMADAS
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE CAMADAS
           END-IF.

       6345-TRANSFERIR-CAMADAS.
           MOVE 'N' TO WS-MANTER-ORIGEM
           MOVE REG-CAMADA-CUSTO TO WS-IMAGEM-ORIGEM
           MOVE CHAVE-CAMADA TO WS-CHAVE-ORIGEM
           MOVE WS-COD-DESTINO TO COD-PRODUTO-CC

           READ CAMADAS
               INVALID KEY
                   MOVE WS-IMAGEM-ORIGEM TO REG-CAMADA-CUSTO
                   MOVE WS-COD-DESTINO TO COD-PRODUTO-CC
                   WRITE REG-CAMADA-CUSTO
                   PERFORM 7900-CONFERIR-GRAVACAO
               NOT INVALID KEY
                   PERFORM 7960-REGISTRAR-CONFLITO
           END-READ

           MOVE WS-CHAVE-ORIGEM TO CHAVE-CAMADA
           IF WS-FALHOU NOT EQUAL 'S'
           AND WS-MANTER-ORIGEM NOT EQUAL 'S'
               DELETE CAMADAS RECORD
               PERFORM 7850-CONFERIR-EXCLUSAO
           END-IF

           MOVE WS-CHAVE-ORIGEM TO CHAVE-CAMADA
           START CAMADAS KEY GREATER CHAVE-CAMADA
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START.

      ******************************************************************
      * The product master. A renumbering rewrites the record under
      * the new code (deleted first, the EAN being a unique key); the
      * audit image is written before anything is touched. A merge
      * moves stock and reservations to the destino and retires the
      * origem the same way DEDUPE-CLIENTES retires a customer.
      ******************************************************************
       6500-PASSO-PRODUTOS.
           MOVE "PRODUTOS.TXT" TO WS-NOME-PASSO
           IF WS-MODO-ATUALIZAR
               OPEN I-O PRODUTOS
           ELSE
               OPEN INPUT PRODUTOS
           END-IF
           PERFORM 7800-VERIFICAR-ABERTURA

           IF WS-ARQ-ABERTO EQUAL 'S'
               EVALUATE TRUE
                   WHEN WS-MODO-CONTAR
                       PERFORM 6505-CONTAR-MESTRE
                   WHEN RNM-RENUMERAR
                       PERFORM 6510-RENUMERAR-MESTRE
                   WHEN OTHER
                       PERFORM 6520-FUNDIR-MESTRE
               END-EVALUATE

               CLOSE PRODUTOS
           END-IF.

       6505-CONTAR-MESTRE.
           MOVE WS-COD-ORIGEM TO COD-PRODUTO
           READ PRODUTOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-CNT-LIDOS
                   IF PRODUTO-INATIVO
                   AND ESTOQUE-PRODUTO EQUAL 0
                   AND ESTOQUE-RESERVADO-PRODUTO EQUAL 0
                   AND RNM-FUNDIR
                       CONTINUE
                   ELSE
                       ADD 1 TO WS-CNT-ORIGEM
                   END-IF
           END-READ

           MOVE WS-COD-DESTINO TO COD-PRODUTO
           READ PRODUTOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-CNT-LIDOS
                   ADD 1 TO WS-CNT-DESTINO
           END-READ.

       6510-RENUMERAR-MESTRE.
           MOVE WS-COD-ORIGEM TO COD-PRODUTO
           READ PRODUTOS
               INVALID KEY
                   CONTINUE
           END-READ

           IF WS-FS-ARQ NOT LESS 10
               DISPLAY "PRODUTO " WS-COD-ORIGEM " NAO LOCALIZADO"
               PERFORM 7990-REGISTRAR-FALHA
           ELSE
               MOVE REG-PRODUTO TO WS-IMAGEM-ORIGEM
               MOVE WS-IMAGEM-ORIGEM TO WS-IMAGEM-DEPOIS
               MOVE WS-COD-DESTINO TO WS-IMAGEM-DEPOIS(1:5)
               MOVE 'R' TO WS-AUD-OPERACAO
               MOVE WS-COD-ORIGEM TO WS-AUD-CHAVE
               PERFORM 7750-GRAVAR-AUDITORIA

               DELETE PRODUTOS RECORD
               PERFORM 7850-CONFERIR-EXCLUSAO

               IF WS-FALHOU NOT EQUAL 'S'
                   MOVE WS-IMAGEM-ORIGEM TO REG-PRODUTO
                   MOVE WS-COD-DESTINO TO COD-PRODUTO
                   WRITE REG-PRODUTO
                   PERFORM 7900-CONFERIR-GRAVACAO
               END-IF
           END-IF.

       6520-FUNDIR-MESTRE.
           MOVE WS-COD-ORIGEM TO COD-PRODUTO
           READ PRODUTOS
               INVALID KEY
                   CONTINUE
           END-READ

           IF WS-FS-ARQ LESS 10
               MOVE REG-PRODUTO TO WS-IMAGEM-MESTRE
               MOVE ESTOQUE-PRODUTO TO WS-QTDE-ORIGEM
               MOVE ESTOQUE-RESERVADO-PRODUTO TO WS-RESERVADO-ORIGEM

               MOVE WS-COD-DESTINO TO COD-PRODUTO
               READ PRODUTOS
                   INVALID KEY
                       CONTINUE
               END-READ
           END-IF

           IF WS-FS-ARQ NOT LESS 10
               DISPLAY "PRODUTOS " WS-COD-ORIGEM " / " WS-COD-DESTINO
                   " NAO LOCALIZADOS"
               PERFORM 7990-REGISTRAR-FALHA
           ELSE
               MOVE REG-PRODUTO TO WS-IMAGEM-ORIGEM
               ADD WS-QTDE-ORIGEM TO ESTOQUE-PRODUTO
               ADD WS-RESERVADO-ORIGEM TO ESTOQUE-RESERVADO-PRODUTO
               REWRITE REG-PRODUTO
               PERFORM 7900-CONFERIR-GRAVACAO

               IF WS-FALHOU NOT EQUAL 'S'
                   MOVE REG-PRODUTO TO WS-IMAGEM-DEPOIS
                   MOVE 'A' TO WS-AUD-OPERACAO
                   MOVE WS-COD-DESTINO TO WS-AUD-CHAVE
                   PERFORM 7750-GRAVAR-AUDITORIA
               END-IF
           END-IF

           IF WS-FALHOU NOT EQUAL 'S'
               MOVE WS-COD-ORIGEM TO COD-PRODUTO
               READ PRODUTOS
                   INVALID KEY
                       CONTINUE
               END-READ

               IF WS-FS-ARQ LESS 10
                   MOVE 0 TO ESTOQUE-PRODUTO
                   MOVE 0 TO ESTOQUE-RESERVADO-PRODUTO
                   MOVE 'I' TO IND-ATIVO-PRODUTO
                   MOVE FUNCTION CURRENT-DATE(1:8) TO
                       DATA-INATIVACAO-PRODUTO
                   REWRITE REG-PRODUTO
               END-IF
               PERFORM 7900-CONFERIR-GRAVACAO

               IF WS-FALHOU NOT EQUAL 'S'
                   MOVE WS-IMAGEM-MESTRE TO WS-IMAGEM-ORIGEM
                   MOVE SPACES TO WS-IMAGEM-DEPOIS
                   STRING "FUNDIDO NO PRODUTO " WS-COD-DESTINO
                       DELIMITED BY SIZE INTO WS-IMAGEM-DEPOIS
                   MOVE 'M' TO WS-AUD-OPERACAO
                   MOVE WS-COD-ORIGEM TO WS-AUD-CHAVE
                   PERFORM 7750-GRAVAR-AUDITORIA
                   DISPLAY "PRODUTO " WS-COD-ORIGEM
                       " RETIRADO - FUNDIDO NO " WS-COD-DESTINO
               END-IF
           END-IF.

       7000-INICIAR-REGISTRO.
           ADD 1 TO WS-CNT-LIDOS
           MOVE 'N' TO WS-TEM-ORIGEM
           MOVE 'N' TO WS-TEM-DESTINO
           MOVE 'N' TO WS-REGRAVAR.

       7100-AVALIAR-CODIGO.
           MOVE 'N' TO WS-TROCAR

           EVALUATE WS-CODIGO-LIDO
               WHEN WS-COD-ORIGEM
                   MOVE 'S' TO WS-TEM-ORIGEM
                   IF WS-MODO-ATUALIZAR
                       MOVE 'S' TO WS-TROCAR
                   END-IF
               WHEN WS-COD-DESTINO
                   MOVE 'S' TO WS-TEM-DESTINO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       7200-CONTAR-REGISTRO.
           IF WS-TEM-ORIGEM EQUAL 'S'
               ADD 1 TO WS-CNT-ORIGEM
               IF WS-MODO-ATUALIZAR
                   MOVE 'S' TO WS-REGRAVAR
               END-IF
           END-IF

           IF WS-TEM-DESTINO EQUAL 'S'
               ADD 1 TO WS-CNT-DESTINO
           END-IF.

      ******************************************************************
      * One summary record per file changed, besides the record
      * images written for every merge and for the master itself.
      ******************************************************************
       7700-AUDITAR-PASSO.
           MOVE SPACES TO WS-AUD-CHAVE
           STRING WS-COD-ORIGEM ">" WS-COD-DESTINO
               DELIMITED BY SIZE INTO WS-AUD-CHAVE

           IF RNM-FUNDIR
               MOVE 'M' TO WS-AUD-OPERACAO
           ELSE
               MOVE 'R' TO WS-AUD-OPERACAO
           END-IF

           MOVE SPACES TO WS-IMAGEM-ORIGEM
           STRING "REGISTROS COM A ORIGEM: " WS-ORIGEM-ANT
               " COM O DESTINO: " WS-DESTINO-ANT
               DELIMITED BY SIZE INTO WS-IMAGEM-ORIGEM

           MOVE SPACES TO WS-IMAGEM-DEPOIS
           STRING "REGISTROS COM A ORIGEM: " WS-CNT-ORIGEM
               " COM O DESTINO: " WS-CNT-DESTINO
               " ALTERADOS: " WS-ALTERADOS
               " FUNDIDOS: " WS-FUNDIDOS
               DELIMITED BY SIZE INTO WS-IMAGEM-DEPOIS

           PERFORM 7750-GRAVAR-AUDITORIA.

       7750-GRAVAR-AUDITORIA.
           OPEN EXTEND AUDITORIA

           IF WS-FS-AUD EQUAL 35
               OPEN OUTPUT AUDITORIA
           END-IF

           IF WS-FS-AUD EQUAL ZEROS
               MOVE SPACES TO AUD-ARQUIVO
               UNSTRING WS-NOME-PASSO DELIMITED BY "."
                   INTO AUD-ARQUIVO
               MOVE WS-AUD-OPERACAO TO AUD-OPERACAO
               MOVE WS-AUD-CHAVE TO AUD-CHAVE
               MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-DATA-HORA
               MOVE PARM-SES-OPERADOR TO AUD-OPERADOR
               MOVE WS-IMAGEM-ORIGEM TO AUD-IMAGEM-ANTES
               MOVE WS-IMAGEM-DEPOIS TO AUD-IMAGEM-DEPOIS
               WRITE REG-AUDIT-MESTRE
               CLOSE AUDITORIA
           END-IF.

       7800-VERIFICAR-ABERTURA.
           EVALUATE WS-FS-ARQ
               WHEN 0 THRU 9
                   MOVE 'S' TO WS-ARQ-ABERTO
               WHEN 35
                   MOVE 'N' TO WS-ARQ-ABERTO
               WHEN OTHER
                   MOVE 'N' TO WS-ARQ-ABERTO
                   DISPLAY "NAO FOI POSSIVEL ABRIR " WS-NOME-PASSO
                   DISPLAY "FILE STATUS: " WS-FS-ARQ
                   PERFORM 7990-REGISTRAR-FALHA
           END-EVALUATE.

       7850-CONFERIR-EXCLUSAO.
           IF WS-FS-ARQ NOT LESS 10
               DISPLAY "FALHA AO EXCLUIR REGISTRO EM " WS-NOME-PASSO
               DISPLAY "FILE STATUS: " WS-FS-ARQ
               PERFORM 7990-REGISTRAR-FALHA
           END-IF.

       7900-CONFERIR-GRAVACAO.
           IF WS-FS-ARQ LESS 10
               ADD 1 TO WS-ALTERADOS
           ELSE
               DISPLAY "FALHA AO GRAVAR REGISTRO EM " WS-NOME-PASSO
               DISPLAY "FILE STATUS: " WS-FS-ARQ
               PERFORM 7990-REGISTRAR-FALHA
           END-IF.

       7950-CONFERIR-FUSAO.
           IF WS-FS-ARQ LESS 10
               ADD 1 TO WS-FUNDIDOS
               MOVE 'M' TO WS-AUD-OPERACAO
               MOVE WS-CHAVE-ORIGEM TO WS-AUD-CHAVE
               PERFORM 7750-GRAVAR-AUDITORIA
           ELSE
               DISPLAY "FALHA AO FUNDIR REGISTRO EM " WS-NOME-PASSO
               DISPLAY "FILE STATUS: " WS-FS-ARQ
               PERFORM 7990-REGISTRAR-FALHA
           END-IF.

       7960-REGISTRAR-CONFLITO.
           MOVE 'S' TO WS-MANTER-ORIGEM
           ADD 1 TO WS-CONFLITOS
           DISPLAY "CHAVE JA EXISTE NO DESTINO - MANTIDO NA ORIGEM: "
               WS-NOME-PASSO " " WS-CHAVE-ORIGEM.

       7990-REGISTRAR-FALHA.
           MOVE WS-FS-ARQ TO WS-FS-FALHA
           MOVE 'S' TO WS-FALHOU.

       8100-ABRIR-RELATORIO.
           MOVE PARM-AMB-NOME TO REL-CAB-AMBIENTE

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-RELATORIO
           MOVE WS-DATA-RELATORIO(5:2) TO REL-CAB-DATA(1:2)
           MOVE WS-DATA-RELATORIO(7:2) TO REL-CAB-DATA(4:2)
           MOVE WS-DATA-RELATORIO(1:4) TO REL-CAB-DATA(7:4)

           MOVE SPACES TO REL-CABECALHO-COLUNAS
           STRING "ARQUIVO                   LIDOS ORIG.ANT DEST.ANT"
               " ALTERADO  FUNDIDO ORIG.DEP DEST.DEP"
               DELIMITED BY SIZE INTO REL-CABECALHO-COLUNAS

           MOVE SPACES TO REL-CAB-TITULO
           STRING "RENUMERACAO E FUSAO DE PRODUTOS"
               DELIMITED BY SIZE INTO REL-CAB-TITULO

           MOVE SPACES TO REL-NOME-ARQ
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'RELATORIOS\RENUMERACAO' WS-DATA-RELATORIO '.TXT'
               DELIMITED BY SIZE INTO REL-NOME-ARQ

           MOVE 0 TO REL-PAGINA
           MOVE 99 TO REL-LINHAS-PAGINA
           MOVE 0 TO REL-TOTAL-LINHAS

           IF WS-RETOMADA EQUAL 'S'
               OPEN EXTEND RELATORIO
               IF WS-FS-REL EQUAL 35
                   OPEN OUTPUT RELATORIO
               END-IF
           ELSE
               OPEN OUTPUT RELATORIO
           END-IF

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

       0950-RESOLVER-AMBIENTE.
           CALL "CONFIG-AMBIENTE" USING PARM-AMBIENTE
           DISPLAY "AMBIENTE ATIVO: " PARM-AMB-NOME

           MOVE SPACES TO WS-ARQ-RENUMERACOES
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'RENUMERACOES.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-RENUMERACOES
           MOVE SPACES TO WS-ARQ-CHECKPOINT
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'RENUMERACAO_CHECKPOINT.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-CHECKPOINT
           MOVE SPACES TO WS-ARQ-PRODUTOS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'PRODUTOS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-PRODUTOS
           MOVE SPACES TO WS-ARQ-MOVIMENTO
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'MOVIMENTO.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-MOVIMENTO
           MOVE SPACES TO WS-ARQ-FATURASLINHAS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'FATURASLINHAS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-FATURASLINHAS
           MOVE SPACES TO WS-ARQ-CUSTOHIST
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'CUSTOHIST.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-CUSTOHIST
           MOVE SPACES TO WS-ARQ-RASTROLOTES
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'RASTROLOTES.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-RASTROLOTES
           MOVE SPACES TO WS-ARQ-VENDASPERDIDAS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'VENDASPERDIDAS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-VENDASPERDIDAS
           MOVE SPACES TO WS-ARQ-HISTSERIE
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'HISTSERIE.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-HISTSERIE
           MOVE SPACES TO WS-ARQ-SALDOSPERIODO
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'SALDOSPERIODO.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-SALDOSPERIODO
           MOVE SPACES TO WS-ARQ-SUBSTITUICOES
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'SUBSTITUICOES.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-SUBSTITUICOES
           MOVE SPACES TO WS-ARQ-TRANSITO
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'TRANSITO.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-TRANSITO
           MOVE SPACES TO WS-ARQ-INSPECOES
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'INSPECOES.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-INSPECOES
           MOVE SPACES TO WS-ARQ-CAMPANHAS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'CAMPANHAS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-CAMPANHAS
           MOVE SPACES TO WS-ARQ-ORDENSMONTAGEM
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'ORDENSMONTAGEM.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-ORDENSMONTAGEM
           MOVE SPACES TO WS-ARQ-PEDIDOSVENDA
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'PEDIDOSVENDA.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-PEDIDOSVENDA
           MOVE SPACES TO WS-ARQ-ORDENSCOMPRA
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'ORDENSCOMPRA.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-ORDENSCOMPRA
           MOVE SPACES TO WS-ARQ-PEDIDOSPROGRAMADOS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'PEDIDOSPROGRAMADOS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-PEDIDOSPROGRAMADOS
           MOVE SPACES TO WS-ARQ-COTACOES
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'COTACOES.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-COTACOES
           MOVE SPACES TO WS-ARQ-ACORDOSCOMPRA
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'ACORDOSCOMPRA.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-ACORDOSCOMPRA
           MOVE SPACES TO WS-ARQ-DEVOLUCOES
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'DEVOLUCOES.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-DEVOLUCOES
           MOVE SPACES TO WS-ARQ-DEVOLUCOESFORN
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'DEVOLUCOESFORN.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-DEVOLUCOESFORN
           MOVE SPACES TO WS-ARQ-ENTREGAS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'ENTREGAS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-ENTREGAS
           MOVE SPACES TO WS-ARQ-SALDOSDEPOSITO
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'SALDOSDEPOSITO.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-SALDOSDEPOSITO
           MOVE SPACES TO WS-ARQ-SALDOSENDERECO
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'SALDOSENDERECO.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-SALDOSENDERECO
           MOVE SPACES TO WS-ARQ-LOTESESTOQUE
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'LOTESESTOQUE.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-LOTESESTOQUE
           MOVE SPACES TO WS-ARQ-BACKORDERS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'BACKORDERS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-BACKORDERS
           MOVE SPACES TO WS-ARQ-NIVEISDEPOSITO
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'NIVEISDEPOSITO.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-NIVEISDEPOSITO
           MOVE SPACES TO WS-ARQ-PRECOSCLIENTE
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'PRECOSCLIENTE.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-PRECOSCLIENTE
           MOVE SPACES TO WS-ARQ-PRECOSFUTUROS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'PRECOSFUTUROS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-PRECOSFUTUROS
           MOVE SPACES TO WS-ARQ-FONTESPRODUTO
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'FONTESPRODUTO.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-FONTESPRODUTO
           MOVE SPACES TO WS-ARQ-COTACOESFORN
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'COTACOESFORN.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-COTACOESFORN
           MOVE SPACES TO WS-ARQ-RECOMENDACOESPONTO
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'RECOMENDACOESPONTO.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-RECOMENDACOESPONTO
           MOVE SPACES TO WS-ARQ-SUBSTITUTOS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'SUBSTITUTOS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-SUBSTITUTOS
           MOVE SPACES TO WS-ARQ-KITS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'KITS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-KITS
           MOVE SPACES TO WS-ARQ-NUMEROSSERIE
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'NUMEROSSERIE.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-NUMEROSSERIE
           MOVE SPACES TO WS-ARQ-CAMADASCUSTO
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'CAMADASCUSTO.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-CAMADASCUSTO
           MOVE SPACES TO WS-ARQ-AUDITORIA
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'AUDITORIA.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-AUDITORIA.

       END PROGRAM RENUMERA-PRODUTO.
