       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRAVA-CONFIRMACAO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFIRMACOES ASSIGN TO WS-ARQ-PENDENTES
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS.

           SELECT PENDENTES-NOVO ASSIGN TO WS-ARQ-PENDENTES-NOVO
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-NOV.

           SELECT ARQUIVO-CLIENTE ASSIGN TO WS-ARQ-CONFIRMACAO
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-ARQ.

           SELECT PEDIDOS-CONFIRMADOS ASSIGN TO
               WS-ARQ-PEDIDOSCONFIRMADOS
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS NUM-PEDIDO-PCF
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-PCF.
       DATA DIVISION.
       FILE SECTION.
       FD CONFIRMACOES.
           COPY CONFIRMAPEDIDO.

       FD PENDENTES-NOVO.
       01 LINHA-PENDENTE      PIC X(114).

       FD ARQUIVO-CLIENTE.
       01 LINHA-CONFIRMACAO   PIC X(114).

       FD PEDIDOS-CONFIRMADOS.
           COPY PEDIDOCONFIRMADO.
       WORKING-STORAGE SECTION.
           COPY AMBIENTE.
           COPY CTLINTERFACE.
           COPY PARMINTERFACE.
       77 WS-ARQ-CONFIRMACAO     PIC X(60) VALUE SPACES.
       77 WS-ARQ-PEDIDOSCONFIRMADOS PIC X(60) VALUE SPACES.
       77 WS-ARQ-PENDENTES       PIC X(60) VALUE SPACES.
       77 WS-ARQ-PENDENTES-NOVO  PIC X(60) VALUE SPACES.
       77 WS-FS              PIC 99 VALUE 0.
       77 WS-FS-PCF           PIC 99 VALUE 0.
       77 WS-FS-NOV           PIC 99 VALUE 0.
       77 WS-FS-ARQ           PIC 99 VALUE 0.
       77 WS-EOF              PIC 99 VALUE 0.
       77 WS-RETORNO          PIC 9(04) VALUE 0.
       77 WS-CLIENTE          PIC 9(05) VALUE 0.
       77 WS-SEQ              PIC 9(04) VALUE 0.
       77 WS-QTDE-CLI         PIC 9(04) VALUE 0.
       77 WS-IDX-CLI          PIC 9(04) VALUE 0.
       77 WS-ENCONTRADO       PIC A VALUE 'N'.
       77 WS-RETER            PIC A VALUE 'N'.
       77 WS-SEQ-INTERFACE    PIC 9(06) VALUE 0.
       77 WS-LINHAS-CLI       PIC 9(07) VALUE 0.
       77 WS-HASH-QTDE        PIC 9(14) VALUE 0.

       01 WS-TABELA-CLIENTES.
           03 WS-CLIENTE-OCORR OCCURS 500 TIMES
                   INDEXED BY WS-IDX.
               05 WS-COD-CLIENTE-TAB      PIC 9(05).
               05 WS-ENVIADO-TAB          PIC X.
       LINKAGE SECTION.
           COPY PARMCONFIRMACAO.
       PROCEDURE DIVISION USING PARM-CONFIRMACAO.
       MAIN-PROCEDURE.
           CALL "CONFIG-AMBIENTE" USING PARM-AMBIENTE
           MOVE 0 TO PARM-CNF-RETORNO

           MOVE SPACES TO WS-ARQ-PEDIDOSCONFIRMADOS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'PEDIDOSCONFIRMADOS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-PEDIDOSCONFIRMADOS

           MOVE SPACES TO WS-ARQ-PENDENTES
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'CONFPENDENTES.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-PENDENTES

           MOVE SPACES TO WS-ARQ-PENDENTES-NOVO
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'CONFPENDENTES.NEW' DELIMITED BY SIZE
               INTO WS-ARQ-PENDENTES-NOVO

           IF PARM-CNF-ACAO EQUAL 'F'
               PERFORM 4000-ENVIAR-CONFIRMACOES
           ELSE
               IF PARM-CNF-ACAO EQUAL 'S'
                   PERFORM 2000-LOCALIZAR-PEDIDO
               ELSE
                   MOVE PARM-CNF-CLIENTE TO WS-CLIENTE
                   MOVE PARM-CNF-SEQ TO WS-SEQ

                   IF PARM-CNF-PEDIDO NOT EQUAL 0
                       PERFORM 1000-REGISTRAR-PEDIDO
                   END-IF
               END-IF

               IF PARM-CNF-RETORNO EQUAL 0
                   PERFORM 3000-GRAVAR-CONFIRMACAO
               END-IF
           END-IF

           GOBACK.

      * An order is registered once, with its first line; the
      * duplicate-key answer of the following lines is expected.
       1000-REGISTRAR-PEDIDO.
           OPEN I-O PEDIDOS-CONFIRMADOS

           IF WS-FS-PCF EQUAL 35
               OPEN OUTPUT PEDIDOS-CONFIRMADOS
               IF WS-FS-PCF EQUAL ZEROS
                   CLOSE PEDIDOS-CONFIRMADOS
                   OPEN I-O PEDIDOS-CONFIRMADOS
               END-IF
           END-IF

           IF WS-FS-PCF NOT EQUAL ZEROS
               MOVE WS-FS-PCF TO PARM-CNF-RETORNO
           ELSE
               MOVE PARM-CNF-PEDIDO TO NUM-PEDIDO-PCF
               MOVE PARM-CNF-CLIENTE TO COD-CLIENTE-PCF
               MOVE PARM-CNF-SEQ TO SEQ-LOTE-PCF
               MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-CARGA-PCF

               WRITE REG-PEDIDO-CONFIRMADO

               IF WS-FS-PCF NOT EQUAL ZEROS
               AND WS-FS-PCF NOT EQUAL 22
                   MOVE WS-FS-PCF TO PARM-CNF-RETORNO
               END-IF

               CLOSE PEDIDOS-CONFIRMADOS
           END-IF.

       2000-LOCALIZAR-PEDIDO.
           MOVE 0 TO PARM-CNF-LINHA

           OPEN INPUT PEDIDOS-CONFIRMADOS

           IF WS-FS-PCF NOT EQUAL ZEROS
               MOVE 23 TO PARM-CNF-RETORNO
           ELSE
               MOVE PARM-CNF-PEDIDO TO NUM-PEDIDO-PCF

               READ PEDIDOS-CONFIRMADOS
                   INVALID KEY
                       MOVE 23 TO PARM-CNF-RETORNO
                   NOT INVALID KEY
                       MOVE COD-CLIENTE-PCF TO WS-CLIENTE
                       MOVE SEQ-LOTE-PCF TO WS-SEQ
               END-READ

               CLOSE PEDIDOS-CONFIRMADOS
           END-IF.

      * Lines wait on CONFPENDENTES.TXT until the calling program
      * closes its load or its session with ACAO 'F'.
       3000-GRAVAR-CONFIRMACAO.
           OPEN EXTEND CONFIRMACOES

           IF WS-FS EQUAL 35
               OPEN OUTPUT CONFIRMACOES
           END-IF

           IF WS-FS NOT EQUAL ZEROS
               MOVE WS-FS TO PARM-CNF-RETORNO
           ELSE
               IF PARM-CNF-ACAO EQUAL 'S'
                   MOVE 'S' TO CNF-TIPO-REGISTRO
               ELSE
                   MOVE 'C' TO CNF-TIPO-REGISTRO
               END-IF

               MOVE WS-SEQ TO CNF-SEQ-PEDIDO
               MOVE PARM-CNF-LINHA TO CNF-NUM-LINHA
               MOVE WS-CLIENTE TO CNF-COD-CLIENTE
               MOVE PARM-CNF-PEDIDO TO CNF-NUM-PEDIDO
               MOVE PARM-CNF-PRODUTO TO CNF-COD-PRODUTO
               MOVE PARM-CNF-QTDE-SOLICITADA TO CNF-QTDE-SOLICITADA
               MOVE PARM-CNF-QTDE-CONFIRMADA TO CNF-QTDE-CONFIRMADA
               MOVE PARM-CNF-PRECO TO CNF-PRECO-UNITARIO
               MOVE PARM-CNF-DATA-PREVISTA TO CNF-DATA-PREVISTA
               MOVE PARM-CNF-SITUACAO TO CNF-SITUACAO
               MOVE PARM-CNF-MOTIVO TO CNF-MOTIVO
               MOVE FUNCTION CURRENT-DATE(1:14) TO CNF-DATA-HORA

               WRITE REG-CONFIRMACAO-PEDIDO

               IF WS-FS NOT EQUAL ZEROS
                   MOVE WS-FS TO PARM-CNF-RETORNO
               END-IF

               CLOSE CONFIRMACOES
           END-IF.

      ******************************************************************
      * Everything waiting on CONFPENDENTES.TXT goes out as one
      * complete CONFPEDIDOnnnnn.TXT per customer, between a HDR and a
      * TRL, and is logged on the interface register. A customer whose
      * file cannot be numbered or created keeps its lines waiting for
      * the next ACAO 'F'.
      ******************************************************************
       4000-ENVIAR-CONFIRMACOES.
           MOVE 0 TO WS-QTDE-CLI
           MOVE 'N' TO WS-RETER

           OPEN INPUT CONFIRMACOES

           IF WS-FS EQUAL 35
               CONTINUE
           ELSE
               IF WS-FS NOT EQUAL ZEROS
                   MOVE WS-FS TO PARM-CNF-RETORNO
               ELSE
                   PERFORM 4100-LEVANTAR-CLIENTES
                   CLOSE CONFIRMACOES

                   PERFORM VARYING WS-IDX-CLI FROM 1 BY 1
                           UNTIL WS-IDX-CLI GREATER WS-QTDE-CLI
                       PERFORM 4200-GERAR-ARQUIVO-CLIENTE
                   END-PERFORM

                   PERFORM 4300-RETER-PENDENTES
               END-IF
           END-IF.

       4100-LEVANTAR-CLIENTES.
           MOVE 0 TO WS-EOF

           PERFORM UNTIL WS-EOF EQUAL 1
               READ CONFIRMACOES
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM 4110-ANOTAR-CLIENTE
               END-READ
           END-PERFORM.

       4110-ANOTAR-CLIENTE.
           MOVE 'N' TO WS-ENCONTRADO
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX GREATER WS-QTDE-CLI
               IF WS-COD-CLIENTE-TAB(WS-IDX) EQUAL CNF-COD-CLIENTE
                   MOVE 'S' TO WS-ENCONTRADO
               END-IF
           END-PERFORM

           IF WS-ENCONTRADO EQUAL 'N'
               IF WS-QTDE-CLI GREATER OR EQUAL 500
                   MOVE 'S' TO WS-RETER
               ELSE
                   ADD 1 TO WS-QTDE-CLI
                   MOVE CNF-COD-CLIENTE TO
                       WS-COD-CLIENTE-TAB(WS-QTDE-CLI)
                   MOVE 'N' TO WS-ENVIADO-TAB(WS-QTDE-CLI)
               END-IF
           END-IF.

       4200-GERAR-ARQUIVO-CLIENTE.
           MOVE WS-COD-CLIENTE-TAB(WS-IDX-CLI) TO WS-CLIENTE

           MOVE SPACES TO WS-ARQ-CONFIRMACAO
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'CONFPEDIDO' WS-CLIENTE '.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-CONFIRMACAO

           MOVE 'U' TO PARM-INT-ACAO
           MOVE "CONFPEDIDO" TO PARM-INT-ARQUIVO
           MOVE WS-CLIENTE TO PARM-INT-PARCEIRO
           CALL "REGISTRA-INTERFACE" USING PARM-INTERFACE

           IF PARM-INT-RETORNO NOT EQUAL ZEROS
               MOVE PARM-INT-RETORNO TO PARM-CNF-RETORNO
               MOVE 'S' TO WS-RETER
           ELSE
               COMPUTE WS-SEQ-INTERFACE = PARM-INT-ULTIMA-SEQ + 1

               OPEN INPUT CONFIRMACOES
               OPEN OUTPUT ARQUIVO-CLIENTE

               IF WS-FS NOT EQUAL ZEROS
               OR WS-FS-ARQ NOT EQUAL ZEROS
                   IF WS-FS NOT EQUAL ZEROS
                       MOVE WS-FS TO PARM-CNF-RETORNO
                   ELSE
                       MOVE WS-FS-ARQ TO PARM-CNF-RETORNO
                       CLOSE CONFIRMACOES
                   END-IF
                   MOVE 'S' TO WS-RETER
               ELSE
                   MOVE 0 TO WS-LINHAS-CLI
                   MOVE 0 TO WS-HASH-QTDE

                   PERFORM 4210-GRAVAR-CONTROLE-INICIO
                   PERFORM 4220-COPIAR-CONFIRMACOES
                   PERFORM 4230-GRAVAR-CONTROLE-FIM

                   CLOSE ARQUIVO-CLIENTE
                   CLOSE CONFIRMACOES
                   MOVE 'S' TO WS-ENVIADO-TAB(WS-IDX-CLI)

                   PERFORM 4240-REGISTRAR-INTERFACE
               END-IF
           END-IF.

       4210-GRAVAR-CONTROLE-INICIO.
           MOVE SPACES TO REG-CONTROLE-INTERFACE
           MOVE 'HDR' TO CTL-TIPO
           MOVE "SEDE" TO CTL-REMETENTE
           MOVE FUNCTION CURRENT-DATE(1:8) TO CTL-DATA
           MOVE WS-SEQ-INTERFACE TO CTL-SEQUENCIA
           MOVE REG-CONTROLE-INTERFACE TO LINHA-CONFIRMACAO
           WRITE LINHA-CONFIRMACAO.

       4220-COPIAR-CONFIRMACOES.
           MOVE 0 TO WS-EOF

           PERFORM UNTIL WS-EOF EQUAL 1
               READ CONFIRMACOES
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF CNF-COD-CLIENTE EQUAL WS-CLIENTE
                           MOVE REG-CONFIRMACAO-PEDIDO TO
                               LINHA-CONFIRMACAO
                           WRITE LINHA-CONFIRMACAO
                           ADD 1 TO WS-LINHAS-CLI
                           ADD CNF-QTDE-CONFIRMADA TO WS-HASH-QTDE
                       END-IF
               END-READ
           END-PERFORM.

      * The control total of an acknowledgment file is the hash of the
      * confirmed quantities.
       4230-GRAVAR-CONTROLE-FIM.
           MOVE SPACES TO REG-CONTROLE-INTERFACE
           MOVE 'TRL' TO CTL-TIPO
           MOVE WS-LINHAS-CLI TO CTL-QTDE-REGISTROS
           MOVE WS-HASH-QTDE TO CTL-TOTAL
           MOVE REG-CONTROLE-INTERFACE TO LINHA-CONFIRMACAO
           WRITE LINHA-CONFIRMACAO.

       4240-REGISTRAR-INTERFACE.
           MOVE 'G' TO PARM-INT-ACAO
           MOVE "CONFPEDIDO" TO PARM-INT-ARQUIVO
           MOVE 'S' TO PARM-INT-SENTIDO
           MOVE WS-CLIENTE TO PARM-INT-PARCEIRO
           MOVE FUNCTION CURRENT-DATE(1:8) TO PARM-INT-DATA-ARQ
           MOVE WS-SEQ-INTERFACE TO PARM-INT-SEQUENCIA
           MOVE WS-LINHAS-CLI TO PARM-INT-QTDE
           MOVE WS-HASH-QTDE TO PARM-INT-TOTAL
           MOVE 'G' TO PARM-INT-SITUACAO
           MOVE SPACES TO PARM-INT-MOTIVO
           MOVE "GRAVA-CONFIRMACAO" TO PARM-INT-PROGRAMA
           MOVE WS-ARQ-CONFIRMACAO TO PARM-INT-NOME-ARQ
           CALL "REGISTRA-INTERFACE" USING PARM-INTERFACE

           IF PARM-INT-RETORNO NOT EQUAL ZEROS
               DISPLAY "REGISTRO DE INTERFACES NAO ATUALIZADO - FILE "
                   "STATUS: " PARM-INT-RETORNO
           END-IF.

      * When every customer went out the waiting file is emptied;
      * otherwise the lines of the customers left behind are copied to
      * CONFPENDENTES.NEW, which then replaces it.
       4300-RETER-PENDENTES.
           IF WS-RETER EQUAL 'N'
               OPEN OUTPUT CONFIRMACOES

               IF WS-FS NOT EQUAL ZEROS
                   DISPLAY "CONFPENDENTES.TXT NAO FOI ESVAZIADO - FILE "
                       "STATUS: " WS-FS
               ELSE
                   CLOSE CONFIRMACOES
               END-IF
           ELSE
               OPEN INPUT CONFIRMACOES
               OPEN OUTPUT PENDENTES-NOVO

               IF WS-FS NOT EQUAL ZEROS
               OR WS-FS-NOV NOT EQUAL ZEROS
                   DISPLAY "CONFPENDENTES.TXT NAO FOI DEPURADO - FILE "
                       "STATUS: " WS-FS " / " WS-FS-NOV

                   IF WS-FS EQUAL ZEROS
                       CLOSE CONFIRMACOES
                   END-IF

                   IF WS-FS-NOV EQUAL ZEROS
                       CLOSE PENDENTES-NOVO
                   END-IF
               ELSE
                   MOVE 0 TO WS-EOF

                   PERFORM UNTIL WS-EOF EQUAL 1
                       READ CONFIRMACOES
                           AT END
                               MOVE 1 TO WS-EOF
                           NOT AT END
                               PERFORM 4310-RETER-LINHA
                       END-READ
                   END-PERFORM

                   CLOSE CONFIRMACOES
                   CLOSE PENDENTES-NOVO

                   CALL "CBL_DELETE_FILE" USING WS-ARQ-PENDENTES
                       RETURNING WS-RETORNO

                   CALL "CBL_RENAME_FILE" USING WS-ARQ-PENDENTES-NOVO
                       WS-ARQ-PENDENTES
                       RETURNING WS-RETORNO

                   IF WS-RETORNO NOT EQUAL ZEROS
                       DISPLAY "NAO FOI POSSIVEL SUBSTITUIR CONFPENDEN"
      -                    "TES.TXT - RENOMEIE CONFPENDENTES.NEW MANUA"
      -                    "LMENTE"
                   END-IF
               END-IF
           END-IF.

       4310-RETER-LINHA.
           MOVE 'N' TO WS-ENCONTRADO
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX GREATER WS-QTDE-CLI
               IF WS-COD-CLIENTE-TAB(WS-IDX) EQUAL CNF-COD-CLIENTE
               AND WS-ENVIADO-TAB(WS-IDX) EQUAL 'S'
                   MOVE 'S' TO WS-ENCONTRADO
               END-IF
           END-PERFORM

           IF WS-ENCONTRADO EQUAL 'N'
               MOVE REG-CONFIRMACAO-PEDIDO TO LINHA-PENDENTE
               WRITE LINHA-PENDENTE
           END-IF.

       END PROGRAM GRAVA-CONFIRMACAO.
