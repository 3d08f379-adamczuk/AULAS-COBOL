       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDEM-SERVICO-FROTA.
       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDENS ASSIGN TO WS-ARQ-ORDENSSERVICO
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS NUM-OS
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS.

           SELECT PECAS ASSIGN TO WS-ARQ-OSPECAS
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-PC.

           SELECT VEICULOS ASSIGN TO WS-ARQ-VEICULOS
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS COD-VEICULO-V
           FILE STATUS IS WS-FS-VEI.

           SELECT PLANOS ASSIGN TO WS-ARQ-PLANOSMANUT
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS CHAVE-PLANO-MAN
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-PM.

           SELECT PRODUTOS ASSIGN TO WS-ARQ-PRODUTOS
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS COD-PRODUTO
           ALTERNATE RECORD KEY IS EAN-PRODUTO
           ALTERNATE RECORD KEY IS NOME-PRODUTO
               WITH DUPLICATES
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-PROD.

           SELECT MOVIMENTO ASSIGN TO WS-ARQ-MOVIMENTO
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-MOV.

           SELECT FORNECEDORES ASSIGN TO WS-ARQ-FORNECEDORES
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS COD-FORNECEDOR
           FILE STATUS IS WS-FS-FOR.
       DATA DIVISION.
       FILE SECTION.
       FD ORDENS.
           COPY ORDEMSERVICO.

       FD PECAS.
           COPY OSPECA.

       FD VEICULOS.
           COPY VEICULO.

       FD PLANOS.
           COPY PLANOMANUT.

       FD PRODUTOS.
           COPY PRODUTO.

       FD MOVIMENTO.
           COPY MOVPRODUTO.

       FD FORNECEDORES.
           COPY FORNECEDOR.
       WORKING-STORAGE SECTION.
           COPY FSTATUS.
           COPY AMBIENTE.
           COPY PARMSESSAO.
           COPY PARMNUMERO.
           COPY PARMSALDODEP.
           COPY PARMCAIXA.
           COPY PARMLANCAMENTO.
       77 WS-ARQ-ORDENSSERVICO   PIC X(60) VALUE SPACES.
       77 WS-ARQ-OSPECAS         PIC X(60) VALUE SPACES.
       77 WS-ARQ-VEICULOS        PIC X(60) VALUE SPACES.
       77 WS-ARQ-PLANOSMANUT     PIC X(60) VALUE SPACES.
       77 WS-ARQ-PRODUTOS        PIC X(60) VALUE SPACES.
       77 WS-ARQ-MOVIMENTO       PIC X(60) VALUE SPACES.
       77 WS-ARQ-FORNECEDORES    PIC X(60) VALUE SPACES.
       77 WS-FS              PIC 99 VALUE 0.
       77 WS-FS-PC            PIC 99 VALUE 0.
       77 WS-FS-VEI           PIC 99 VALUE 0.
       77 WS-FS-PM            PIC 99 VALUE 0.
       77 WS-FS-PROD          PIC 99 VALUE 0.
       77 WS-FS-MOV           PIC 99 VALUE 0.
       77 WS-FS-FOR           PIC 99 VALUE 0.
       77 CONTROLE           PIC A VALUE SPACES.
       77 WS-OPCAO            PIC 9 VALUE 0.
       77 WS-EOF              PIC 99 VALUE 0.
       77 WS-DATA-HOJE        PIC 9(08) VALUE 0.
       77 WS-OS-INF           PIC 9(06) VALUE 0.
       77 WS-OS-ACHADA        PIC A VALUE 'N'.
       77 WS-PRODUTO-INF      PIC 9(05) VALUE 0.
       77 WS-QTDE-INF         PIC 9(09) VALUE 0.
       77 WS-DISPONIVEL       PIC S9(09) VALUE 0.
       77 WS-VALOR-PECA       PIC 9(09)V99 VALUE 0.
       77 WS-QTDE-PECAS       PIC 9(05) VALUE 0.
       77 WS-CONFIRMA         PIC A VALUE SPACES.
       77 WS-DESPESA-OK       PIC A VALUE 'N'.
       77 WS-TOTAL-OS         PIC 9(09)V99 VALUE 0.
       77 MASC-VALOR          PIC ZZ.ZZZ.ZZ9,99.
       77 MASC-HORAS          PIC ZZ9,9.

       PROCEDURE DIVISION.
      ******************************************************************
      * Fleet maintenance work orders. A service is opened as a work
      * order for a vehicle and service type, parts are issued to it
      * from stock (PRODUTOS, deposito 01) as 'S' movements with
      * motivo MF, which CONTABILIZA-ESTOQUE posts to maintenance
      * expense on the fleet cost center, and it is closed with the
      * labour and the external workshop's invoice. The workshop is
      * paid on the spot like the other fleet expenses: cash book
      * first, then 46000 MANUTENCAO DA FROTA on the work order's
      * cost center. Closing resets the vehicle's maintenance plan
      * for the service to the work order's odometer. The fleet's own
      * labour is recorded for costing only; wages are expensed when
      * paid.
      ******************************************************************
       MAIN-PROCEDURE.
           PERFORM 0950-RESOLVER-AMBIENTE
           PERFORM 0900-LER-SESSAO
           DISPLAY "ORDENS DE SERVICO DA FROTA"

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE

           OPEN I-O ORDENS

           IF WS-FS EQUAL 35
               OPEN OUTPUT ORDENS
               IF WS-FS EQUAL ZEROS
                   CLOSE ORDENS
                   OPEN I-O ORDENS
               END-IF
           END-IF

           OPEN INPUT VEICULOS

           IF WS-FS NOT EQUAL ZEROS
           OR WS-FS-VEI NOT EQUAL ZEROS
               MOVE WS-FS TO WS-FS-CODIGO-BUSCA
               PERFORM 9000-TRADUZIR-FS-STATUS
               DISPLAY "NAO FOI POSSIVEL ABRIR OS ARQUIVOS"
               DISPLAY "ORDENS: " WS-FS " - " WS-FS-MENSAGEM
                   "  VEICULOS: " WS-FS-VEI
           ELSE
               PERFORM UNTIL CONTROLE EQUAL 'N'
                   DISPLAY "1 - ABRIR ORDEM DE SERVICO"
                   DISPLAY "2 - REQUISITAR PECAS DO ESTOQUE"
                   DISPLAY "3 - FECHAR ORDEM DE SERVICO"
                   DISPLAY "4 - CANCELAR ORDEM DE SERVICO"
                   DISPLAY "5 - CONSULTAR ORDEM DE SERVICO"
                   DISPLAY "6 - LISTAR ORDENS EM ABERTO"
                   ACCEPT WS-OPCAO

                   EVALUATE WS-OPCAO
                       WHEN 1
                           PERFORM 2000-ABRIR-ORDEM
                       WHEN 2
                           PERFORM 3000-REQUISITAR-PECAS
                       WHEN 3
                           PERFORM 4000-FECHAR-ORDEM
                       WHEN 4
                           PERFORM 5000-CANCELAR-ORDEM
                       WHEN 5
                           PERFORM 6000-CONSULTAR-ORDEM
                       WHEN 6
                           PERFORM 7000-LISTAR-ABERTAS
                       WHEN OTHER
                           DISPLAY "OPCAO INVALIDA"
                   END-EVALUATE

                   DISPLAY "DESEJA REALIZAR OUTRA OPERACAO?"
                   DISPLAY "DIGITE N PARA NAO"
                   ACCEPT CONTROLE
               END-PERFORM
           END-IF

           IF WS-FS EQUAL ZEROS
               CLOSE ORDENS
           END-IF

           IF WS-FS-VEI EQUAL ZEROS
               CLOSE VEICULOS
           END-IF

           GOBACK.

       2000-ABRIR-ORDEM.
           INITIALIZE REG-ORDEM-SERVICO

           DISPLAY "INFORME O CODIGO DO VEICULO"
           ACCEPT COD-VEICULO-OS

           MOVE COD-VEICULO-OS TO COD-VEICULO-V

           READ VEICULOS
               INVALID KEY
                   DISPLAY "VEICULO NAO CADASTRADO: " COD-VEICULO-OS
               NOT INVALID KEY
                   DISPLAY "VEICULO: " PLACA-VEICULO " - "
                       DESCRICAO-VEICULO
                   DISPLAY "ODOMETRO ATUAL: " ODOMETRO-VEICULO
                   PERFORM 2100-DADOS-DA-ORDEM
           END-READ.

       2100-DADOS-DA-ORDEM.
           DISPLAY "INFORME O TIPO DE SERVICO (ATE 10 LETRAS)"
           ACCEPT TIPO-SERVICO-OS

           PERFORM 2200-MOSTRAR-PLANO

           DISPLAY "INFORME A DESCRICAO DO SERVICO"
           ACCEPT DESCRICAO-OS
           DISPLAY "INFORME O ODOMETRO NA ENTRADA (0 = ATUAL)"
           ACCEPT ODOMETRO-OS

           IF ODOMETRO-OS EQUAL 0
               MOVE ODOMETRO-VEICULO TO ODOMETRO-OS
           END-IF

           MOVE 300 TO CENTRO-CUSTO-OS
           IF CENTRO-CUSTO-VEICULO IS NUMERIC
           AND CENTRO-CUSTO-VEICULO GREATER 0
               MOVE CENTRO-CUSTO-VEICULO TO CENTRO-CUSTO-OS
           END-IF

           MOVE "ORDEMSERVICO" TO PARM-SERIE
           CALL "PROXIMO-NUMERO" USING PARM-PROXIMO-NUMERO

           IF PARM-RETORNO NOT EQUAL ZEROS
               DISPLAY "NAO FOI POSSIVEL NUMERAR A ORDEM - FILE STATU"
      -            "S: " PARM-RETORNO
           ELSE
               MOVE PARM-NUMERO TO NUM-OS
               MOVE WS-DATA-HOJE TO DATA-ABERTURA-OS
               MOVE 0 TO DATA-FECHAMENTO-OS
               MOVE SPACES TO NOTA-OFICINA-OS
               MOVE 'A' TO STATUS-OS
               MOVE PARM-SES-OPERADOR TO OPERADOR-ABERTURA-OS
               MOVE 0 TO OPERADOR-FECHAMENTO-OS

               WRITE REG-ORDEM-SERVICO

               IF WS-FS NOT EQUAL ZEROS
                   DISPLAY "NAO FOI POSSIVEL GRAVAR A ORDEM - FILE ST"
      -                "ATUS: " WS-FS
               ELSE
                   DISPLAY "ORDEM DE SERVICO " NUM-OS " ABERTA"
               END-IF
           END-IF.

       2200-MOSTRAR-PLANO.
           OPEN INPUT PLANOS

           IF WS-FS-PM NOT EQUAL ZEROS
               DISPLAY "(SEM PLANOS DE MANUTENCAO)"
           ELSE
               MOVE COD-VEICULO-OS TO COD-VEICULO-PM
               MOVE TIPO-SERVICO-OS TO TIPO-SERVICO-PM

               READ PLANOS
                   INVALID KEY
                       DISPLAY "SERVICO SEM PLANO PREVENTIVO - ORDEM "
                           "CORRETIVA"
                   NOT INVALID KEY
                       DISPLAY "PLANO: A CADA " INTERVALO-KM-PM
                           " KM - ULTIMO SERVICO A "
                           ODOMETRO-ULT-PM " KM"
               END-READ

               CLOSE PLANOS
           END-IF.

       2500-LOCALIZAR-ORDEM.
           MOVE 'N' TO WS-OS-ACHADA

           DISPLAY "INFORME O NUMERO DA ORDEM DE SERVICO"
           ACCEPT WS-OS-INF

           MOVE WS-OS-INF TO NUM-OS

           READ ORDENS
               INVALID KEY
                   DISPLAY "ORDEM DE SERVICO NAO ENCONTRADA"
                   MOVE 0 TO WS-FS
               NOT INVALID KEY
                   MOVE 'S' TO WS-OS-ACHADA
                   DISPLAY "VEICULO " COD-VEICULO-OS "  SERVICO "
                       TIPO-SERVICO-OS "  ABERTA EM " DATA-ABERTURA-OS
                       "  SITUACAO " STATUS-OS
           END-READ.

      ******************************************************************
      * Parts come out of deposito 01 at the product's average cost,
      * only from stock not reserved for sales orders. Each part is a
      * product rewrite, an 'S' movement with motivo MF, the deposit
      * balance and a line on OSPECAS.TXT, then the work order total.
      ******************************************************************
       3000-REQUISITAR-PECAS.
           PERFORM 2500-LOCALIZAR-ORDEM

           IF WS-OS-ACHADA EQUAL 'S'
               IF NOT OS-ABERTA
                   DISPLAY "ORDEM NAO ESTA ABERTA - PECAS NAO REQUISI"
      -                "TADAS"
               ELSE
                   OPEN I-O PRODUTOS

                   IF WS-FS-PROD NOT EQUAL ZEROS
                       DISPLAY "NAO FOI POSSIVEL ABRIR O ARQUIVO DE P"
      -                    "RODUTOS - FILE STATUS: " WS-FS-PROD
                   ELSE
                       MOVE 0 TO WS-QTDE-PECAS
                       MOVE 1 TO WS-PRODUTO-INF
                       PERFORM UNTIL WS-PRODUTO-INF EQUAL 0
                           DISPLAY "INFORME O CODIGO DA PECA (0 PARA "
                               "ENCERRAR)"
                           ACCEPT WS-PRODUTO-INF

                           IF WS-PRODUTO-INF NOT EQUAL 0
                               PERFORM 3100-BAIXAR-PECA
                           END-IF
                       END-PERFORM

                       CLOSE PRODUTOS

                       IF WS-QTDE-PECAS GREATER 0
                           REWRITE REG-ORDEM-SERVICO

                           IF WS-FS NOT EQUAL ZEROS
                               DISPLAY "TOTAL DE PECAS DA ORDEM NAO A"
      -                            "TUALIZADO - FILE STATUS: " WS-FS
                           END-IF

                           MOVE VALOR-PECAS-OS TO MASC-VALOR
                           DISPLAY WS-QTDE-PECAS " PECA(S) BAIXADA(S)"
                               " - PECAS NA ORDEM: " MASC-VALOR
                       END-IF
                   END-IF
               END-IF
           END-IF.

       3100-BAIXAR-PECA.
           MOVE WS-PRODUTO-INF TO COD-PRODUTO

           READ PRODUTOS
               INVALID KEY
                   DISPLAY "PRODUTO NAO CADASTRADO: " WS-PRODUTO-INF
                   MOVE 0 TO WS-FS-PROD
               NOT INVALID KEY
                   IF PRODUTO-INATIVO
                       DISPLAY "PRODUTO INATIVO: " NOME-PRODUTO
                   ELSE
                       PERFORM 3200-INFORMAR-QUANTIDADE
                   END-IF
           END-READ.

       3200-INFORMAR-QUANTIDADE.
           COMPUTE WS-DISPONIVEL = ESTOQUE-PRODUTO
               - ESTOQUE-RESERVADO-PRODUTO

           DISPLAY NOME-PRODUTO "  DISPONIVEL: " WS-DISPONIVEL
           DISPLAY "INFORME A QUANTIDADE"
           ACCEPT WS-QTDE-INF

           IF WS-QTDE-INF EQUAL 0
               DISPLAY "QUANTIDADE ZERO - PECA IGNORADA"
           ELSE
               IF WS-QTDE-INF GREATER WS-DISPONIVEL
                   DISPLAY "ESTOQUE DISPONIVEL INSUFICIENTE - PECA NA"
      -                "O BAIXADA"
               ELSE
                   SUBTRACT WS-QTDE-INF FROM ESTOQUE-PRODUTO

                   REWRITE REG-PRODUTO

                   IF WS-FS-PROD NOT EQUAL ZEROS
                       DISPLAY "NAO FOI POSSIVEL BAIXAR O PRODUTO - F"
      -                    "ILE STATUS: " WS-FS-PROD
                   ELSE
                       PERFORM 3300-GRAVAR-MOVIMENTO
                       PERFORM 3400-GRAVAR-PECA
                   END-IF
               END-IF
           END-IF.

       3300-GRAVAR-MOVIMENTO.
           OPEN EXTEND MOVIMENTO

           IF WS-FS-MOV EQUAL 35
               OPEN OUTPUT MOVIMENTO
           END-IF

           IF WS-FS-MOV EQUAL 0
               MOVE COD-PRODUTO TO COD-PRODUTO-MOV
               MOVE 'S' TO TIPO-MOVIMENTO
               MOVE WS-QTDE-INF TO QTDE-MOVIMENTO
               MOVE WS-DATA-HOJE TO DATA-MOVIMENTO
               MOVE 1 TO COD-DEPOSITO-MOV
               MOVE "MF" TO MOTIVO-AJUSTE-MOV
               MOVE SPACES TO NUM-LOTE-MOV
               MOVE CUSTO-UNITARIO-PRODUTO TO CUSTO-UNIT-MOV
               MOVE 0 TO PRECO-UNIT-MOV
               MOVE PARM-SES-OPERADOR TO OPERADOR-MOVIMENTO
               WRITE REG-MOVIMENTO

               IF WS-FS-MOV EQUAL ZEROS
                   MOVE COD-DEPOSITO-MOV TO PARM-SD-DEPOSITO
                   MOVE COD-PRODUTO-MOV TO PARM-SD-PRODUTO
                   MOVE TIPO-MOVIMENTO TO PARM-SD-TIPO
                   MOVE QTDE-MOVIMENTO TO PARM-SD-QTDE
                   CALL "ATUALIZA-SALDO-DEP" USING PARM-SALDO-DEP
               END-IF

               CLOSE MOVIMENTO
           ELSE
               DISPLAY "NAO FOI POSSIVEL GRAVAR O MOVIMENTO - FILE ST"
      -            "ATUS: " WS-FS-MOV
           END-IF.

       3400-GRAVAR-PECA.
           COMPUTE WS-VALOR-PECA ROUNDED =
               WS-QTDE-INF * CUSTO-UNITARIO-PRODUTO
               ON SIZE ERROR
                   MOVE 0 TO WS-VALOR-PECA
           END-COMPUTE

           OPEN EXTEND PECAS

           IF WS-FS-PC EQUAL 35
               OPEN OUTPUT PECAS
           END-IF

           IF WS-FS-PC NOT EQUAL ZEROS
               DISPLAY "NAO FOI POSSIVEL GRAVAR A PECA DA ORDEM - FIL"
      -            "E STATUS: " WS-FS-PC
           ELSE
               MOVE NUM-OS TO NUM-OS-PC
               MOVE COD-VEICULO-OS TO COD-VEICULO-PC
               MOVE COD-PRODUTO TO COD-PRODUTO-PC
               MOVE WS-QTDE-INF TO QTDE-PC
               MOVE CUSTO-UNITARIO-PRODUTO TO CUSTO-UNIT-PC
               MOVE WS-VALOR-PECA TO VALOR-PC
               MOVE WS-DATA-HOJE TO DATA-PC
               MOVE PARM-SES-OPERADOR TO OPERADOR-PC
               WRITE REG-OS-PECA
               CLOSE PECAS
           END-IF

           ADD WS-VALOR-PECA TO VALOR-PECAS-OS
           ADD 1 TO WS-QTDE-PECAS

           MOVE WS-VALOR-PECA TO MASC-VALOR
           DISPLAY "PECA BAIXADA - " WS-QTDE-INF " X " NOME-PRODUTO
               " = " MASC-VALOR.

      ******************************************************************
      * The workshop invoice is paid before the work order is closed:
      * if the cash book refuses it (day closed) the order stays open
      * so the closing can be repeated once the cash book is open.
      ******************************************************************
       4000-FECHAR-ORDEM.
           PERFORM 2500-LOCALIZAR-ORDEM

           IF WS-OS-ACHADA EQUAL 'S'
               IF NOT OS-ABERTA
                   DISPLAY "ORDEM NAO ESTA ABERTA"
               ELSE
                   PERFORM 4100-DADOS-DO-FECHAMENTO

                   MOVE 'S' TO WS-DESPESA-OK
                   IF VALOR-OFICINA-OS GREATER 0
                       PERFORM 4200-PAGAR-OFICINA
                   END-IF

                   IF WS-DESPESA-OK EQUAL 'N'
                       DISPLAY "ORDEM CONTINUA ABERTA"
                   ELSE
                       MOVE 'F' TO STATUS-OS
                       MOVE PARM-SES-OPERADOR TO OPERADOR-FECHAMENTO-OS

                       REWRITE REG-ORDEM-SERVICO

                       IF WS-FS NOT EQUAL ZEROS
                           DISPLAY "NAO FOI POSSIVEL FECHAR A ORDEM -"
                               " FILE STATUS: " WS-FS
                       ELSE
                           COMPUTE WS-TOTAL-OS = VALOR-MAO-OBRA-OS
                               + VALOR-OFICINA-OS + VALOR-PECAS-OS
                           MOVE WS-TOTAL-OS TO MASC-VALOR
                           DISPLAY "ORDEM " NUM-OS " FECHADA - CUSTO "
                               "TOTAL " MASC-VALOR
                           PERFORM 4300-ZERAR-PLANO
                       END-IF
                   END-IF
               END-IF
           END-IF.

       4100-DADOS-DO-FECHAMENTO.
           DISPLAY "INFORME A DATA DE CONCLUSAO (AAAAMMDD, 0 = HOJE)"
           ACCEPT DATA-FECHAMENTO-OS

           IF DATA-FECHAMENTO-OS EQUAL 0
           OR DATA-FECHAMENTO-OS GREATER WS-DATA-HOJE
           OR DATA-FECHAMENTO-OS LESS DATA-ABERTURA-OS
               MOVE WS-DATA-HOJE TO DATA-FECHAMENTO-OS
           END-IF

           DISPLAY "INFORME AS HORAS DE MAO DE OBRA PROPRIA"
           ACCEPT HORAS-MAO-OBRA-OS
           DISPLAY "INFORME O CUSTO DA MAO DE OBRA PROPRIA"
           ACCEPT VALOR-MAO-OBRA-OS

           DISPLAY "INFORME O CODIGO DA OFICINA EXTERNA (0 = NENHUMA)"
           ACCEPT COD-OFICINA-OS

           MOVE SPACES TO NOTA-OFICINA-OS
           MOVE 0 TO VALOR-OFICINA-OS

           IF COD-OFICINA-OS NOT EQUAL 0
               OPEN INPUT FORNECEDORES

               IF WS-FS-FOR EQUAL ZEROS
                   MOVE COD-OFICINA-OS TO COD-FORNECEDOR
                   READ FORNECEDORES
                       INVALID KEY
                           DISPLAY "OFICINA NAO CADASTRADA COMO FORNE"
      -                        "CEDOR: " COD-OFICINA-OS
                       NOT INVALID KEY
                           DISPLAY "OFICINA: " NOME-FORNECEDOR
                   END-READ
                   CLOSE FORNECEDORES
               END-IF

               DISPLAY "INFORME O NUMERO DA NOTA DA OFICINA"
               ACCEPT NOTA-OFICINA-OS
               DISPLAY "INFORME O VALOR DA NOTA DA OFICINA"
               ACCEPT VALOR-OFICINA-OS
           END-IF.

       4200-PAGAR-OFICINA.
           MOVE 'N' TO WS-DESPESA-OK

           MOVE 'S' TO PARM-CX-SENTIDO
           MOVE NUM-OS TO PARM-CX-DOCUMENTO
           MOVE 'F' TO PARM-CX-TIPO-PARTE
           MOVE COD-OFICINA-OS TO PARM-CX-PARTE
           MOVE VALOR-OFICINA-OS TO PARM-CX-VALOR
           MOVE PARM-SES-OPERADOR TO PARM-CX-OPERADOR
           CALL "GRAVA-CAIXA" USING PARM-CAIXA

           IF PARM-CX-RETORNO NOT EQUAL ZEROS
               IF PARM-CX-RETORNO EQUAL 96
                   DISPLAY "CAIXA DE HOJE JA FECHADO - NOTA DA OFICIN"
      -                "A NAO PAGA"
               ELSE
                   DISPLAY "LIVRO CAIXA NAO ATUALIZADO - RETORNO: "
                       PARM-CX-RETORNO
               END-IF
           ELSE
               MOVE 'S' TO WS-DESPESA-OK

               MOVE 46000 TO PARM-LAN-DEBITO
               MOVE 11000 TO PARM-LAN-CREDITO
               MOVE VALOR-OFICINA-OS TO PARM-LAN-VALOR
               MOVE SPACES TO PARM-LAN-HISTORICO
               STRING "OS " NUM-OS " " TIPO-SERVICO-OS " NF "
                   NOTA-OFICINA-OS
                   DELIMITED BY SIZE INTO PARM-LAN-HISTORICO
               MOVE "ORDEM-SERVICO-FROTA" TO PARM-LAN-ORIGEM
               MOVE NUM-OS TO PARM-LAN-DOCUMENTO
               MOVE CENTRO-CUSTO-OS TO PARM-LAN-CENTRO-CUSTO
               MOVE 0 TO PARM-LAN-DATA
               CALL "GRAVA-LANCAMENTO" USING PARM-LANCAMENTO

               IF PARM-LAN-RETORNO NOT EQUAL ZEROS
                   DISPLAY "LANCAMENTO CONTABIL NAO GRAVADO - FILE STA"
                       "TUS: " PARM-LAN-RETORNO
               END-IF
           END-IF.

       4300-ZERAR-PLANO.
           OPEN I-O PLANOS

           IF WS-FS-PM NOT EQUAL ZEROS
               DISPLAY "(SEM PLANOS DE MANUTENCAO - NENHUM PLANO ZERA"
      -            "DO)"
           ELSE
               MOVE COD-VEICULO-OS TO COD-VEICULO-PM
               MOVE TIPO-SERVICO-OS TO TIPO-SERVICO-PM

               READ PLANOS
                   INVALID KEY
                       DISPLAY "SERVICO SEM PLANO PREVENTIVO - NENHUM"
                           " PLANO ZERADO"
                   NOT INVALID KEY
                       MOVE ODOMETRO-OS TO ODOMETRO-ULT-PM

                       REWRITE REG-PLANO-MANUT

                       IF WS-FS-PM NOT EQUAL ZEROS
                           DISPLAY "NAO FOI POSSIVEL ZERAR O PLANO - "
                               "FILE STATUS: " WS-FS-PM
                       ELSE
                           DISPLAY "PLANO ZERADO - PROXIMO SERVICO EM "
                               INTERVALO-KM-PM " KM"
                       END-IF
               END-READ

               CLOSE PLANOS
           END-IF.

      * Only an order with no parts issued can be cancelled; parts
      * already taken go back to stock through AJUSTE-ESTOQUE.
       5000-CANCELAR-ORDEM.
           PERFORM 2500-LOCALIZAR-ORDEM

           IF WS-OS-ACHADA EQUAL 'S'
               EVALUATE TRUE
                   WHEN NOT OS-ABERTA
                       DISPLAY "ORDEM NAO ESTA ABERTA"
                   WHEN VALOR-PECAS-OS GREATER 0
                       DISPLAY "ORDEM JA TEM PECAS BAIXADAS - DEVOLVER"
                           " AS PECAS PELO AJUSTE DE ESTOQUE E FECHAR"
                   WHEN OTHER
                       DISPLAY "CONFIRMA O CANCELAMENTO? (S/N)"
                       ACCEPT WS-CONFIRMA

                       IF WS-CONFIRMA EQUAL 'S'
                           MOVE 'C' TO STATUS-OS
                           MOVE WS-DATA-HOJE TO DATA-FECHAMENTO-OS
                           MOVE PARM-SES-OPERADOR TO
                               OPERADOR-FECHAMENTO-OS

                           REWRITE REG-ORDEM-SERVICO

                           IF WS-FS NOT EQUAL ZEROS
                               DISPLAY "NAO FOI POSSIVEL CANCELAR A O"
      -                            "RDEM - FILE STATUS: " WS-FS
                           ELSE
                               DISPLAY "ORDEM CANCELADA"
                           END-IF
                       END-IF
               END-EVALUATE
           END-IF.

       6000-CONSULTAR-ORDEM.
           PERFORM 2500-LOCALIZAR-ORDEM

           IF WS-OS-ACHADA EQUAL 'S'
               DISPLAY "DESCRICAO....: " DESCRICAO-OS
               DISPLAY "ODOMETRO.....: " ODOMETRO-OS
               DISPLAY "CENTRO CUSTO.: " CENTRO-CUSTO-OS

               IF NOT OS-ABERTA
                   DISPLAY "ENCERRADA EM.: " DATA-FECHAMENTO-OS
               END-IF

               MOVE HORAS-MAO-OBRA-OS TO MASC-HORAS
               MOVE VALOR-MAO-OBRA-OS TO MASC-VALOR
               DISPLAY "MAO DE OBRA..: " MASC-HORAS " H  " MASC-VALOR

               IF COD-OFICINA-OS NOT EQUAL 0
                   MOVE VALOR-OFICINA-OS TO MASC-VALOR
                   DISPLAY "OFICINA......: " COD-OFICINA-OS "  NF "
                       NOTA-OFICINA-OS "  " MASC-VALOR
               END-IF

               MOVE VALOR-PECAS-OS TO MASC-VALOR
               DISPLAY "PECAS........: " MASC-VALOR

               PERFORM 6100-LISTAR-PECAS
           END-IF.

       6100-LISTAR-PECAS.
           MOVE 0 TO WS-EOF

           OPEN INPUT PECAS

           IF WS-FS-PC NOT EQUAL ZEROS
               MOVE 1 TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF EQUAL 1
               READ PECAS
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF NUM-OS-PC EQUAL NUM-OS
                           MOVE VALOR-PC TO MASC-VALOR
                           DISPLAY "  PECA " COD-PRODUTO-PC "  QTDE "
                               QTDE-PC "  EM " DATA-PC "  " MASC-VALOR
                       END-IF
               END-READ
           END-PERFORM

           IF WS-FS-PC EQUAL ZEROS OR WS-FS-PC EQUAL 10
               CLOSE PECAS
           END-IF.

       7000-LISTAR-ABERTAS.
           MOVE 0 TO WS-EOF
           MOVE 0 TO NUM-OS

           START ORDENS KEY NOT LESS NUM-OS
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START

           PERFORM UNTIL WS-EOF EQUAL 1
               READ ORDENS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF OS-ABERTA
                           MOVE VALOR-PECAS-OS TO MASC-VALOR
                           DISPLAY NUM-OS "  VEICULO " COD-VEICULO-OS
                               "  " TIPO-SERVICO-OS "  DESDE "
                               DATA-ABERTURA-OS "  PECAS " MASC-VALOR
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

       0900-LER-SESSAO.
           MOVE 'L' TO PARM-SES-ACAO
           CALL "OPERADOR-SESSAO" USING PARM-SESSAO.

       0950-RESOLVER-AMBIENTE.
           CALL "CONFIG-AMBIENTE" USING PARM-AMBIENTE
           DISPLAY "AMBIENTE ATIVO: " PARM-AMB-NOME

           MOVE SPACES TO WS-ARQ-ORDENSSERVICO
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'ORDENSSERVICO.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-ORDENSSERVICO

           MOVE SPACES TO WS-ARQ-OSPECAS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'OSPECAS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-OSPECAS

           MOVE SPACES TO WS-ARQ-VEICULOS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'VEICULOS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-VEICULOS

           MOVE SPACES TO WS-ARQ-PLANOSMANUT
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'PLANOSMANUT.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-PLANOSMANUT

           MOVE SPACES TO WS-ARQ-PRODUTOS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'PRODUTOS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-PRODUTOS

           MOVE SPACES TO WS-ARQ-MOVIMENTO
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'MOVIMENTO.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-MOVIMENTO

           MOVE SPACES TO WS-ARQ-FORNECEDORES
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'FORNECEDORES.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-FORNECEDORES.

       END PROGRAM ORDEM-SERVICO-FROTA.
