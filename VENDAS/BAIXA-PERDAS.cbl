       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAIXA-PERDAS.
       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTAS ASSIGN TO WS-ARQ-CONTASRECEBER
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS NUM-FATURA-CR
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS.

           SELECT PARCELAS ASSIGN TO WS-ARQ-PARCELAS
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CHAVE-PARCELA
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-PAR.

           SELECT CONTRATOS ASSIGN TO WS-ARQ-CONTRATOS
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS NUM-CONTRATO
           FILE STATUS IS WS-FS-CTR.

           SELECT BAIXAS ASSIGN TO WS-ARQ-BAIXASPERDA
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS NUM-BAIXA
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-BXA.

           SELECT LIMITES ASSIGN TO WS-ARQ-LIMITEPERDA
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-LIM.

           SELECT LOG-EXCECOES ASSIGN TO WS-ARQ-EXCECOES
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-LOG.
       DATA DIVISION.
       FILE SECTION.
       FD CONTAS.
           COPY CONTARECEBER.

       FD PARCELAS.
           COPY PARCELA.

       FD CONTRATOS.
           COPY CONTRATO.

       FD BAIXAS.
           COPY BAIXAPERDA.

       FD LIMITES.
       01 REG-LIMITE-PERDA.
           03 IDADE-MINIMA-PERDA   PIC 9(04).
           03 LIMITE-VALOR-PERDA   PIC 9(09)V99.

       FD LOG-EXCECOES.
           COPY EXCELOG.
       WORKING-STORAGE SECTION.
           COPY FSTATUS.
           COPY PARMSESSAO.
           COPY PARMLANCAMENTO.
           COPY PARMCAIXA.
           COPY PARMNUMERO.
           COPY AMBIENTE.
       77 WS-ARQ-CONTASRECEBER   PIC X(60) VALUE SPACES.
       77 WS-ARQ-PARCELAS        PIC X(60) VALUE SPACES.
       77 WS-ARQ-CONTRATOS       PIC X(60) VALUE SPACES.
       77 WS-ARQ-BAIXASPERDA     PIC X(60) VALUE SPACES.
       77 WS-ARQ-LIMITEPERDA     PIC X(60) VALUE SPACES.
       77 WS-ARQ-EXCECOES        PIC X(60) VALUE SPACES.
       77 WS-FS              PIC 99 VALUE 0.
       77 WS-FS-PAR           PIC 99 VALUE 0.
       77 WS-FS-CTR           PIC 99 VALUE 0.
       77 WS-FS-BXA           PIC 99 VALUE 0.
       77 WS-FS-LIM           PIC 99 VALUE 0.
       77 WS-FS-LOG           PIC 99 VALUE 0.
       77 WS-LOG-CHAVE        PIC X(20) VALUE SPACES.
       77 WS-LOG-FS-VALOR     PIC 99 VALUE 0.
       77 CONTROLE           PIC A VALUE SPACES.
       77 WS-OPCAO            PIC 9 VALUE 0.
       77 WS-EOF              PIC 99 VALUE 0.
       77 WS-IDADE-MINIMA     PIC 9(04) VALUE 0.
       77 WS-LIMITE-VALOR     PIC 9(09)V99 VALUE 0.
       77 WS-DATA-HOJE        PIC 9(08) VALUE 0.
       77 WS-INT-HOJE         PIC 9(07) VALUE 0.
       77 WS-DIAS-ATRASO      PIC S9(05) VALUE 0.
       77 WS-VALOR-BAIXA      PIC 9(09)V99 VALUE 0.
       77 WS-APROVADOR        PIC 999 VALUE 0.
       77 WS-CLIENTE-BAIXA    PIC 9(05) VALUE 0.
       77 WS-CONFIRMA         PIC A VALUE SPACES.
       77 WS-PODE-BAIXAR      PIC A VALUE 'N'.
       77 WS-CANDIDATOS       PIC 9(05) VALUE 0.
       77 WS-BAIXADOS         PIC 9(05) VALUE 0.
       77 WS-TOTAL-BAIXADO    PIC 9(11)V99 VALUE 0.
       77 WS-NUM-BAIXA-INF    PIC 9(06) VALUE 0.
       77 WS-SALDO-PERDA      PIC 9(09)V99 VALUE 0.
       77 WS-VALOR-RECUPERADO PIC 9(09)V99 VALUE 0.
       77 MASC-VALOR          PIC ZZ.ZZZ.ZZ9,99.
       77 MASC-RECUPERADO     PIC ZZ.ZZZ.ZZ9,99.
       77 MASC-TOTAL          PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0950-RESOLVER-AMBIENTE
           PERFORM 0900-LER-SESSAO
           DISPLAY "BAIXA DE PERDAS COM CLIENTES"

           PERFORM 1000-LER-LIMITES

           PERFORM UNTIL CONTROLE EQUAL 'N'
               DISPLAY "1 - PARAMETRIZAR IDADE E LIMITE (SUPERVISOR)"
               DISPLAY "2 - BAIXAR TITULOS DE CONTAS A RECEBER"
               DISPLAY "3 - BAIXAR PARCELAS DE CONTRATO"
               DISPLAY "4 - REGISTRAR RECUPERACAO DE PERDA"
               DISPLAY "5 - CONSULTAR REGISTRO DE BAIXAS"
               ACCEPT WS-OPCAO

               EVALUATE WS-OPCAO
                   WHEN 1
                       PERFORM 1500-PARAMETRIZAR-LIMITES
                   WHEN 2
                       PERFORM 2000-BAIXAR-TITULOS
                   WHEN 3
                       PERFORM 3000-BAIXAR-PARCELAS
                   WHEN 4
                       PERFORM 4000-REGISTRAR-RECUPERACAO
                           THRU 4000-FIM
                   WHEN 5
                       PERFORM 6000-CONSULTAR-BAIXAS
                   WHEN OTHER
                       DISPLAY "OPCAO INVALIDA"
               END-EVALUATE

               DISPLAY "DESEJA REALIZAR OUTRA OPERACAO?"
               DISPLAY "DIGITE N PARA NAO"
               ACCEPT CONTROLE
           END-PERFORM

           GOBACK.

       1000-LER-LIMITES.
           OPEN INPUT LIMITES

           IF WS-FS-LIM EQUAL ZEROS
               READ LIMITES
                   NOT AT END
                       MOVE IDADE-MINIMA-PERDA TO WS-IDADE-MINIMA
                       MOVE LIMITE-VALOR-PERDA TO WS-LIMITE-VALOR
               END-READ
               CLOSE LIMITES
           ELSE
               MOVE 180 TO WS-IDADE-MINIMA
               MOVE 1000 TO WS-LIMITE-VALOR
               DISPLAY "SEM PARAMETRO DE BAIXA - USANDO 180 DIAS E VA"
                   "LOR 1000"
           END-IF.

       1500-PARAMETRIZAR-LIMITES.
           IF PARM-SES-NIVEL LESS 3
               DISPLAY "PARAMETRIZACAO RESTRITA AO SUPERVISOR"
           ELSE
               DISPLAY "IDADE MINIMA EM DIAS PARA BAIXA"
               ACCEPT WS-IDADE-MINIMA
               DISPLAY "VALOR ACIMA DO QUAL A BAIXA EXIGE SUPERVISOR"
               ACCEPT WS-LIMITE-VALOR

               OPEN OUTPUT LIMITES

               IF WS-FS-LIM NOT EQUAL ZEROS
                   DISPLAY "NAO FOI POSSIVEL GRAVAR OS PARAMETROS - F"
      -                "ILE STATUS: " WS-FS-LIM
               ELSE
                   MOVE WS-IDADE-MINIMA TO IDADE-MINIMA-PERDA
                   MOVE WS-LIMITE-VALOR TO LIMITE-VALOR-PERDA
                   WRITE REG-LIMITE-PERDA
                   CLOSE LIMITES
                   DISPLAY "PARAMETROS GRAVADOS"
               END-IF
           END-IF.

       2000-BAIXAR-TITULOS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           COMPUTE WS-INT-HOJE =
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
           MOVE 0 TO WS-CANDIDATOS
           MOVE 0 TO WS-BAIXADOS
           MOVE 0 TO WS-TOTAL-BAIXADO

           OPEN I-O CONTAS

           IF WS-FS NOT EQUAL ZEROS
               MOVE WS-FS TO WS-FS-CODIGO-BUSCA
               PERFORM 9000-TRADUZIR-FS-STATUS
               DISPLAY "NAO FOI POSSIVEL ABRIR O CONTAS A RECEBER"
               DISPLAY "FILE STATUS: " WS-FS " - " WS-FS-MENSAGEM
               MOVE "CONTASRECEBER.TXT" TO WS-LOG-CHAVE
               MOVE WS-FS TO WS-LOG-FS-VALOR
               PERFORM 7000-GRAVAR-LOG-EXCECAO
           ELSE
               PERFORM 5900-ABRIR-BAIXAS

               IF WS-FS-BXA NOT EQUAL ZEROS
                   DISPLAY "NAO FOI POSSIVEL ABRIR O REGISTRO DE BAIX"
      -                "AS - FILE STATUS: " WS-FS-BXA
                   MOVE "BAIXASPERDA.TXT" TO WS-LOG-CHAVE
                   MOVE WS-FS-BXA TO WS-LOG-FS-VALOR
                   PERFORM 7000-GRAVAR-LOG-EXCECAO
               ELSE
                   MOVE 0 TO WS-EOF

                   PERFORM UNTIL WS-EOF EQUAL 1
                       READ CONTAS NEXT
                           AT END
                               MOVE 1 TO WS-EOF
                           NOT AT END
                               IF CR-ABERTA
                               AND VALOR-ABERTO-CR GREATER 0
                                   PERFORM 2100-AVALIAR-TITULO
                               END-IF
                       END-READ
                   END-PERFORM

                   CLOSE BAIXAS
                   PERFORM 2900-RESUMO-BAIXAS
               END-IF

               CLOSE CONTAS
           END-IF.

       2100-AVALIAR-TITULO.
           COMPUTE WS-DIAS-ATRASO = WS-INT-HOJE -
               FUNCTION INTEGER-OF-DATE(DATA-FATURA-CR)

           IF WS-DIAS-ATRASO NOT LESS WS-IDADE-MINIMA
               ADD 1 TO WS-CANDIDATOS
               MOVE VALOR-ABERTO-CR TO WS-VALOR-BAIXA
               MOVE VALOR-ABERTO-CR TO MASC-VALOR
               DISPLAY "TITULO " NUM-FATURA-CR " CLIENTE "
                   COD-CLIENTE-CR " EMISSAO " DATA-FATURA-CR " "
                   WS-DIAS-ATRASO " DIAS  ABERTO " MASC-VALOR

               PERFORM 2500-VERIFICAR-ALCADA

               IF WS-PODE-BAIXAR EQUAL 'S'
                   DISPLAY "BAIXAR COMO PERDA? (S/N)"
                   ACCEPT WS-CONFIRMA

                   IF WS-CONFIRMA EQUAL 'S'
                       PERFORM 2200-BAIXAR-TITULO
                   END-IF
               END-IF
           END-IF.

       2200-BAIXAR-TITULO.
           PERFORM 5000-NUMERAR-BAIXA

           IF PARM-RETORNO EQUAL ZEROS
               MOVE 0 TO VALOR-ABERTO-CR
               MOVE 'B' TO STATUS-CR

               REWRITE REG-CONTA-RECEBER

               IF WS-FS NOT EQUAL ZEROS
                   DISPLAY "NAO FOI POSSIVEL BAIXAR O TITULO "
                       NUM-FATURA-CR " - FILE STATUS: " WS-FS
                   MOVE NUM-FATURA-CR TO WS-LOG-CHAVE
                   MOVE WS-FS TO WS-LOG-FS-VALOR
                   PERFORM 7000-GRAVAR-LOG-EXCECAO
                   MOVE 0 TO WS-FS
               ELSE
                   MOVE 'T' TO TIPO-BAIXA
                   MOVE NUM-FATURA-CR TO DOCUMENTO-BAIXA
                   MOVE 0 TO PARCELA-BAIXA
                   MOVE COD-CLIENTE-CR TO COD-CLIENTE-BAIXA
                   MOVE DATA-FATURA-CR TO DATA-ORIGEM-BAIXA
                   PERFORM 5100-GRAVAR-BAIXA
               END-IF
           END-IF.

       2500-VERIFICAR-ALCADA.
           MOVE 'S' TO WS-PODE-BAIXAR
           MOVE 0 TO WS-APROVADOR

           IF WS-VALOR-BAIXA GREATER WS-LIMITE-VALOR
               IF PARM-SES-NIVEL LESS 3
                   DISPLAY "VALOR ACIMA DO LIMITE - BAIXA EXIGE OPERA"
      -                "DOR SUPERVISOR"
                   MOVE 'N' TO WS-PODE-BAIXAR
               ELSE
                   MOVE PARM-SES-OPERADOR TO WS-APROVADOR
               END-IF
           END-IF.

       2900-RESUMO-BAIXAS.
           MOVE WS-TOTAL-BAIXADO TO MASC-TOTAL
           DISPLAY "ELEGIVEIS PARA BAIXA (" WS-IDADE-MINIMA
               " DIAS OU MAIS): " WS-CANDIDATOS
           DISPLAY "BAIXADOS COMO PERDA: " WS-BAIXADOS
               "  VALOR: " MASC-TOTAL.

       3000-BAIXAR-PARCELAS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           COMPUTE WS-INT-HOJE =
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
           MOVE 0 TO WS-CANDIDATOS
           MOVE 0 TO WS-BAIXADOS
           MOVE 0 TO WS-TOTAL-BAIXADO

           OPEN I-O PARCELAS

           IF WS-FS-PAR NOT EQUAL ZEROS
               MOVE WS-FS-PAR TO WS-FS-CODIGO-BUSCA
               PERFORM 9000-TRADUZIR-FS-STATUS
               DISPLAY "NAO FOI POSSIVEL ABRIR O ARQUIVO DE PARCELAS"
               DISPLAY "FILE STATUS: " WS-FS-PAR " - " WS-FS-MENSAGEM
               MOVE "PARCELAS.TXT" TO WS-LOG-CHAVE
               MOVE WS-FS-PAR TO WS-LOG-FS-VALOR
               PERFORM 7000-GRAVAR-LOG-EXCECAO
           ELSE
               OPEN INPUT CONTRATOS
               PERFORM 5900-ABRIR-BAIXAS

               IF WS-FS-BXA NOT EQUAL ZEROS
                   DISPLAY "NAO FOI POSSIVEL ABRIR O REGISTRO DE BAIX"
      -                "AS - FILE STATUS: " WS-FS-BXA
                   MOVE "BAIXASPERDA.TXT" TO WS-LOG-CHAVE
                   MOVE WS-FS-BXA TO WS-LOG-FS-VALOR
                   PERFORM 7000-GRAVAR-LOG-EXCECAO
               ELSE
                   MOVE 0 TO WS-EOF

                   PERFORM UNTIL WS-EOF EQUAL 1
                       READ PARCELAS NEXT
                           AT END
                               MOVE 1 TO WS-EOF
                           NOT AT END
                               IF NOT PARCELA-PAGA
                               AND NOT PARCELA-RENEGOCIADA
                               AND NOT PARCELA-BAIXADA-PERDA
                                   PERFORM 3100-AVALIAR-PARCELA
                               END-IF
                       END-READ
                   END-PERFORM

                   CLOSE BAIXAS
                   PERFORM 2900-RESUMO-BAIXAS
               END-IF

               CLOSE CONTRATOS
               CLOSE PARCELAS
           END-IF.

       3100-AVALIAR-PARCELA.
           COMPUTE WS-DIAS-ATRASO = WS-INT-HOJE -
               FUNCTION INTEGER-OF-DATE(DATA-VENC-PARCELA)

           IF WS-DIAS-ATRASO NOT LESS WS-IDADE-MINIMA
           AND VALOR-PAGO-PARCELA LESS VALOR-PARCELA
               ADD 1 TO WS-CANDIDATOS
               COMPUTE WS-VALOR-BAIXA =
                   VALOR-PARCELA - VALOR-PAGO-PARCELA

               MOVE 0 TO WS-CLIENTE-BAIXA
               MOVE NUM-CONTRATO-PAR TO NUM-CONTRATO
               READ CONTRATOS
                   INVALID KEY
                       MOVE 0 TO WS-FS-CTR
                   NOT INVALID KEY
                       MOVE COD-CLIENTE-CTR TO WS-CLIENTE-BAIXA
               END-READ

               MOVE WS-VALOR-BAIXA TO MASC-VALOR
               DISPLAY "CONTRATO " NUM-CONTRATO-PAR " PARCELA "
                   NUM-PARCELA " CLIENTE " WS-CLIENTE-BAIXA
                   " VENCTO " DATA-VENC-PARCELA " " WS-DIAS-ATRASO
                   " DIAS  SALDO " MASC-VALOR

               PERFORM 2500-VERIFICAR-ALCADA

               IF WS-PODE-BAIXAR EQUAL 'S'
                   DISPLAY "BAIXAR COMO PERDA? (S/N)"
                   ACCEPT WS-CONFIRMA

                   IF WS-CONFIRMA EQUAL 'S'
                       PERFORM 3200-BAIXAR-PARCELA
                   END-IF
               END-IF
           END-IF.

       3200-BAIXAR-PARCELA.
           PERFORM 5000-NUMERAR-BAIXA

           IF PARM-RETORNO EQUAL ZEROS
               MOVE 'B' TO STATUS-PARCELA

               REWRITE REG-PARCELA

               IF WS-FS-PAR NOT EQUAL ZEROS
                   DISPLAY "NAO FOI POSSIVEL BAIXAR A PARCELA "
                       NUM-CONTRATO-PAR "/" NUM-PARCELA
                       " - FILE STATUS: " WS-FS-PAR
                   MOVE CHAVE-PARCELA TO WS-LOG-CHAVE
                   MOVE WS-FS-PAR TO WS-LOG-FS-VALOR
                   PERFORM 7000-GRAVAR-LOG-EXCECAO
                   MOVE 0 TO WS-FS-PAR
               ELSE
                   MOVE 'P' TO TIPO-BAIXA
                   MOVE NUM-CONTRATO-PAR TO DOCUMENTO-BAIXA
                   MOVE NUM-PARCELA TO PARCELA-BAIXA
                   MOVE WS-CLIENTE-BAIXA TO COD-CLIENTE-BAIXA
                   MOVE DATA-VENC-PARCELA TO DATA-ORIGEM-BAIXA
                   PERFORM 5100-GRAVAR-BAIXA
               END-IF
           END-IF.

       4000-REGISTRAR-RECUPERACAO.
           MOVE SPACE TO PARM-CX-SENTIDO
           CALL "GRAVA-CAIXA" USING PARM-CAIXA

           IF PARM-CX-RETORNO EQUAL 96
               DISPLAY "DIA DE CAIXA JA FECHADO - RECEBIMENTO NAO PE"
      -            "RMITIDO HOJE"
               GO TO 4000-FIM
           END-IF

           OPEN I-O BAIXAS

           IF WS-FS-BXA NOT EQUAL ZEROS
               DISPLAY "SEM REGISTRO DE BAIXAS (FILE STATUS "
                   WS-FS-BXA ")"
               GO TO 4000-FIM
           END-IF

           DISPLAY "INFORME O NUMERO DA BAIXA"
           ACCEPT WS-NUM-BAIXA-INF
           MOVE WS-NUM-BAIXA-INF TO NUM-BAIXA

           READ BAIXAS
               INVALID KEY
                   DISPLAY "BAIXA NAO ENCONTRADA"
                   MOVE 0 TO WS-FS-BXA
                   CLOSE BAIXAS
                   GO TO 4000-FIM
           END-READ

           IF BAIXA-RECUPERADA
               DISPLAY "PERDA JA TOTALMENTE RECUPERADA"
               CLOSE BAIXAS
               GO TO 4000-FIM
           END-IF

           COMPUTE WS-SALDO-PERDA =
               VALOR-BAIXA - VALOR-RECUPERADO-BAIXA
           MOVE VALOR-BAIXA TO MASC-VALOR
           MOVE VALOR-RECUPERADO-BAIXA TO MASC-RECUPERADO
           DISPLAY "CLIENTE..........: " COD-CLIENTE-BAIXA
           DISPLAY "DOCUMENTO........: " DOCUMENTO-BAIXA "/"
               PARCELA-BAIXA
           DISPLAY "VALOR BAIXADO....: " MASC-VALOR
           DISPLAY "JA RECUPERADO....: " MASC-RECUPERADO

           DISPLAY "INFORME O VALOR RECEBIDO"
           ACCEPT WS-VALOR-RECUPERADO

           IF WS-VALOR-RECUPERADO EQUAL 0
           OR WS-VALOR-RECUPERADO GREATER WS-SALDO-PERDA
               DISPLAY "VALOR INVALIDO - DEVE SER MAIOR QUE ZERO E NO"
                   " MAXIMO O SALDO DA PERDA"
               CLOSE BAIXAS
               GO TO 4000-FIM
           END-IF

           ADD WS-VALOR-RECUPERADO TO VALOR-RECUPERADO-BAIXA
           MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-RECUPERACAO-BAIXA

           IF VALOR-RECUPERADO-BAIXA NOT LESS VALOR-BAIXA
               MOVE 'R' TO STATUS-BAIXA
           END-IF

           REWRITE REG-BAIXA-PERDA

           IF WS-FS-BXA NOT EQUAL ZEROS
               DISPLAY "NAO FOI POSSIVEL ATUALIZAR A BAIXA - FILE STA"
      -            "TUS: " WS-FS-BXA
               MOVE NUM-BAIXA TO WS-LOG-CHAVE
               MOVE WS-FS-BXA TO WS-LOG-FS-VALOR
               PERFORM 7000-GRAVAR-LOG-EXCECAO
           ELSE
               MOVE 11000 TO PARM-LAN-DEBITO
               MOVE 34000 TO PARM-LAN-CREDITO
               MOVE WS-VALOR-RECUPERADO TO PARM-LAN-VALOR
               MOVE "RECUPERACAO DE PERDA" TO PARM-LAN-HISTORICO
               MOVE "BAIXA-PERDAS" TO PARM-LAN-ORIGEM
               MOVE NUM-BAIXA TO PARM-LAN-DOCUMENTO
               CALL "GRAVA-LANCAMENTO" USING PARM-LANCAMENTO

               IF PARM-LAN-RETORNO NOT EQUAL ZEROS
                   DISPLAY "LANCAMENTO CONTABIL NAO GRAVADO - FILE ST"
      -                "ATUS: " PARM-LAN-RETORNO
               END-IF

               MOVE 'E' TO PARM-CX-SENTIDO
               MOVE NUM-BAIXA TO PARM-CX-DOCUMENTO
               MOVE 'C' TO PARM-CX-TIPO-PARTE
               MOVE COD-CLIENTE-BAIXA TO PARM-CX-PARTE
               MOVE WS-VALOR-RECUPERADO TO PARM-CX-VALOR
               MOVE PARM-SES-OPERADOR TO PARM-CX-OPERADOR
               CALL "GRAVA-CAIXA" USING PARM-CAIXA

               IF PARM-CX-RETORNO NOT EQUAL ZEROS
                   DISPLAY "LIVRO CAIXA NAO ATUALIZADO - RETORNO: "
                       PARM-CX-RETORNO
               END-IF

               DISPLAY "RECUPERACAO REGISTRADA NA BAIXA " NUM-BAIXA
           END-IF

           CLOSE BAIXAS.
       4000-FIM.
           EXIT.

       5000-NUMERAR-BAIXA.
           MOVE "BAIXAPERDA" TO PARM-SERIE
           CALL "PROXIMO-NUMERO" USING PARM-PROXIMO-NUMERO

           IF PARM-RETORNO NOT EQUAL ZEROS
               DISPLAY "NAO FOI POSSIVEL NUMERAR A BAIXA - FILE STATU"
      -            "S: " PARM-RETORNO
               MOVE "NUMEROS.TXT" TO WS-LOG-CHAVE
               MOVE PARM-RETORNO TO WS-LOG-FS-VALOR
               PERFORM 7000-GRAVAR-LOG-EXCECAO
           END-IF.

       5100-GRAVAR-BAIXA.
           MOVE PARM-NUMERO TO NUM-BAIXA
           MOVE WS-DIAS-ATRASO TO DIAS-ATRASO-BAIXA
           MOVE WS-VALOR-BAIXA TO VALOR-BAIXA
           MOVE WS-DATA-HOJE TO DATA-BAIXA
           MOVE PARM-SES-OPERADOR TO OPERADOR-BAIXA
           MOVE WS-APROVADOR TO APROVADOR-BAIXA
           MOVE 0 TO VALOR-RECUPERADO-BAIXA
           MOVE 0 TO DATA-RECUPERACAO-BAIXA
           MOVE 'B' TO STATUS-BAIXA

           WRITE REG-BAIXA-PERDA

           IF WS-FS-BXA NOT EQUAL ZEROS
               MOVE WS-FS-BXA TO WS-FS-CODIGO-BUSCA
               PERFORM 9000-TRADUZIR-FS-STATUS
               DISPLAY "NAO FOI POSSIVEL GRAVAR O REGISTRO DA BAIXA"
               DISPLAY "FILE STATUS: " WS-FS-BXA " - " WS-FS-MENSAGEM
               MOVE NUM-BAIXA TO WS-LOG-CHAVE
               MOVE WS-FS-BXA TO WS-LOG-FS-VALOR
               PERFORM 7000-GRAVAR-LOG-EXCECAO
               MOVE 0 TO WS-FS-BXA
           END-IF

           MOVE 41000 TO PARM-LAN-DEBITO
           MOVE 12000 TO PARM-LAN-CREDITO
           MOVE WS-VALOR-BAIXA TO PARM-LAN-VALOR
           MOVE "BAIXA DE PERDA COM CLIENTE" TO PARM-LAN-HISTORICO
           MOVE "BAIXA-PERDAS" TO PARM-LAN-ORIGEM
           MOVE NUM-BAIXA TO PARM-LAN-DOCUMENTO
           CALL "GRAVA-LANCAMENTO" USING PARM-LANCAMENTO

           IF PARM-LAN-RETORNO NOT EQUAL ZEROS
               DISPLAY "LANCAMENTO CONTABIL NAO GRAVADO - FILE STATUS"
                   ": " PARM-LAN-RETORNO
           END-IF

           ADD 1 TO WS-BAIXADOS
           ADD WS-VALOR-BAIXA TO WS-TOTAL-BAIXADO
           DISPLAY "BAIXA " NUM-BAIXA " REGISTRADA".

       5900-ABRIR-BAIXAS.
           OPEN I-O BAIXAS

           IF WS-FS-BXA EQUAL 35
               OPEN OUTPUT BAIXAS
               CLOSE BAIXAS
               OPEN I-O BAIXAS
           END-IF.

       6000-CONSULTAR-BAIXAS.
           OPEN INPUT BAIXAS

           IF WS-FS-BXA NOT EQUAL ZEROS
               DISPLAY "SEM REGISTRO DE BAIXAS (FILE STATUS "
                   WS-FS-BXA ")"
           ELSE
               DISPLAY "BAIXA  T DOCUM. PA CLI DATA BAIXA    VALOR BA"
                   "IXADO    RECUPERADO S APROV"
               MOVE 0 TO WS-EOF
               MOVE 0 TO WS-TOTAL-BAIXADO

               PERFORM UNTIL WS-EOF EQUAL 1
                   READ BAIXAS NEXT
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           MOVE VALOR-BAIXA TO MASC-VALOR
                           MOVE VALOR-RECUPERADO-BAIXA
                               TO MASC-RECUPERADO
                           DISPLAY NUM-BAIXA " " TIPO-BAIXA " "
                               DOCUMENTO-BAIXA " " PARCELA-BAIXA " "
                               COD-CLIENTE-BAIXA " " DATA-BAIXA " "
                               MASC-VALOR " " MASC-RECUPERADO " "
                               STATUS-BAIXA " " APROVADOR-BAIXA
                           ADD VALOR-BAIXA TO WS-TOTAL-BAIXADO
                           SUBTRACT VALOR-RECUPERADO-BAIXA
                               FROM WS-TOTAL-BAIXADO
                   END-READ
               END-PERFORM

               MOVE WS-TOTAL-BAIXADO TO MASC-TOTAL
               DISPLAY "PERDA LIQUIDA DE RECUPERACOES: " MASC-TOTAL

               CLOSE BAIXAS
           END-IF.

       0900-LER-SESSAO.
           MOVE 'L' TO PARM-SES-ACAO
           CALL "OPERADOR-SESSAO" USING PARM-SESSAO.

       7000-GRAVAR-LOG-EXCECAO.
           OPEN EXTEND LOG-EXCECOES

           IF WS-FS-LOG EQUAL 35
               OPEN OUTPUT LOG-EXCECOES
           END-IF

           IF WS-FS-LOG EQUAL 0
               MOVE "BAIXA-PERDAS" TO LOG-PROGRAMA
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

           MOVE SPACES TO WS-ARQ-CONTASRECEBER
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'CONTASRECEBER.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-CONTASRECEBER

           MOVE SPACES TO WS-ARQ-PARCELAS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'PARCELAS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-PARCELAS

           MOVE SPACES TO WS-ARQ-CONTRATOS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'CONTRATOS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-CONTRATOS

           MOVE SPACES TO WS-ARQ-BAIXASPERDA
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'BAIXASPERDA.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-BAIXASPERDA

           MOVE SPACES TO WS-ARQ-LIMITEPERDA
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'LIMITEPERDA.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-LIMITEPERDA

           MOVE SPACES TO WS-ARQ-EXCECOES
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'EXCECOES.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-EXCECOES.

       END PROGRAM BAIXA-PERDAS.
