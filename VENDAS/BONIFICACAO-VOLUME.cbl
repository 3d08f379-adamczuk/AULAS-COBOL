       IDENTIFICATION DIVISION.
       PROGRAM-ID. BONIFICACAO-VOLUME.
       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACORDOS ASSIGN TO WS-ARQ-ACORDOSBONIF
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS COD-CLIENTE-ACB
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-ACB.

           SELECT PROVISOES ASSIGN TO WS-ARQ-PROVISOESBONIF
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CHAVE-PROVISAO
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-PRV.

           SELECT NOTAS ASSIGN TO WS-ARQ-NOTASBONIF
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS NUM-NOTA-BONIF
           ALTERNATE RECORD KEY IS CHAVE-TRIM-BNF
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-BNF.

           SELECT FATURAS-LINHAS ASSIGN TO WS-ARQ-FATURASLINHAS
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-FL.

           SELECT DEVOLUCOES ASSIGN TO WS-ARQ-DEVOLUCOES
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS NUM-NOTA-CREDITO
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-DEV.

           SELECT CONTAS ASSIGN TO WS-ARQ-CONTASRECEBER
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS NUM-FATURA-CR
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-CR.

           SELECT FATURAS ASSIGN TO WS-ARQ-FATURAS
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS NUM-FATURA
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-FAT.

           SELECT ADIANTAMENTOS ASSIGN TO WS-ARQ-ADIANTAMENTOS
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS NUM-ADIANTAMENTO
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-ADT.

           SELECT RECEBIMENTOS ASSIGN TO WS-ARQ-RECEBIMENTOS
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-REC.

           SELECT RELATORIO ASSIGN TO REL-NOME-ARQ
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-REL.

           SELECT LOG-EXCECOES ASSIGN TO WS-ARQ-EXCECOES
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-LOG.
       DATA DIVISION.
       FILE SECTION.
       FD ACORDOS.
           COPY ACORDOBONIF.

       FD PROVISOES.
           COPY PROVISAOBONIF.

       FD NOTAS.
           COPY NOTABONIF.

       FD FATURAS-LINHAS.
           COPY FATURALINHA.

       FD DEVOLUCOES.
           COPY DEVOLUCAO.

       FD CONTAS.
           COPY CONTARECEBER.

       FD FATURAS.
           COPY FATURA.

       FD ADIANTAMENTOS.
           COPY ADIANTAMENTO.

       FD RECEBIMENTOS.
           COPY RECEBIMENTOCR.

       FD RELATORIO.
       01 LINHA-RELATORIO     PIC X(90).

       FD LOG-EXCECOES.
           COPY EXCELOG.
       WORKING-STORAGE SECTION.
           COPY FSTATUS.
           COPY PARMSESSAO.
           COPY PARMLANCAMENTO.
           COPY PARMNUMERO.
           COPY RELATORIO.
           COPY PARMCATALOGO.
           COPY AMBIENTE.
       77 WS-ARQ-ACORDOSBONIF    PIC X(60) VALUE SPACES.
       77 WS-ARQ-PROVISOESBONIF  PIC X(60) VALUE SPACES.
       77 WS-ARQ-NOTASBONIF      PIC X(60) VALUE SPACES.
       77 WS-ARQ-FATURASLINHAS   PIC X(60) VALUE SPACES.
       77 WS-ARQ-DEVOLUCOES      PIC X(60) VALUE SPACES.
       77 WS-ARQ-CONTASRECEBER   PIC X(60) VALUE SPACES.
       77 WS-ARQ-FATURAS         PIC X(60) VALUE SPACES.
       77 WS-ARQ-ADIANTAMENTOS   PIC X(60) VALUE SPACES.
       77 WS-ARQ-RECEBIMENTOS    PIC X(60) VALUE SPACES.
       77 WS-ARQ-EXCECOES        PIC X(60) VALUE SPACES.
       77 WS-FS-ACB           PIC 99 VALUE 0.
       77 WS-FS-PRV           PIC 99 VALUE 0.
       77 WS-FS-BNF           PIC 99 VALUE 0.
       77 WS-FS-FL            PIC 99 VALUE 0.
       77 WS-FS-DEV           PIC 99 VALUE 0.
       77 WS-FS-CR            PIC 99 VALUE 0.
       77 WS-FS-FAT           PIC 99 VALUE 0.
       77 WS-FS-ADT           PIC 99 VALUE 0.
       77 WS-FS-REC           PIC 99 VALUE 0.
       77 WS-FS-REL           PIC 99 VALUE 0.
       77 WS-FS-LOG           PIC 99 VALUE 0.
       77 WS-LOG-CHAVE        PIC X(20) VALUE SPACES.
       77 WS-LOG-FS-VALOR     PIC 99 VALUE 0.
       77 CONTROLE           PIC A VALUE SPACES.
       77 WS-OPCAO            PIC 9 VALUE 0.
       77 WS-EOF              PIC 99 VALUE 0.
       77 WS-CONFIRMA         PIC A VALUE SPACES.
       77 WS-ENCONTRADO       PIC A VALUE 'N'.
       77 WS-FAIXAS-VALIDAS   PIC A VALUE 'S'.
       77 WS-NOTA-EXISTE      PIC A VALUE 'N'.
       77 WS-QTDE-LISTADOS    PIC 9(05) VALUE 0.
       77 WS-IDX-FX           PIC 9 VALUE 0.
       77 WS-IDX-ACO          PIC 9(03) VALUE 0.
       77 WS-QTDE-ACORDOS     PIC 9(03) VALUE 0.
       77 WS-CLIENTE-BUSCA    PIC 9(05) VALUE 0.
       77 WS-DATA-HOJE        PIC 9(08) VALUE 0.
       77 WS-DATA-RELATORIO   PIC 9(08) VALUE 0.
       77 WS-DATA-INI         PIC 9(08) VALUE 0.
       77 WS-DATA-FIM         PIC 9(08) VALUE 0.
       77 WS-TRIMESTRE        PIC 9 VALUE 0.
       77 WS-MES-INICIAL      PIC 99 VALUE 0.
       77 WS-MES-AUX          PIC 99 VALUE 0.
       77 WS-PERIODO-AUX      PIC 9(06) VALUE 0.
       77 WS-ANO-TRIM         PIC 9(05) VALUE 0.
       77 WS-PERCENTUAL       PIC 99V99 VALUE 0.
       77 WS-BONIF-TRIM       PIC 9(09)V99 VALUE 0.
       77 WS-PROVISIONADO     PIC S9(09)V99 VALUE 0.
       77 WS-PROVISAO-MES     PIC S9(09)V99 VALUE 0.
       77 WS-DIFERENCA        PIC S9(09)V99 VALUE 0.
       77 WS-RESTANTE         PIC 9(09)V99 VALUE 0.
       77 WS-VALOR-APLICAR    PIC 9(09)V99 VALUE 0.
       77 WS-VALOR-ABATIDO    PIC 9(09)V99 VALUE 0.
       77 WS-NUM-NOTA         PIC 9(06) VALUE 0.
       77 WS-NUM-CREDITO      PIC 9(06) VALUE 0.
       77 WS-TOTAL-BASE-MES   PIC S9(13)V99 VALUE 0.
       77 WS-TOTAL-BASE-TRIM  PIC S9(13)V99 VALUE 0.
       77 WS-TOTAL-BONIF      PIC 9(11)V99 VALUE 0.
       77 WS-TOTAL-PROVISAO   PIC S9(11)V99 VALUE 0.
       77 WS-TOTAL-ABATIDO    PIC 9(11)V99 VALUE 0.
       77 WS-TOTAL-CREDITO    PIC 9(11)V99 VALUE 0.
       77 WS-NOTAS-EMITIDAS   PIC 9(05) VALUE 0.
       77 MASC-VALOR          PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       77 MASC-PERCENTUAL     PIC Z9,99.
       77 MASC-DIFERENCA      PIC -ZZ.ZZZ.ZZ9,99.

       01 WS-PERIODO          PIC 9(06) VALUE 0.
       01 WS-PERIODO-R REDEFINES WS-PERIODO.
           03 WS-ANO-PER          PIC 9(04).
           03 WS-MES-PER          PIC 99.

       01 WS-TABELA-ACORDOS.
           03 WS-ACORDO-OCORR OCCURS 200 TIMES.
               05 WS-ACO-CLIENTE       PIC 9(05).
               05 WS-ACO-QTDE-FAIXAS   PIC 9.
               05 WS-ACO-FAIXA OCCURS 5 TIMES.
                   07 WS-ACO-MINIMO    PIC 9(11)V99.
                   07 WS-ACO-PERCENTUAL PIC 99V99.
               05 WS-ACO-BASE-MES      PIC S9(11)V99.
               05 WS-ACO-BASE-TRIM     PIC S9(11)V99.

       01 WS-LINHA-PROVISAO.
           03 WS-DET-CLIENTE       PIC 9(05).
           03 FILLER               PIC X VALUE SPACES.
           03 WS-DET-BASE-MES      PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER               PIC XX VALUE SPACES.
           03 WS-DET-BASE-TRIM     PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER               PIC XX VALUE SPACES.
           03 WS-DET-PERCENTUAL    PIC Z9,99.
           03 FILLER               PIC XX VALUE SPACES.
           03 WS-DET-BONIF         PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER               PIC XX VALUE SPACES.
           03 WS-DET-PROVISAO      PIC -ZZ.ZZZ.ZZ9,99.
           03 FILLER               PIC X VALUE SPACES.
           03 WS-DET-OBS           PIC X(07).

       01 WS-LINHA-NOTA.
           03 WS-NOT-CLIENTE       PIC 9(05).
           03 FILLER               PIC XX VALUE SPACES.
           03 WS-NOT-NUMERO        PIC 9(06).
           03 FILLER               PIC XX VALUE SPACES.
           03 WS-NOT-BASE          PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER               PIC XX VALUE SPACES.
           03 WS-NOT-PERCENTUAL    PIC Z9,99.
           03 FILLER               PIC XX VALUE SPACES.
           03 WS-NOT-VALOR         PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER               PIC XX VALUE SPACES.
           03 WS-NOT-ABATIDO       PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER               PIC XX VALUE SPACES.
           03 WS-NOT-CREDITO       PIC ZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0950-RESOLVER-AMBIENTE
           PERFORM 0900-LER-SESSAO
           DISPLAY "BONIFICACAO POR VOLUME DE CLIENTES"

           OPEN I-O ACORDOS

           IF WS-FS-ACB EQUAL 35
               OPEN OUTPUT ACORDOS
               IF WS-FS-ACB EQUAL ZEROS
                   CLOSE ACORDOS
                   OPEN I-O ACORDOS
               END-IF
           END-IF

           IF WS-FS-ACB NOT EQUAL ZEROS
               DISPLAY "NAO FOI POSSIVEL ABRIR OS ACORDOS DE BONIFICA"
      -            "CAO"
               DISPLAY "FILE STATUS: " WS-FS-ACB
               MOVE "ACORDOSBONIF.TXT" TO WS-LOG-CHAVE
               MOVE WS-FS-ACB TO WS-LOG-FS-VALOR
               PERFORM 7000-GRAVAR-LOG-EXCECAO
           ELSE
               PERFORM UNTIL CONTROLE EQUAL 'N'
                   DISPLAY "1 - INCLUIR OU ALTERAR ACORDO DE BONIFICAC"
                       "AO"
                   DISPLAY "2 - LISTAR ACORDOS DE BONIFICACAO"
                   DISPLAY "3 - EXCLUIR ACORDO DE BONIFICACAO"
                   DISPLAY "4 - PROVISAO MENSAL DE BONIFICACAO"
                   DISPLAY "5 - FECHAMENTO DO TRIMESTRE (NOTAS DE CRE"
                       "DITO)"
                   ACCEPT WS-OPCAO

                   EVALUATE WS-OPCAO
                       WHEN 1
                           PERFORM 2000-GRAVAR-ACORDO
                       WHEN 2
                           PERFORM 3000-LISTAR-ACORDOS
                       WHEN 3
                           PERFORM 3500-EXCLUIR-ACORDO
                       WHEN 4
                           PERFORM 4000-PROVISAO-MENSAL
                               THRU 4000-FIM
                       WHEN 5
                           PERFORM 6000-FECHAR-TRIMESTRE
                               THRU 6000-FIM
                       WHEN OTHER
                           DISPLAY "OPCAO INVALIDA"
                   END-EVALUATE

                   DISPLAY "DESEJA REALIZAR OUTRA OPERACAO?"
                   DISPLAY "DIGITE N PARA NAO"
                   ACCEPT CONTROLE
               END-PERFORM

               CLOSE ACORDOS
           END-IF

           GOBACK.

       2000-GRAVAR-ACORDO.
           DISPLAY "INFORME O CODIGO DO CLIENTE"
           ACCEPT COD-CLIENTE-ACB

           MOVE 'N' TO WS-ENCONTRADO

           READ ACORDOS
               INVALID KEY
                   MOVE 0 TO WS-FS-ACB
               NOT INVALID KEY
                   MOVE 'S' TO WS-ENCONTRADO
                   PERFORM 3100-EXIBIR-ACORDO
           END-READ

           DISPLAY "INICIO DA VIGENCIA (AAAAMMDD)"
           ACCEPT DATA-INICIO-ACB
           DISPLAY "FIM DA VIGENCIA (AAAAMMDD, 0 = SEM TERMINO)"
           ACCEPT DATA-FIM-ACB
           DISPLAY "QUANTIDADE DE FAIXAS (1 A 5)"
           ACCEPT QTDE-FAIXAS-ACB

           IF QTDE-FAIXAS-ACB EQUAL 0
           OR QTDE-FAIXAS-ACB GREATER 5
               DISPLAY "QUANTIDADE DE FAIXAS INVALIDA - ACORDO NAO GR"
                   "AVADO"
           ELSE
               INITIALIZE FAIXA-ACB(1) FAIXA-ACB(2) FAIXA-ACB(3)
                   FAIXA-ACB(4) FAIXA-ACB(5)
               MOVE 'S' TO WS-FAIXAS-VALIDAS

               PERFORM VARYING WS-IDX-FX FROM 1 BY 1
                       UNTIL WS-IDX-FX GREATER QTDE-FAIXAS-ACB
                   DISPLAY "FAIXA " WS-IDX-FX
                       " - VALOR MINIMO NO TRIMESTRE"
                   ACCEPT VALOR-MINIMO-ACB(WS-IDX-FX)
                   DISPLAY "FAIXA " WS-IDX-FX " - PERCENTUAL DE BONIF"
                       "ICACAO"
                   ACCEPT PERCENTUAL-ACB(WS-IDX-FX)

                   IF WS-IDX-FX GREATER 1
                       IF VALOR-MINIMO-ACB(WS-IDX-FX) NOT GREATER
                           VALOR-MINIMO-ACB(WS-IDX-FX - 1)
                           MOVE 'N' TO WS-FAIXAS-VALIDAS
                       END-IF
                   END-IF
               END-PERFORM

               IF WS-FAIXAS-VALIDAS EQUAL 'N'
                   DISPLAY "AS FAIXAS DEVEM TER VALOR MINIMO CRESCENT"
                       "E - ACORDO NAO GRAVADO"
               ELSE
                   MOVE PARM-SES-OPERADOR TO OPERADOR-ACB

                   IF WS-ENCONTRADO EQUAL 'S'
                       REWRITE REG-ACORDO-BONIF
                   ELSE
                       WRITE REG-ACORDO-BONIF
                   END-IF

                   IF WS-FS-ACB NOT EQUAL ZEROS
                       DISPLAY "NAO FOI POSSIVEL GRAVAR O ACORDO - FI"
      -                    "LE STATUS: " WS-FS-ACB
                   ELSE
                       DISPLAY "ACORDO DE BONIFICACAO GRAVADO"
                   END-IF
               END-IF
           END-IF.

       3000-LISTAR-ACORDOS.
           MOVE 0 TO WS-EOF
           MOVE 0 TO WS-QTDE-LISTADOS
           MOVE 0 TO COD-CLIENTE-ACB

           START ACORDOS KEY NOT LESS COD-CLIENTE-ACB
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START

           PERFORM UNTIL WS-EOF EQUAL 1
               READ ACORDOS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM 3100-EXIBIR-ACORDO
                       ADD 1 TO WS-QTDE-LISTADOS
               END-READ
           END-PERFORM

           MOVE 0 TO WS-FS-ACB

           IF WS-QTDE-LISTADOS EQUAL 0
               DISPLAY "NENHUM ACORDO DE BONIFICACAO CADASTRADO"
           END-IF.

       3100-EXIBIR-ACORDO.
           DISPLAY "CLIENTE " COD-CLIENTE-ACB "  VIGENCIA "
               DATA-INICIO-ACB " A " DATA-FIM-ACB

           PERFORM VARYING WS-IDX-FX FROM 1 BY 1
                   UNTIL WS-IDX-FX GREATER QTDE-FAIXAS-ACB
               MOVE VALOR-MINIMO-ACB(WS-IDX-FX) TO MASC-VALOR
               MOVE PERCENTUAL-ACB(WS-IDX-FX) TO MASC-PERCENTUAL
               DISPLAY "   FAIXA " WS-IDX-FX "  A PARTIR DE "
                   MASC-VALOR "  " MASC-PERCENTUAL "%"
           END-PERFORM.

       3500-EXCLUIR-ACORDO.
           DISPLAY "INFORME O CODIGO DO CLIENTE"
           ACCEPT COD-CLIENTE-ACB

           READ ACORDOS
               INVALID KEY
                   DISPLAY "ACORDO DE BONIFICACAO NAO ENCONTRADO"
                   MOVE 0 TO WS-FS-ACB
               NOT INVALID KEY
                   PERFORM 3100-EXIBIR-ACORDO
                   DISPLAY "CONFIRMA A EXCLUSAO? (S/N)"
                   ACCEPT WS-CONFIRMA

                   IF WS-CONFIRMA EQUAL 'S'
                       DELETE ACORDOS

                       IF WS-FS-ACB NOT EQUAL ZEROS
                           DISPLAY "NAO FOI POSSIVEL EXCLUIR O ACORDO"
                               " - FILE STATUS: " WS-FS-ACB
                       ELSE
                           DISPLAY "ACORDO DE BONIFICACAO EXCLUIDO"
                       END-IF
                   END-IF
           END-READ.

      * The month's accrual is the rebate earned on the quarter to
      * date (net billing from the first day of the quarter through
      * the end of the month, at the tier reached so far) less what
      * the earlier months of the quarter already accrued. Running a
      * month again posts only the difference from its last run.
       4000-PROVISAO-MENSAL.
           DISPLAY "INFORME O PERIODO (AAAAMM)"
           ACCEPT WS-PERIODO

           IF WS-MES-PER EQUAL 0 OR WS-MES-PER GREATER 12
               DISPLAY "PERIODO INVALIDO"
               GO TO 4000-FIM
           END-IF

           COMPUTE WS-TRIMESTRE = (WS-MES-PER - 1) / 3 + 1
           PERFORM 5050-DEFINIR-TRIMESTRE
           COMPUTE WS-DATA-FIM = WS-PERIODO * 100 + 31

           PERFORM 5000-APURAR-BASES

           IF WS-QTDE-ACORDOS EQUAL 0
               DISPLAY "NENHUM ACORDO DE BONIFICACAO VIGENTE EM "
                   WS-PERIODO
               GO TO 4000-FIM
           END-IF

           PERFORM 5900-ABRIR-PROVISOES

           IF WS-FS-PRV NOT EQUAL ZEROS
               DISPLAY "NAO FOI POSSIVEL ABRIR AS PROVISOES - FILE ST"
      -            "ATUS: " WS-FS-PRV
               MOVE "PROVISOESBONIF.TXT" TO WS-LOG-CHAVE
               MOVE WS-FS-PRV TO WS-LOG-FS-VALOR
               PERFORM 7000-GRAVAR-LOG-EXCECAO
               GO TO 4000-FIM
           END-IF

           OPEN INPUT NOTAS

           MOVE SPACES TO REL-CABECALHO-COLUNAS
           STRING "CLI         BASE DO MES      BASE TRIMESTRE   PERC."
               "  BONIF.TRIMEST. PROVISAO MES"
               DELIMITED BY SIZE INTO REL-CABECALHO-COLUNAS
           MOVE SPACES TO REL-CAB-TITULO
           STRING "PROVISAO DE BONIFICACAO - " WS-PERIODO
               DELIMITED BY SIZE INTO REL-CAB-TITULO
           MOVE SPACES TO REL-NOME-ARQ
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'RELATORIOS\BONIFPROV' WS-PERIODO '.TXT'
               DELIMITED BY SIZE INTO REL-NOME-ARQ
           PERFORM 8100-ABRIR-RELATORIO

           MOVE 0 TO WS-TOTAL-BASE-MES
           MOVE 0 TO WS-TOTAL-BASE-TRIM
           MOVE 0 TO WS-TOTAL-BONIF
           MOVE 0 TO WS-TOTAL-PROVISAO

           PERFORM VARYING WS-IDX-ACO FROM 1 BY 1
                   UNTIL WS-IDX-ACO GREATER WS-QTDE-ACORDOS
               PERFORM 4100-PROVISIONAR-CLIENTE
           END-PERFORM

           MOVE ALL "-" TO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           MOVE SPACES TO WS-LINHA-PROVISAO
           MOVE WS-TOTAL-BASE-MES TO WS-DET-BASE-MES
           MOVE WS-TOTAL-BASE-TRIM TO WS-DET-BASE-TRIM
           MOVE WS-TOTAL-BONIF TO WS-DET-BONIF
           MOVE WS-TOTAL-PROVISAO TO WS-DET-PROVISAO
           MOVE "TOTAL" TO WS-DET-OBS
           MOVE WS-LINHA-PROVISAO TO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           IF WS-FS-BNF EQUAL ZEROS
               CLOSE NOTAS
           END-IF

           CLOSE PROVISOES

           IF WS-FS-REL EQUAL ZEROS
               CLOSE RELATORIO
               MOVE "BONIFICACAO-VOLUME" TO PARM-CAT-PROGRAMA
               MOVE REL-CAB-TITULO TO PARM-CAT-TITULO
               MOVE REL-NOME-ARQ TO PARM-CAT-ARQUIVO
               CALL "GRAVA-CATALOGO" USING PARM-CATALOGO
               DISPLAY "RELATORIO GRAVADO EM " REL-NOME-ARQ
           END-IF.
       4000-FIM.
           EXIT.

       4100-PROVISIONAR-CLIENTE.
           MOVE SPACES TO WS-LINHA-PROVISAO
           MOVE WS-ACO-CLIENTE(WS-IDX-ACO) TO WS-DET-CLIENTE
           MOVE WS-ACO-BASE-MES(WS-IDX-ACO) TO WS-DET-BASE-MES
           MOVE WS-ACO-BASE-TRIM(WS-IDX-ACO) TO WS-DET-BASE-TRIM
           ADD WS-ACO-BASE-MES(WS-IDX-ACO) TO WS-TOTAL-BASE-MES
           ADD WS-ACO-BASE-TRIM(WS-IDX-ACO) TO WS-TOTAL-BASE-TRIM

           PERFORM 5700-VERIFICAR-NOTA

           IF WS-NOTA-EXISTE EQUAL 'S'
               MOVE "FECHADO" TO WS-DET-OBS
           ELSE
               PERFORM 5500-APURAR-BONIFICACAO
               MOVE WS-PERCENTUAL TO WS-DET-PERCENTUAL
               MOVE WS-BONIF-TRIM TO WS-DET-BONIF
               ADD WS-BONIF-TRIM TO WS-TOTAL-BONIF

               MOVE 0 TO WS-PROVISIONADO
               PERFORM VARYING WS-MES-AUX FROM WS-MES-INICIAL BY 1
                       UNTIL WS-MES-AUX NOT LESS WS-MES-PER
                   COMPUTE WS-PERIODO-AUX =
                       WS-ANO-PER * 100 + WS-MES-AUX
                   PERFORM 5800-SOMAR-PROVISAO
               END-PERFORM

               COMPUTE WS-PROVISAO-MES =
                   WS-BONIF-TRIM - WS-PROVISIONADO
               MOVE WS-PROVISAO-MES TO WS-DET-PROVISAO
               ADD WS-PROVISAO-MES TO WS-TOTAL-PROVISAO

               MOVE WS-ACO-CLIENTE(WS-IDX-ACO) TO COD-CLIENTE-PRV
               MOVE WS-PERIODO TO PERIODO-PRV

               READ PROVISOES
                   INVALID KEY
                       MOVE 0 TO WS-FS-PRV
                       MOVE WS-PROVISAO-MES TO WS-DIFERENCA
                       PERFORM 4200-PREENCHER-PROVISAO
                       WRITE REG-PROVISAO-BONIF
                   NOT INVALID KEY
                       COMPUTE WS-DIFERENCA =
                           WS-PROVISAO-MES - VALOR-PROVISAO-PRV
                       PERFORM 4200-PREENCHER-PROVISAO
                       REWRITE REG-PROVISAO-BONIF
               END-READ

               IF WS-FS-PRV NOT EQUAL ZEROS
                   DISPLAY "NAO FOI POSSIVEL GRAVAR A PROVISAO DO CLI"
      -                "ENTE " COD-CLIENTE-PRV " - FILE STATUS: "
                       WS-FS-PRV
                   MOVE CHAVE-PROVISAO TO WS-LOG-CHAVE
                   MOVE WS-FS-PRV TO WS-LOG-FS-VALOR
                   PERFORM 7000-GRAVAR-LOG-EXCECAO
                   MOVE 0 TO WS-FS-PRV
               ELSE
                   MOVE WS-PERIODO TO PARM-LAN-DOCUMENTO
                   PERFORM 5600-CONTABILIZAR-PROVISAO
               END-IF
           END-IF

           MOVE WS-LINHA-PROVISAO TO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA.

       4200-PREENCHER-PROVISAO.
           MOVE WS-ACO-BASE-MES(WS-IDX-ACO) TO BASE-MES-PRV
           MOVE WS-ACO-BASE-TRIM(WS-IDX-ACO) TO BASE-TRIMESTRE-PRV
           MOVE WS-PERCENTUAL TO PERCENTUAL-PRV
           MOVE WS-BONIF-TRIM TO BONIF-ACUMULADA-PRV
           MOVE WS-PROVISAO-MES TO VALOR-PROVISAO-PRV
           MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-CALCULO-PRV.

      * Net billing per customer with an agreement in force: invoiced
      * lines less the credit notes of returns dated inside the range
      * WS-DATA-INI / WS-DATA-FIM. The month's own share is kept
      * apart for the accrual report.
       5000-APURAR-BASES.
           INITIALIZE WS-TABELA-ACORDOS
           MOVE 0 TO WS-QTDE-ACORDOS
           MOVE 0 TO WS-EOF
           MOVE 0 TO COD-CLIENTE-ACB

           START ACORDOS KEY NOT LESS COD-CLIENTE-ACB
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START

           PERFORM UNTIL WS-EOF EQUAL 1
               READ ACORDOS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF DATA-INICIO-ACB NOT GREATER WS-DATA-FIM
                       AND (DATA-FIM-ACB EQUAL 0
                           OR DATA-FIM-ACB NOT LESS WS-DATA-INI)
                       AND WS-QTDE-ACORDOS LESS 200
                           ADD 1 TO WS-QTDE-ACORDOS
                           MOVE COD-CLIENTE-ACB TO
                               WS-ACO-CLIENTE(WS-QTDE-ACORDOS)
                           MOVE QTDE-FAIXAS-ACB TO
                               WS-ACO-QTDE-FAIXAS(WS-QTDE-ACORDOS)
                           PERFORM VARYING WS-IDX-FX FROM 1 BY 1
                                   UNTIL WS-IDX-FX GREATER 5
                               MOVE VALOR-MINIMO-ACB(WS-IDX-FX) TO
                                   WS-ACO-MINIMO(WS-QTDE-ACORDOS,
                                   WS-IDX-FX)
                               MOVE PERCENTUAL-ACB(WS-IDX-FX) TO
                                   WS-ACO-PERCENTUAL(WS-QTDE-ACORDOS,
                                   WS-IDX-FX)
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM

           MOVE 0 TO WS-FS-ACB

           IF WS-QTDE-ACORDOS GREATER 0
               PERFORM 5100-SOMAR-FATURAMENTO
               PERFORM 5200-SUBTRAIR-DEVOLUCOES
           END-IF.

       5050-DEFINIR-TRIMESTRE.
           COMPUTE WS-MES-INICIAL = (WS-TRIMESTRE - 1) * 3 + 1
           COMPUTE WS-DATA-INI =
               WS-ANO-PER * 10000 + WS-MES-INICIAL * 100 + 1
           COMPUTE WS-ANO-TRIM = WS-ANO-PER * 10 + WS-TRIMESTRE.

       5100-SOMAR-FATURAMENTO.
           OPEN INPUT FATURAS-LINHAS

           IF WS-FS-FL NOT EQUAL ZEROS
               DISPLAY "SEM LINHAS DE FATURA (FILE STATUS " WS-FS-FL
                   ")"
           ELSE
               MOVE 0 TO WS-EOF

               PERFORM UNTIL WS-EOF EQUAL 1
                   READ FATURAS-LINHAS
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF DATA-FATURA-FL NOT LESS WS-DATA-INI
                           AND DATA-FATURA-FL NOT GREATER WS-DATA-FIM
                               MOVE COD-CLIENTE-FL TO WS-CLIENTE-BUSCA
                               PERFORM 5400-LOCALIZAR-ACORDO

                               IF WS-ENCONTRADO EQUAL 'S'
                                   ADD VALOR-FL TO
                                       WS-ACO-BASE-TRIM(WS-IDX-ACO)
                                   IF DATA-FATURA-FL(1:6) EQUAL
                                       WS-PERIODO
                                       ADD VALOR-FL TO
                                           WS-ACO-BASE-MES(WS-IDX-ACO)
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE FATURAS-LINHAS
           END-IF.

       5200-SUBTRAIR-DEVOLUCOES.
           OPEN INPUT DEVOLUCOES

           IF WS-FS-DEV EQUAL ZEROS
               MOVE 0 TO WS-EOF

               PERFORM UNTIL WS-EOF EQUAL 1
                   READ DEVOLUCOES NEXT RECORD
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF DATA-DEVOLUCAO NOT LESS WS-DATA-INI
                           AND DATA-DEVOLUCAO NOT GREATER WS-DATA-FIM
                               MOVE COD-CLIENTE-DEV TO WS-CLIENTE-BUSCA
                               PERFORM 5400-LOCALIZAR-ACORDO

                               IF WS-ENCONTRADO EQUAL 'S'
                                   SUBTRACT VALOR-NOTA-CREDITO FROM
                                       WS-ACO-BASE-TRIM(WS-IDX-ACO)
                                   IF DATA-DEVOLUCAO(1:6) EQUAL
                                       WS-PERIODO
                                       SUBTRACT VALOR-NOTA-CREDITO
                                           FROM
                                           WS-ACO-BASE-MES(WS-IDX-ACO)
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE DEVOLUCOES
           END-IF.

       5400-LOCALIZAR-ACORDO.
           MOVE 'N' TO WS-ENCONTRADO
           MOVE 1 TO WS-IDX-ACO

           PERFORM UNTIL WS-IDX-ACO GREATER WS-QTDE-ACORDOS
                   OR WS-ENCONTRADO EQUAL 'S'
               IF WS-ACO-CLIENTE(WS-IDX-ACO) EQUAL WS-CLIENTE-BUSCA
                   MOVE 'S' TO WS-ENCONTRADO
               ELSE
                   ADD 1 TO WS-IDX-ACO
               END-IF
           END-PERFORM.

      * The highest tier whose minimum the quarter's net billing
      * reaches gives the percentage, paid on the whole amount.
       5500-APURAR-BONIFICACAO.
           MOVE 0 TO WS-PERCENTUAL
           MOVE 0 TO WS-BONIF-TRIM

           IF WS-ACO-BASE-TRIM(WS-IDX-ACO) GREATER 0
               PERFORM VARYING WS-IDX-FX FROM 1 BY 1
                       UNTIL WS-IDX-FX GREATER
                           WS-ACO-QTDE-FAIXAS(WS-IDX-ACO)
                   IF WS-ACO-BASE-TRIM(WS-IDX-ACO) NOT LESS
                       WS-ACO-MINIMO(WS-IDX-ACO, WS-IDX-FX)
                       MOVE WS-ACO-PERCENTUAL(WS-IDX-ACO, WS-IDX-FX)
                           TO WS-PERCENTUAL
                   END-IF
               END-PERFORM

               COMPUTE WS-BONIF-TRIM ROUNDED =
                   WS-ACO-BASE-TRIM(WS-IDX-ACO) * WS-PERCENTUAL / 100
                   ON SIZE ERROR
                       MOVE 0 TO WS-BONIF-TRIM
               END-COMPUTE
           END-IF.

      * Accrual movement in WS-DIFERENCA: a positive amount is
      * expensed against the rebates payable, a negative one (tier
      * lost or returns) reverses it.
       5600-CONTABILIZAR-PROVISAO.
           IF WS-DIFERENCA NOT EQUAL 0
               IF WS-DIFERENCA GREATER 0
                   MOVE 42000 TO PARM-LAN-DEBITO
                   MOVE 23000 TO PARM-LAN-CREDITO
                   MOVE WS-DIFERENCA TO PARM-LAN-VALOR
                   MOVE "PROVISAO DE BONIFICACAO" TO
                       PARM-LAN-HISTORICO
               ELSE
                   MOVE 23000 TO PARM-LAN-DEBITO
                   MOVE 42000 TO PARM-LAN-CREDITO
                   COMPUTE PARM-LAN-VALOR = 0 - WS-DIFERENCA
                   MOVE "ESTORNO PROVISAO BONIFICACAO" TO
                       PARM-LAN-HISTORICO
               END-IF

               MOVE "BONIFICACAO-VOLUME" TO PARM-LAN-ORIGEM
               CALL "GRAVA-LANCAMENTO" USING PARM-LANCAMENTO

               IF PARM-LAN-RETORNO NOT EQUAL ZEROS
                   DISPLAY "LANCAMENTO CONTABIL NAO GRAVADO - FILE ST"
      -                "ATUS: " PARM-LAN-RETORNO
               END-IF
           END-IF.

       5700-VERIFICAR-NOTA.
           MOVE 'N' TO WS-NOTA-EXISTE

           IF WS-FS-BNF EQUAL ZEROS
               MOVE WS-ACO-CLIENTE(WS-IDX-ACO) TO COD-CLIENTE-BNF
               MOVE WS-ANO-PER TO ANO-BNF
               MOVE WS-TRIMESTRE TO TRIMESTRE-BNF

               READ NOTAS KEY IS CHAVE-TRIM-BNF
                   INVALID KEY
                       MOVE 0 TO WS-FS-BNF
                   NOT INVALID KEY
                       MOVE 'S' TO WS-NOTA-EXISTE
               END-READ
           END-IF.

       5800-SOMAR-PROVISAO.
           MOVE WS-ACO-CLIENTE(WS-IDX-ACO) TO COD-CLIENTE-PRV
           MOVE WS-PERIODO-AUX TO PERIODO-PRV

           READ PROVISOES
               INVALID KEY
                   MOVE 0 TO WS-FS-PRV
               NOT INVALID KEY
                   ADD VALOR-PROVISAO-PRV TO WS-PROVISIONADO
           END-READ.

       5900-ABRIR-PROVISOES.
           OPEN I-O PROVISOES

           IF WS-FS-PRV EQUAL 35
               OPEN OUTPUT PROVISOES
               IF WS-FS-PRV EQUAL ZEROS
                   CLOSE PROVISOES
                   OPEN I-O PROVISOES
               END-IF
           END-IF.

      * Quarter end: trues the accruals up to the rebate actually
      * earned, then issues the rebate as a credit note. The note is
      * applied to the customer's open titles in invoice order; what
      * is left over stays as an on-account credit to be applied
      * later through CONTAS-RECEBER.
       6000-FECHAR-TRIMESTRE.
           DISPLAY "INFORME O ANO (AAAA)"
           ACCEPT WS-ANO-PER
           DISPLAY "INFORME O TRIMESTRE (1 A 4)"
           ACCEPT WS-TRIMESTRE

           IF WS-TRIMESTRE EQUAL 0 OR WS-TRIMESTRE GREATER 4
               DISPLAY "TRIMESTRE INVALIDO"
               GO TO 6000-FIM
           END-IF

           COMPUTE WS-MES-PER = WS-TRIMESTRE * 3
           PERFORM 5050-DEFINIR-TRIMESTRE
           COMPUTE WS-DATA-FIM = WS-PERIODO * 100 + 31

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE

           IF WS-DATA-HOJE NOT GREATER WS-DATA-FIM
               DISPLAY "TRIMESTRE AINDA NAO ENCERRADO - CONFIRMA O FE"
                   "CHAMENTO? (S/N)"
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA NOT EQUAL 'S'
                   GO TO 6000-FIM
               END-IF
           END-IF

           PERFORM 5000-APURAR-BASES

           IF WS-QTDE-ACORDOS EQUAL 0
               DISPLAY "NENHUM ACORDO DE BONIFICACAO VIGENTE NO TRIME"
                   "STRE"
               GO TO 6000-FIM
           END-IF

           PERFORM 5900-ABRIR-PROVISOES

           OPEN I-O NOTAS

           IF WS-FS-BNF EQUAL 35
               OPEN OUTPUT NOTAS
               IF WS-FS-BNF EQUAL ZEROS
                   CLOSE NOTAS
                   OPEN I-O NOTAS
               END-IF
           END-IF

           OPEN I-O CONTAS
           OPEN I-O FATURAS
           PERFORM 6900-ABRIR-ADIANTAMENTOS

           IF WS-FS-PRV NOT EQUAL ZEROS
           OR WS-FS-BNF NOT EQUAL ZEROS
           OR WS-FS-CR NOT EQUAL ZEROS
           OR WS-FS-ADT NOT EQUAL ZEROS
               DISPLAY "NAO FOI POSSIVEL ABRIR OS ARQUIVOS"
               DISPLAY "PROVISOES: " WS-FS-PRV "  NOTAS: " WS-FS-BNF
                   "  CONTAS: " WS-FS-CR "  CREDITOS: " WS-FS-ADT
               MOVE "NOTASBONIF.TXT" TO WS-LOG-CHAVE
               MOVE WS-FS-BNF TO WS-LOG-FS-VALOR
               PERFORM 7000-GRAVAR-LOG-EXCECAO
           ELSE
               MOVE SPACES TO REL-CABECALHO-COLUNAS
               STRING "CLI    NOTA        BASE TRIMESTRE   PERC.   BON"
                   "IFICACAO      ABATIDO  EM CREDITO"
                   DELIMITED BY SIZE INTO REL-CABECALHO-COLUNAS
               MOVE SPACES TO REL-CAB-TITULO
               STRING "NOTAS DE BONIFICACAO - " WS-ANO-PER "/"
                   WS-TRIMESTRE "O TRIM."
                   DELIMITED BY SIZE INTO REL-CAB-TITULO
               MOVE SPACES TO REL-NOME-ARQ
               STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
                   'RELATORIOS\BONIFNOTAS' WS-ANO-TRIM '.TXT'
                   DELIMITED BY SIZE INTO REL-NOME-ARQ
               PERFORM 8100-ABRIR-RELATORIO

               MOVE 0 TO WS-TOTAL-BONIF
               MOVE 0 TO WS-TOTAL-ABATIDO
               MOVE 0 TO WS-TOTAL-CREDITO
               MOVE 0 TO WS-NOTAS-EMITIDAS

               PERFORM VARYING WS-IDX-ACO FROM 1 BY 1
                       UNTIL WS-IDX-ACO GREATER WS-QTDE-ACORDOS
                   PERFORM 6100-FECHAR-CLIENTE
               END-PERFORM

               MOVE ALL "-" TO LINHA-RELATORIO
               PERFORM 8200-IMPRIMIR-LINHA

               MOVE SPACES TO WS-LINHA-NOTA
               MOVE WS-TOTAL-BONIF TO WS-NOT-VALOR
               MOVE WS-TOTAL-ABATIDO TO WS-NOT-ABATIDO
               MOVE WS-TOTAL-CREDITO TO WS-NOT-CREDITO
               MOVE WS-LINHA-NOTA TO LINHA-RELATORIO
               PERFORM 8200-IMPRIMIR-LINHA

               IF WS-FS-REL EQUAL ZEROS
                   CLOSE RELATORIO
                   MOVE "BONIFICACAO-VOLUME" TO PARM-CAT-PROGRAMA
                   MOVE REL-CAB-TITULO TO PARM-CAT-TITULO
                   MOVE REL-NOME-ARQ TO PARM-CAT-ARQUIVO
                   CALL "GRAVA-CATALOGO" USING PARM-CATALOGO
                   DISPLAY "RELATORIO GRAVADO EM " REL-NOME-ARQ
               END-IF

               DISPLAY "NOTAS DE BONIFICACAO EMITIDAS: "
                   WS-NOTAS-EMITIDAS
           END-IF

           CLOSE PROVISOES
           CLOSE NOTAS
           CLOSE CONTAS
           CLOSE FATURAS
           CLOSE ADIANTAMENTOS.
       6000-FIM.
           EXIT.

       6100-FECHAR-CLIENTE.
           PERFORM 5700-VERIFICAR-NOTA

           IF WS-NOTA-EXISTE EQUAL 'S'
               DISPLAY "CLIENTE " WS-ACO-CLIENTE(WS-IDX-ACO)
                   " - TRIMESTRE JA CREDITADO NA NOTA " NUM-NOTA-BONIF
           ELSE
               PERFORM 5500-APURAR-BONIFICACAO

               MOVE 0 TO WS-PROVISIONADO
               PERFORM VARYING WS-MES-AUX FROM WS-MES-INICIAL BY 1
                       UNTIL WS-MES-AUX GREATER WS-MES-PER
                   COMPUTE WS-PERIODO-AUX =
                       WS-ANO-PER * 100 + WS-MES-AUX
                   PERFORM 5800-SOMAR-PROVISAO
               END-PERFORM

               COMPUTE WS-DIFERENCA = WS-BONIF-TRIM - WS-PROVISIONADO

               IF WS-DIFERENCA NOT EQUAL 0
                   PERFORM 6150-AJUSTAR-PROVISAO
               END-IF

               IF WS-BONIF-TRIM GREATER 0
                   PERFORM 6200-EMITIR-NOTA
               ELSE
                   DISPLAY "CLIENTE " WS-ACO-CLIENTE(WS-IDX-ACO)
                       " - NENHUMA FAIXA ATINGIDA NO TRIMESTRE"
               END-IF
           END-IF.

       6150-AJUSTAR-PROVISAO.
           MOVE WS-DIFERENCA TO MASC-DIFERENCA
           DISPLAY "CLIENTE " WS-ACO-CLIENTE(WS-IDX-ACO)
               " - AJUSTE DA PROVISAO: " MASC-DIFERENCA

           MOVE WS-ACO-CLIENTE(WS-IDX-ACO) TO COD-CLIENTE-PRV
           MOVE WS-PERIODO TO PERIODO-PRV

           READ PROVISOES
               INVALID KEY
                   MOVE 0 TO WS-FS-PRV
                   MOVE 0 TO BASE-MES-PRV
                   MOVE WS-ACO-BASE-TRIM(WS-IDX-ACO) TO
                       BASE-TRIMESTRE-PRV
                   MOVE WS-PERCENTUAL TO PERCENTUAL-PRV
                   MOVE WS-BONIF-TRIM TO BONIF-ACUMULADA-PRV
                   MOVE WS-DIFERENCA TO VALOR-PROVISAO-PRV
                   MOVE WS-DATA-HOJE TO DATA-CALCULO-PRV
                   WRITE REG-PROVISAO-BONIF
               NOT INVALID KEY
                   MOVE WS-ACO-BASE-TRIM(WS-IDX-ACO) TO
                       BASE-TRIMESTRE-PRV
                   MOVE WS-PERCENTUAL TO PERCENTUAL-PRV
                   MOVE WS-BONIF-TRIM TO BONIF-ACUMULADA-PRV
                   ADD WS-DIFERENCA TO VALOR-PROVISAO-PRV
                   MOVE WS-DATA-HOJE TO DATA-CALCULO-PRV
                   REWRITE REG-PROVISAO-BONIF
           END-READ

           IF WS-FS-PRV NOT EQUAL ZEROS
               DISPLAY "NAO FOI POSSIVEL AJUSTAR A PROVISAO - FILE ST"
      -            "ATUS: " WS-FS-PRV
               MOVE CHAVE-PROVISAO TO WS-LOG-CHAVE
               MOVE WS-FS-PRV TO WS-LOG-FS-VALOR
               PERFORM 7000-GRAVAR-LOG-EXCECAO
               MOVE 0 TO WS-FS-PRV
           ELSE
               MOVE WS-PERIODO TO PARM-LAN-DOCUMENTO
               PERFORM 5600-CONTABILIZAR-PROVISAO
           END-IF.

       6200-EMITIR-NOTA.
           MOVE "NOTACREDITO" TO PARM-SERIE
           CALL "PROXIMO-NUMERO" USING PARM-PROXIMO-NUMERO

           IF PARM-RETORNO NOT EQUAL ZEROS
               DISPLAY "NAO FOI POSSIVEL OBTER O NUMERO DA NOTA DE CR"
      -            "EDITO - FILE STATUS: " PARM-RETORNO
               MOVE "NUMEROS.TXT" TO WS-LOG-CHAVE
               MOVE PARM-RETORNO TO WS-LOG-FS-VALOR
               PERFORM 7000-GRAVAR-LOG-EXCECAO
           ELSE
               MOVE PARM-NUMERO TO WS-NUM-NOTA
               MOVE WS-BONIF-TRIM TO WS-RESTANTE
               MOVE 0 TO WS-VALOR-ABATIDO
               MOVE 0 TO WS-NUM-CREDITO

               PERFORM 6300-ABATER-TITULOS

               IF WS-RESTANTE GREATER 0
                   PERFORM 6400-GERAR-CREDITO
               END-IF

               MOVE WS-NUM-NOTA TO NUM-NOTA-BONIF
               MOVE WS-ACO-CLIENTE(WS-IDX-ACO) TO COD-CLIENTE-BNF
               MOVE WS-ANO-PER TO ANO-BNF
               MOVE WS-TRIMESTRE TO TRIMESTRE-BNF
               MOVE WS-DATA-HOJE TO DATA-NOTA-BNF
               MOVE WS-ACO-BASE-TRIM(WS-IDX-ACO) TO BASE-BNF
               MOVE WS-PERCENTUAL TO PERCENTUAL-BNF
               MOVE WS-BONIF-TRIM TO VALOR-BNF
               MOVE WS-VALOR-ABATIDO TO VALOR-ABATIDO-BNF
               MOVE WS-NUM-CREDITO TO NUM-ADIANTAMENTO-BNF
               MOVE PARM-SES-OPERADOR TO OPERADOR-BNF

               WRITE REG-NOTA-BONIF

               IF WS-FS-BNF NOT EQUAL ZEROS
                   MOVE WS-FS-BNF TO WS-FS-CODIGO-BUSCA
                   PERFORM 9000-TRADUZIR-FS-STATUS
                   DISPLAY "NAO FOI POSSIVEL GRAVAR A NOTA DE BONIFIC"
      -                "ACAO " WS-NUM-NOTA
                   DISPLAY "FILE STATUS: " WS-FS-BNF " - "
                       WS-FS-MENSAGEM
                   MOVE WS-NUM-NOTA TO WS-LOG-CHAVE
                   MOVE WS-FS-BNF TO WS-LOG-FS-VALOR
                   PERFORM 7000-GRAVAR-LOG-EXCECAO
                   MOVE 0 TO WS-FS-BNF
               END-IF

               MOVE SPACES TO WS-LINHA-NOTA
               MOVE WS-ACO-CLIENTE(WS-IDX-ACO) TO WS-NOT-CLIENTE
               MOVE WS-NUM-NOTA TO WS-NOT-NUMERO
               MOVE WS-ACO-BASE-TRIM(WS-IDX-ACO) TO WS-NOT-BASE
               MOVE WS-PERCENTUAL TO WS-NOT-PERCENTUAL
               MOVE WS-BONIF-TRIM TO WS-NOT-VALOR
               MOVE WS-VALOR-ABATIDO TO WS-NOT-ABATIDO
               COMPUTE WS-NOT-CREDITO =
                   WS-BONIF-TRIM - WS-VALOR-ABATIDO
               MOVE WS-LINHA-NOTA TO LINHA-RELATORIO
               PERFORM 8200-IMPRIMIR-LINHA

               ADD WS-BONIF-TRIM TO WS-TOTAL-BONIF
               ADD WS-VALOR-ABATIDO TO WS-TOTAL-ABATIDO
               COMPUTE WS-TOTAL-CREDITO = WS-TOTAL-CREDITO
                   + WS-BONIF-TRIM - WS-VALOR-ABATIDO
               ADD 1 TO WS-NOTAS-EMITIDAS

               MOVE WS-BONIF-TRIM TO MASC-VALOR
               DISPLAY "NOTA DE BONIFICACAO " WS-NUM-NOTA
                   " EMITIDA PARA O CLIENTE "
                   WS-ACO-CLIENTE(WS-IDX-ACO) " - VALOR " MASC-VALOR
           END-IF.

       6300-ABATER-TITULOS.
           OPEN EXTEND RECEBIMENTOS

           IF WS-FS-REC EQUAL 35
               OPEN OUTPUT RECEBIMENTOS
           END-IF

           MOVE 0 TO WS-EOF
           MOVE 0 TO NUM-FATURA-CR

           START CONTAS KEY NOT LESS NUM-FATURA-CR
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START

           PERFORM UNTIL WS-EOF EQUAL 1 OR WS-RESTANTE EQUAL 0
               READ CONTAS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF COD-CLIENTE-CR EQUAL
                           WS-ACO-CLIENTE(WS-IDX-ACO)
                       AND CR-ABERTA
                       AND VALOR-ABERTO-CR GREATER 0
                           PERFORM 6350-ABATER-UM-TITULO
                       END-IF
               END-READ
           END-PERFORM

           MOVE 0 TO WS-FS-CR

           IF WS-FS-REC EQUAL ZEROS
               CLOSE RECEBIMENTOS
           END-IF

           IF WS-VALOR-ABATIDO GREATER 0
               MOVE 23000 TO PARM-LAN-DEBITO
               MOVE 12000 TO PARM-LAN-CREDITO
               MOVE WS-VALOR-ABATIDO TO PARM-LAN-VALOR
               MOVE "BONIFICACAO ABATIDA EM TITULOS" TO
                   PARM-LAN-HISTORICO
               MOVE "BONIFICACAO-VOLUME" TO PARM-LAN-ORIGEM
               MOVE WS-NUM-NOTA TO PARM-LAN-DOCUMENTO
               CALL "GRAVA-LANCAMENTO" USING PARM-LANCAMENTO

               IF PARM-LAN-RETORNO NOT EQUAL ZEROS
                   DISPLAY "LANCAMENTO CONTABIL NAO GRAVADO - FILE ST"
      -                "ATUS: " PARM-LAN-RETORNO
               END-IF
           END-IF.

       6350-ABATER-UM-TITULO.
           IF VALOR-ABERTO-CR LESS WS-RESTANTE
               MOVE VALOR-ABERTO-CR TO WS-VALOR-APLICAR
           ELSE
               MOVE WS-RESTANTE TO WS-VALOR-APLICAR
           END-IF

           SUBTRACT WS-VALOR-APLICAR FROM VALOR-ABERTO-CR

           IF VALOR-ABERTO-CR EQUAL 0
               MOVE 'L' TO STATUS-CR
           END-IF

           REWRITE REG-CONTA-RECEBER

           IF WS-FS-CR NOT EQUAL ZEROS
               DISPLAY "NAO FOI POSSIVEL ABATER O TITULO "
                   NUM-FATURA-CR " - FILE STATUS: " WS-FS-CR
               MOVE NUM-FATURA-CR TO WS-LOG-CHAVE
               MOVE WS-FS-CR TO WS-LOG-FS-VALOR
               PERFORM 7000-GRAVAR-LOG-EXCECAO
               MOVE 0 TO WS-FS-CR
           ELSE
               SUBTRACT WS-VALOR-APLICAR FROM WS-RESTANTE
               ADD WS-VALOR-APLICAR TO WS-VALOR-ABATIDO

               IF WS-FS-REC EQUAL ZEROS
                   MOVE NUM-FATURA-CR TO NUM-FATURA-REC
                   MOVE COD-CLIENTE-CR TO COD-CLIENTE-REC
                   MOVE WS-DATA-HOJE TO DATA-RECEBIMENTO-REC
                   MOVE WS-VALOR-APLICAR TO VALOR-RECEBIDO-REC
                   MOVE PARM-SES-OPERADOR TO OPERADOR-RECEBIMENTO
                   WRITE REG-RECEBIMENTO-CR
               END-IF

               IF CR-LIQUIDADA
                   PERFORM 6370-LIQUIDAR-FATURA
               END-IF
           END-IF.

       6370-LIQUIDAR-FATURA.
           IF WS-FS-FAT EQUAL ZEROS
               MOVE NUM-FATURA-CR TO NUM-FATURA

               READ FATURAS
                   INVALID KEY
                       MOVE 0 TO WS-FS-FAT
                   NOT INVALID KEY
                       MOVE 'L' TO STATUS-FATURA
                       REWRITE REG-FATURA

                       IF WS-FS-FAT NOT EQUAL ZEROS
                           DISPLAY "NAO FOI POSSIVEL LIQUIDAR A FATUR"
      -                        "A " NUM-FATURA " - FILE STATUS: "
                               WS-FS-FAT
                           MOVE NUM-FATURA TO WS-LOG-CHAVE
                           MOVE WS-FS-FAT TO WS-LOG-FS-VALOR
                           PERFORM 7000-GRAVAR-LOG-EXCECAO
                           MOVE 0 TO WS-FS-FAT
                       END-IF
               END-READ
           END-IF.

       6400-GERAR-CREDITO.
           MOVE "ADIANTAMENTO" TO PARM-SERIE
           CALL "PROXIMO-NUMERO" USING PARM-PROXIMO-NUMERO

           IF PARM-RETORNO NOT EQUAL ZEROS
               DISPLAY "NAO FOI POSSIVEL NUMERAR O CREDITO - FILE STA"
      -            "TUS: " PARM-RETORNO
               MOVE "NUMEROS.TXT" TO WS-LOG-CHAVE
               MOVE PARM-RETORNO TO WS-LOG-FS-VALOR
               PERFORM 7000-GRAVAR-LOG-EXCECAO
           ELSE
               MOVE PARM-NUMERO TO NUM-ADIANTAMENTO
               MOVE WS-ACO-CLIENTE(WS-IDX-ACO) TO COD-CLIENTE-ADT
               MOVE WS-DATA-HOJE TO DATA-ADIANTAMENTO
               MOVE 'B' TO ORIGEM-ADT
               MOVE WS-RESTANTE TO VALOR-ORIGINAL-ADT
               MOVE WS-RESTANTE TO SALDO-ADT
               MOVE 'A' TO STATUS-ADT
               MOVE PARM-SES-OPERADOR TO OPERADOR-ADT
               MOVE SPACES TO OBSERVACAO-ADT
               STRING "BONIFICACAO NOTA " WS-NUM-NOTA
                   DELIMITED BY SIZE INTO OBSERVACAO-ADT

               WRITE REG-ADIANTAMENTO

               IF WS-FS-ADT NOT EQUAL ZEROS
                   DISPLAY "NAO FOI POSSIVEL GRAVAR O CREDITO DA BONI"
      -                "FICACAO - FILE STATUS: " WS-FS-ADT
                   MOVE NUM-ADIANTAMENTO TO WS-LOG-CHAVE
                   MOVE WS-FS-ADT TO WS-LOG-FS-VALOR
                   PERFORM 7000-GRAVAR-LOG-EXCECAO
                   MOVE 0 TO WS-FS-ADT
               ELSE
                   MOVE NUM-ADIANTAMENTO TO WS-NUM-CREDITO

                   MOVE 23000 TO PARM-LAN-DEBITO
                   MOVE 22000 TO PARM-LAN-CREDITO
                   MOVE WS-RESTANTE TO PARM-LAN-VALOR
                   MOVE "BONIFICACAO EM CREDITO" TO
                       PARM-LAN-HISTORICO
                   MOVE "BONIFICACAO-VOLUME" TO PARM-LAN-ORIGEM
                   MOVE WS-NUM-NOTA TO PARM-LAN-DOCUMENTO
                   CALL "GRAVA-LANCAMENTO" USING PARM-LANCAMENTO

                   IF PARM-LAN-RETORNO NOT EQUAL ZEROS
                       DISPLAY "LANCAMENTO CONTABIL NAO GRAVADO - FIL"
      -                    "E STATUS: " PARM-LAN-RETORNO
                   END-IF
               END-IF
           END-IF.

       6900-ABRIR-ADIANTAMENTOS.
           OPEN I-O ADIANTAMENTOS

           IF WS-FS-ADT EQUAL 35
               OPEN OUTPUT ADIANTAMENTOS
               IF WS-FS-ADT EQUAL ZEROS
                   CLOSE ADIANTAMENTOS
                   OPEN I-O ADIANTAMENTOS
               END-IF
           END-IF.

       8100-ABRIR-RELATORIO.
           MOVE PARM-AMB-NOME TO REL-CAB-AMBIENTE

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-RELATORIO
           MOVE WS-DATA-RELATORIO(5:2) TO REL-CAB-DATA(1:2)
           MOVE WS-DATA-RELATORIO(7:2) TO REL-CAB-DATA(4:2)
           MOVE WS-DATA-RELATORIO(1:4) TO REL-CAB-DATA(7:4)

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

       0900-LER-SESSAO.
           MOVE 'L' TO PARM-SES-ACAO
           CALL "OPERADOR-SESSAO" USING PARM-SESSAO.

       7000-GRAVAR-LOG-EXCECAO.
           OPEN EXTEND LOG-EXCECOES

           IF WS-FS-LOG EQUAL 35
               OPEN OUTPUT LOG-EXCECOES
           END-IF

           IF WS-FS-LOG EQUAL 0
               MOVE "BONIFICACAO-VOLUME" TO LOG-PROGRAMA
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

           MOVE SPACES TO WS-ARQ-ACORDOSBONIF
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'ACORDOSBONIF.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-ACORDOSBONIF

           MOVE SPACES TO WS-ARQ-PROVISOESBONIF
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'PROVISOESBONIF.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-PROVISOESBONIF

           MOVE SPACES TO WS-ARQ-NOTASBONIF
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'NOTASBONIF.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-NOTASBONIF

           MOVE SPACES TO WS-ARQ-FATURASLINHAS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'FATURASLINHAS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-FATURASLINHAS

           MOVE SPACES TO WS-ARQ-DEVOLUCOES
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'DEVOLUCOES.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-DEVOLUCOES

           MOVE SPACES TO WS-ARQ-CONTASRECEBER
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'CONTASRECEBER.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-CONTASRECEBER

           MOVE SPACES TO WS-ARQ-FATURAS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'FATURAS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-FATURAS

           MOVE SPACES TO WS-ARQ-ADIANTAMENTOS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'ADIANTAMENTOS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-ADIANTAMENTOS

           MOVE SPACES TO WS-ARQ-RECEBIMENTOS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'RECEBIMENTOSCR.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-RECEBIMENTOS

           MOVE SPACES TO WS-ARQ-EXCECOES
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'EXCECOES.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-EXCECOES.

       END PROGRAM BONIFICACAO-VOLUME.
