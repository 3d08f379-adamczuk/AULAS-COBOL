       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHECKLIST-FECHAMENTO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHECKLIST ASSIGN TO WS-ARQ-CHECKLIST
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-CKL.

           SELECT CHECK-FECH ASSIGN TO WS-ARQ-CHECKFECHAMENTO
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CHAVE-CHECK-FECH
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WS-FS-CHK.

           SELECT CONTAGENS ASSIGN TO WS-ARQ-CONTAGENS
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS COD-PRODUTO-CTG
           FILE STATUS IS WS-FS-CTG.

           SELECT TRANSITO ASSIGN TO WS-ARQ-TRANSITO
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS NUM-TRANSITO
           FILE STATUS IS WS-FS-TRA.

           SELECT LOG-EXCECOES ASSIGN TO WS-ARQ-EXCECOES
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-LOG.

           SELECT DIAS-FECHADOS ASSIGN TO WS-ARQ-CAIXAFECHADO
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS DIA-FECHADO
           FILE STATUS IS WS-FS-DIA.

           SELECT PERIODO-MENSAL ASSIGN TO WS-ARQ-PERIODOMENSAL
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-PMS.
       DATA DIVISION.
       FILE SECTION.
       FD CHECKLIST.
           COPY CHECKLIST.

       FD CHECK-FECH.
           COPY CHECKFECHAMENTO.

       FD CONTAGENS.
       01 REG-CONTAGEM.
           03 COD-PRODUTO-CTG      PIC 9(05).
           03 NOME-PRODUTO-CTG     PIC X(20).
           03 QTDE-LIVRO-CTG       PIC 9(09).
           03 CONTAGEM-1           PIC 9(09).
           03 CONTAGEM-2           PIC 9(09).
           03 STATUS-CONTAGEM      PIC X.
               88 CONTAGEM-AJUSTADA    VALUE 'A'.

       FD TRANSITO.
           COPY TRANSITO.

       FD LOG-EXCECOES.
           COPY EXCELOG.

       FD DIAS-FECHADOS.
       01 REG-DIA-FECHADO.
           03 DIA-FECHADO          PIC 9(08).
           03 DATA-FECHAMENTO-DIA  PIC 9(14).
       FD PERIODO-MENSAL.
           COPY PERIODOMENSAL.

       WORKING-STORAGE SECTION.
           COPY AMBIENTE.
           COPY PARMSESSAO.
           COPY PARMDIAUTIL.
       77 WS-ARQ-CHECKLIST       PIC X(60) VALUE SPACES.
       77 WS-ARQ-CHECKFECHAMENTO PIC X(60) VALUE SPACES.
       77 WS-ARQ-CONTAGENS       PIC X(60) VALUE SPACES.
       77 WS-ARQ-TRANSITO        PIC X(60) VALUE SPACES.
       77 WS-ARQ-EXCECOES        PIC X(60) VALUE SPACES.
       77 WS-ARQ-CAIXAFECHADO    PIC X(60) VALUE SPACES.
       77 WS-ARQ-PERIODOMENSAL   PIC X(60) VALUE SPACES.
       77 WS-FS-CKL           PIC 99 VALUE 0.
       77 WS-FS-CHK           PIC 99 VALUE 0.
       77 WS-FS-CTG           PIC 99 VALUE 0.
       77 WS-FS-TRA           PIC 99 VALUE 0.
       77 WS-FS-LOG           PIC 99 VALUE 0.
       77 WS-FS-DIA           PIC 99 VALUE 0.
       77 WS-FS-PMS           PIC 99 VALUE 0.
       77 WS-EOF              PIC 99 VALUE 0.
       77 CONTROLE            PIC A VALUE SPACES.
       77 WS-OPCAO            PIC 9 VALUE 0.
       77 WS-CONFIRMA         PIC A VALUE SPACES.
       77 WS-DATA-HOJE        PIC 9(08) VALUE 0.
       77 WS-PERIODO          PIC 9(06) VALUE 0.
       77 WS-ANO              PIC 9(04) VALUE 0.
       77 WS-MES              PIC 99 VALUE 0.
       77 WS-DATA-INICIO-MES  PIC 9(08) VALUE 0.
       77 WS-DATA-FIM-MES     PIC 9(08) VALUE 0.
       77 WS-DATA-CORRENTE    PIC 9(08) VALUE 0.
       77 WS-INT-FIM-MES      PIC 9(07) VALUE 0.
       77 WS-INT-CORRENTE     PIC 9(07) VALUE 0.
       77 WS-INT-LIMITE       PIC 9(07) VALUE 0.
       77 WS-DIAS-TRANSITO    PIC 9(05) VALUE 0.
       77 WS-QTDE-PASSOS      PIC 99 VALUE 0.
       77 WS-IDX-PASSO        PIC 99 VALUE 0.
       77 WS-IDX-ALVO         PIC 99 VALUE 0.
       77 WS-SEQ-INF          PIC 99 VALUE 0.
       77 WS-PARAMETRO-INF    PIC 9(03) VALUE 0.
       77 WS-REGISTRO-EXISTE  PIC A VALUE 'N'.
       77 WS-FALHA-CALL       PIC A VALUE 'N'.
       77 WS-OCORRENCIAS      PIC 9(05) VALUE 0.
       77 WS-SITUACAO-NOVA    PIC X VALUE SPACE.
       77 WS-MOTIVO-INF       PIC X(40) VALUE SPACES.
       77 WS-DESC-SITUACAO    PIC X(10) VALUE SPACES.

       01 WS-TABELA-PASSOS.
           03 WS-PASSO-OCORR OCCURS 30 TIMES.
               05 WS-PAS-SEQ          PIC 99.
               05 WS-PAS-TIPO         PIC X.
               05 WS-PAS-PROGRAMA     PIC X(30).
               05 WS-PAS-DESCRICAO    PIC X(40).
               05 WS-PAS-PARAMETRO    PIC 9(03).

      ******************************************************************
      * Month-end close checklist. The steps on CHECKLIST.TXT are done
      * strictly in order for one closing month: the pre-conditions
      * (no pending stocktake variance, no transfer in transit longer
      * than the tolerance, no unacknowledged I/O exception, cash
      * closed on every business day) are verified here, the programs
      * are CALLed from here, and each result is kept on
      * CHECKFECHAMENTO.TXT with the operator and the time. A step
      * that cannot be done can be waived by a level 3 operator with
      * a reason. FECHAMENTO-MENSAL and option 1 of
      * FECHAMENTO-CONTABIL ask CONFERE-CHECKLIST before closing.
      ******************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0950-RESOLVER-AMBIENTE
           PERFORM 0900-LER-SESSAO
           DISPLAY "CHECKLIST DE FECHAMENTO DO MES"

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           MOVE WS-DATA-HOJE(1:4) TO WS-ANO
           MOVE WS-DATA-HOJE(5:2) TO WS-MES

           IF WS-MES EQUAL 1
               MOVE 12 TO WS-MES
               SUBTRACT 1 FROM WS-ANO
           ELSE
               SUBTRACT 1 FROM WS-MES
           END-IF

           DISPLAY "MES A FECHAR (AAAAMM, 0 = " WS-ANO WS-MES ")"
           ACCEPT WS-PERIODO

           IF WS-PERIODO EQUAL 0
               COMPUTE WS-PERIODO = WS-ANO * 100 + WS-MES
           END-IF

           MOVE WS-PERIODO(1:4) TO WS-ANO
           MOVE WS-PERIODO(5:2) TO WS-MES

           IF WS-MES LESS 1 OR WS-MES GREATER 12
               DISPLAY "PERIODO INVALIDO: " WS-PERIODO
               GOBACK
           END-IF

           PERFORM 1300-CALCULAR-DATAS-MES
           PERFORM 1000-CARREGAR-CHECKLIST

           OPEN I-O CHECK-FECH

           IF WS-FS-CHK EQUAL 35
               OPEN OUTPUT CHECK-FECH
               IF WS-FS-CHK EQUAL ZEROS
                   CLOSE CHECK-FECH
                   OPEN I-O CHECK-FECH
               END-IF
           END-IF

           IF WS-FS-CHK NOT EQUAL ZEROS
               DISPLAY "NAO FOI POSSIVEL ABRIR CHECKFECHAMENTO.TXT - "
                   "FILE STATUS: " WS-FS-CHK
           ELSE
               PERFORM 2000-MOSTRAR-CHECKLIST

               PERFORM UNTIL CONTROLE EQUAL 'N'
                   DISPLAY "1 - MOSTRAR O CHECKLIST DO MES"
                   DISPLAY "2 - EXECUTAR O PROXIMO PASSO"
                   DISPLAY "3 - DISPENSAR PASSO (NIVEL 3)"
                   DISPLAY "4 - ALTERAR TOLERANCIA DE VERIFICACAO (NI"
                       "VEL 3)"
                   ACCEPT WS-OPCAO

                   EVALUATE WS-OPCAO
                       WHEN 1
                           PERFORM 2000-MOSTRAR-CHECKLIST
                       WHEN 2
                           PERFORM 3000-EXECUTAR-PROXIMO
                       WHEN 3
                           PERFORM 4000-DISPENSAR-PASSO
                       WHEN 4
                           PERFORM 4500-ALTERAR-PARAMETRO
                       WHEN OTHER
                           DISPLAY "OPCAO INVALIDA"
                   END-EVALUATE

                   DISPLAY "DESEJA REALIZAR OUTRA OPERACAO?"
                   DISPLAY "DIGITE N PARA NAO"
                   ACCEPT CONTROLE
               END-PERFORM

               CLOSE CHECK-FECH
           END-IF

           GOBACK.

       1000-CARREGAR-CHECKLIST.
           MOVE 0 TO WS-QTDE-PASSOS

           OPEN INPUT CHECKLIST

           IF WS-FS-CKL EQUAL 35
               DISPLAY "CHECKLIST.TXT NAO ENCONTRADO - GRAVANDO O CHE"
                   "CKLIST PADRAO"
               PERFORM 1050-MONTAR-PADRAO
               PERFORM 1100-GRAVAR-CHECKLIST
           ELSE
               IF WS-FS-CKL NOT EQUAL ZEROS
                   DISPLAY "CHECKLIST.TXT NAO ABERTO - FILE STATUS: "
                       WS-FS-CKL
               ELSE
                   MOVE 0 TO WS-EOF
                   PERFORM UNTIL WS-EOF EQUAL 1
                       READ CHECKLIST
                           AT END
                               MOVE 1 TO WS-EOF
                           NOT AT END
                               PERFORM 1010-GUARDAR-PASSO
                       END-READ
                   END-PERFORM
                   CLOSE CHECKLIST
               END-IF
           END-IF.

       1010-GUARDAR-PASSO.
           IF WS-QTDE-PASSOS GREATER OR EQUAL 30
               DISPLAY "CHECKLIST COM MAIS DE 30 PASSOS - EXCEDENTES "
                   "IGNORADOS"
           ELSE
               ADD 1 TO WS-QTDE-PASSOS
               MOVE PCL-SEQ TO WS-PAS-SEQ(WS-QTDE-PASSOS)
               MOVE PCL-TIPO TO WS-PAS-TIPO(WS-QTDE-PASSOS)
               MOVE PCL-PROGRAMA TO WS-PAS-PROGRAMA(WS-QTDE-PASSOS)
               MOVE PCL-DESCRICAO TO WS-PAS-DESCRICAO(WS-QTDE-PASSOS)
               MOVE PCL-PARAMETRO TO WS-PAS-PARAMETRO(WS-QTDE-PASSOS)
           END-IF.

       1050-MONTAR-PADRAO.
           MOVE 1 TO PCL-SEQ
           MOVE 'V' TO PCL-TIPO
           MOVE "INVENTARIO" TO PCL-PROGRAMA
           MOVE "SEM DIVERGENCIA DE INVENTARIO PENDENTE" TO
               PCL-DESCRICAO
           MOVE 0 TO PCL-PARAMETRO
           PERFORM 1010-GUARDAR-PASSO

           MOVE 2 TO PCL-SEQ
           MOVE "TRANSITO" TO PCL-PROGRAMA
           MOVE "SEM TRANSFERENCIA EM TRANSITO ALEM DO PRAZO" TO
               PCL-DESCRICAO
           MOVE 7 TO PCL-PARAMETRO
           PERFORM 1010-GUARDAR-PASSO

           MOVE 3 TO PCL-SEQ
           MOVE "EXCECOES" TO PCL-PROGRAMA
           MOVE "SEM EXCECAO DE ARQUIVO NAO RECONHECIDA" TO
               PCL-DESCRICAO
           MOVE 0 TO PCL-PARAMETRO
           PERFORM 1010-GUARDAR-PASSO

           MOVE 4 TO PCL-SEQ
           MOVE "CAIXA" TO PCL-PROGRAMA
           MOVE "CAIXA FECHADO EM TODOS OS DIAS UTEIS" TO
               PCL-DESCRICAO
           PERFORM 1010-GUARDAR-PASSO

           MOVE 'P' TO PCL-TIPO
           MOVE 5 TO PCL-SEQ
           MOVE "FECHAMENTO-MENSAL" TO PCL-PROGRAMA
           MOVE "FECHAMENTO MENSAL DE ESTOQUE" TO PCL-DESCRICAO
           PERFORM 1010-GUARDAR-PASSO

           MOVE 6 TO PCL-SEQ
           MOVE "ARQUIVA-MOVIMENTO" TO PCL-PROGRAMA
           MOVE "ARQUIVAMENTO DO MOVIMENTO DE ESTOQUE" TO
               PCL-DESCRICAO
           PERFORM 1010-GUARDAR-PASSO

           MOVE 7 TO PCL-SEQ
           MOVE "BALANCETE" TO PCL-PROGRAMA
           MOVE "BALANCETE DO MES" TO PCL-DESCRICAO
           PERFORM 1010-GUARDAR-PASSO

           MOVE 8 TO PCL-SEQ
           MOVE "COMISSAO-VENDAS" TO PCL-PROGRAMA
           MOVE "COMISSOES DE VENDAS" TO PCL-DESCRICAO
           PERFORM 1010-GUARDAR-PASSO

           MOVE 9 TO PCL-SEQ
           MOVE "CONTAS-RECEBER" TO PCL-PROGRAMA
           MOVE "AGING DE CONTAS A RECEBER" TO PCL-DESCRICAO
           PERFORM 1010-GUARDAR-PASSO

           MOVE 10 TO PCL-SEQ
           MOVE "INADIMPLENCIA" TO PCL-PROGRAMA
           MOVE "AGING DE CONTRATOS" TO PCL-DESCRICAO
           PERFORM 1010-GUARDAR-PASSO.

       1100-GRAVAR-CHECKLIST.
           OPEN OUTPUT CHECKLIST

           IF WS-FS-CKL NOT EQUAL ZEROS
               DISPLAY "CHECKLIST.TXT NAO GRAVADO - FILE STATUS: "
                   WS-FS-CKL
           ELSE
               PERFORM VARYING WS-IDX-PASSO FROM 1 BY 1
                       UNTIL WS-IDX-PASSO GREATER WS-QTDE-PASSOS
                   MOVE WS-PAS-SEQ(WS-IDX-PASSO) TO PCL-SEQ
                   MOVE WS-PAS-TIPO(WS-IDX-PASSO) TO PCL-TIPO
                   MOVE WS-PAS-PROGRAMA(WS-IDX-PASSO) TO PCL-PROGRAMA
                   MOVE WS-PAS-DESCRICAO(WS-IDX-PASSO) TO
                       PCL-DESCRICAO
                   MOVE WS-PAS-PARAMETRO(WS-IDX-PASSO) TO
                       PCL-PARAMETRO
                   WRITE REG-PASSO-CHECKLIST
               END-PERFORM
               CLOSE CHECKLIST
           END-IF.

       1200-LER-SITUACAO.
           MOVE WS-PERIODO TO CHK-PERIODO
           MOVE WS-PAS-SEQ(WS-IDX-PASSO) TO CHK-SEQ
           MOVE 'S' TO WS-REGISTRO-EXISTE

           READ CHECK-FECH
               INVALID KEY
                   MOVE 'N' TO WS-REGISTRO-EXISTE
                   INITIALIZE REG-CHECK-FECHAMENTO
                   MOVE WS-PERIODO TO CHK-PERIODO
                   MOVE WS-PAS-SEQ(WS-IDX-PASSO) TO CHK-SEQ
                   MOVE WS-PAS-PROGRAMA(WS-IDX-PASSO) TO CHK-PROGRAMA
                   MOVE 'P' TO CHK-SITUACAO
           END-READ.

       1300-CALCULAR-DATAS-MES.
           COMPUTE WS-DATA-INICIO-MES = WS-PERIODO * 100 + 1

           IF WS-MES EQUAL 12
               COMPUTE WS-DATA-CORRENTE = (WS-ANO + 1) * 10000 + 101
           ELSE
               COMPUTE WS-DATA-CORRENTE = WS-DATA-INICIO-MES + 100
           END-IF

           COMPUTE WS-INT-FIM-MES =
               FUNCTION INTEGER-OF-DATE(WS-DATA-CORRENTE) - 1
           MOVE FUNCTION DATE-OF-INTEGER(WS-INT-FIM-MES) TO
               WS-DATA-FIM-MES.

       2000-MOSTRAR-CHECKLIST.
           DISPLAY "CHECKLIST DE " WS-PERIODO
           DISPLAY "SQ T PASSO                                    SIT"
               "UACAO   OPE DATA-HORA"

           PERFORM VARYING WS-IDX-PASSO FROM 1 BY 1
                   UNTIL WS-IDX-PASSO GREATER WS-QTDE-PASSOS
               PERFORM 1200-LER-SITUACAO
               PERFORM 2100-DESCREVER-SITUACAO

               DISPLAY WS-PAS-SEQ(WS-IDX-PASSO) " "
                   WS-PAS-TIPO(WS-IDX-PASSO) " "
                   WS-PAS-DESCRICAO(WS-IDX-PASSO) " "
                   WS-DESC-SITUACAO " " CHK-OPERADOR " "
                   CHK-DATA-HORA

               IF CHK-DISPENSADO
                   DISPLAY "       MOTIVO DA DISPENSA: " CHK-MOTIVO
               END-IF

               IF CHK-FALHOU AND CHK-OCORRENCIAS GREATER 0
                   DISPLAY "       OCORRENCIAS ENCONTRADAS: "
                       CHK-OCORRENCIAS
               END-IF
           END-PERFORM.

       2100-DESCREVER-SITUACAO.
           EVALUATE TRUE
               WHEN CHK-CONCLUIDO
                   MOVE "CONCLUIDO" TO WS-DESC-SITUACAO
               WHEN CHK-DISPENSADO
                   MOVE "DISPENSADO" TO WS-DESC-SITUACAO
               WHEN CHK-FALHOU
                   MOVE "FALHOU" TO WS-DESC-SITUACAO
               WHEN OTHER
                   MOVE "PENDENTE" TO WS-DESC-SITUACAO
           END-EVALUATE.

      ******************************************************************
      * Only the first step not yet concluded or waived can be run, so
      * the month-end sequence cannot be taken out of order. A step
      * that failed stays where it is until it passes or is waived.
      ******************************************************************
       3000-EXECUTAR-PROXIMO.
           MOVE 0 TO WS-IDX-ALVO

           PERFORM VARYING WS-IDX-PASSO FROM 1 BY 1
                   UNTIL WS-IDX-PASSO GREATER WS-QTDE-PASSOS
                   OR WS-IDX-ALVO GREATER 0
               PERFORM 1200-LER-SITUACAO
               IF NOT CHK-RESOLVIDO
                   MOVE WS-IDX-PASSO TO WS-IDX-ALVO
               END-IF
           END-PERFORM

           IF WS-IDX-ALVO EQUAL 0
               DISPLAY "TODOS OS PASSOS DE " WS-PERIODO " CONCLUIDOS "
                   "OU DISPENSADOS - O MES PODE SER FECHADO"
           ELSE
               MOVE WS-IDX-ALVO TO WS-IDX-PASSO
               DISPLAY "PROXIMO PASSO: " WS-PAS-SEQ(WS-IDX-PASSO) " - "
                   WS-PAS-DESCRICAO(WS-IDX-PASSO)
               DISPLAY "EXECUTAR AGORA? (S/N)"
               ACCEPT WS-CONFIRMA

               IF WS-CONFIRMA EQUAL 'S'
                   MOVE 0 TO WS-OCORRENCIAS

                   IF WS-PAS-TIPO(WS-IDX-PASSO) EQUAL 'V'
                       PERFORM 3100-EXECUTAR-VERIFICACAO
                   ELSE
                       PERFORM 3200-EXECUTAR-PROGRAMA
                   END-IF

                   MOVE SPACES TO WS-MOTIVO-INF
                   PERFORM 3900-GRAVAR-SITUACAO

                   IF WS-SITUACAO-NOVA EQUAL 'C'
                       DISPLAY "PASSO " WS-PAS-SEQ(WS-IDX-PASSO)
                           " CONCLUIDO"
                   ELSE
                       DISPLAY "PASSO " WS-PAS-SEQ(WS-IDX-PASSO)
                           " FALHOU - CORRIJA E EXECUTE DE NOVO OU PE"
                           "CA A DISPENSA AO SUPERVISOR"
                   END-IF
               END-IF
           END-IF.

       3100-EXECUTAR-VERIFICACAO.
           EVALUATE WS-PAS-PROGRAMA(WS-IDX-PASSO)
               WHEN "INVENTARIO"
                   PERFORM 5100-VERIFICAR-INVENTARIO
               WHEN "TRANSITO"
                   PERFORM 5200-VERIFICAR-TRANSITO
               WHEN "EXCECOES"
                   PERFORM 5300-VERIFICAR-EXCECOES
               WHEN "CAIXA"
                   PERFORM 5400-VERIFICAR-CAIXA
               WHEN OTHER
                   DISPLAY "VERIFICACAO DESCONHECIDA: "
                       WS-PAS-PROGRAMA(WS-IDX-PASSO)
                   MOVE 1 TO WS-OCORRENCIAS
           END-EVALUATE

           IF WS-OCORRENCIAS EQUAL 0
               MOVE 'C' TO WS-SITUACAO-NOVA
           ELSE
               DISPLAY "OCORRENCIAS: " WS-OCORRENCIAS
               MOVE 'F' TO WS-SITUACAO-NOVA
           END-IF.

       3200-EXECUTAR-PROGRAMA.
           DISPLAY "EXECUTANDO " WS-PAS-PROGRAMA(WS-IDX-PASSO)
               " PARA " WS-PERIODO

           MOVE 'N' TO WS-FALHA-CALL

           PERFORM 3210-GRAVAR-PERIODO

           IF WS-FS-PMS NOT EQUAL ZEROS
               MOVE 'F' TO WS-SITUACAO-NOVA
           ELSE
               MOVE 0 TO RETURN-CODE

               CALL WS-PAS-PROGRAMA(WS-IDX-PASSO)
                   ON EXCEPTION
                       MOVE 'S' TO WS-FALHA-CALL
               END-CALL

               IF WS-FALHA-CALL EQUAL 'S'
               OR RETURN-CODE NOT EQUAL ZEROS
                   IF WS-FALHA-CALL EQUAL 'S'
                       DISPLAY "PROGRAMA "
                           WS-PAS-PROGRAMA(WS-IDX-PASSO)
                           " NAO ENCONTRADO"
                   END-IF
                   MOVE 'F' TO WS-SITUACAO-NOVA
               ELSE
                   MOVE 'C' TO WS-SITUACAO-NOVA
               END-IF

               MOVE 0 TO RETURN-CODE

               PERFORM 3220-LIMPAR-PERIODO
           END-IF.

      *    The step programs take the month from PERIODOMENSAL.TXT
      *    when it holds one, as they do under CADEIA-MENSAL, so the
      *    step marked done is the one that ran for WS-PERIODO.
       3210-GRAVAR-PERIODO.
           OPEN OUTPUT PERIODO-MENSAL

           IF WS-FS-PMS EQUAL ZEROS
               MOVE WS-PERIODO TO PMS-PERIODO
               MOVE PARM-SES-OPERADOR TO PMS-OPERADOR
               MOVE FUNCTION CURRENT-DATE(1:14) TO PMS-DATA-HORA
               WRITE REG-PERIODO-MENSAL
               CLOSE PERIODO-MENSAL
           ELSE
               DISPLAY "PERIODOMENSAL.TXT NAO GRAVADO - FILE STATUS: "
                   WS-FS-PMS
           END-IF.

       3220-LIMPAR-PERIODO.
           OPEN OUTPUT PERIODO-MENSAL

           IF WS-FS-PMS EQUAL ZEROS
               CLOSE PERIODO-MENSAL
           END-IF.

       3900-GRAVAR-SITUACAO.
           PERFORM 1200-LER-SITUACAO

           MOVE WS-PAS-PROGRAMA(WS-IDX-PASSO) TO CHK-PROGRAMA
           MOVE WS-SITUACAO-NOVA TO CHK-SITUACAO
           MOVE PARM-SES-OPERADOR TO CHK-OPERADOR
           MOVE FUNCTION CURRENT-DATE(1:14) TO CHK-DATA-HORA
           MOVE WS-OCORRENCIAS TO CHK-OCORRENCIAS
           MOVE WS-MOTIVO-INF TO CHK-MOTIVO

           IF WS-REGISTRO-EXISTE EQUAL 'S'
               REWRITE REG-CHECK-FECHAMENTO
           ELSE
               WRITE REG-CHECK-FECHAMENTO
           END-IF

           IF WS-FS-CHK NOT EQUAL ZEROS
               DISPLAY "SITUACAO DO PASSO " CHK-SEQ " NAO GRAVADA - F"
                   "ILE STATUS: " WS-FS-CHK
           END-IF.

       4000-DISPENSAR-PASSO.
           IF PARM-SES-NIVEL LESS 3
               DISPLAY "ACESSO NEGADO - DISPENSA EXIGE NIVEL 3"
           ELSE
               DISPLAY "INFORME O PASSO A DISPENSAR (SQ)"
               ACCEPT WS-SEQ-INF
               PERFORM 4900-LOCALIZAR-PASSO

               IF WS-IDX-ALVO EQUAL 0
                   DISPLAY "PASSO NAO EXISTE NO CHECKLIST: " WS-SEQ-INF
               ELSE
                   MOVE WS-IDX-ALVO TO WS-IDX-PASSO
                   PERFORM 1200-LER-SITUACAO

                   IF CHK-RESOLVIDO
                       PERFORM 2100-DESCREVER-SITUACAO
                       DISPLAY "PASSO " WS-SEQ-INF " JA ESTA "
                           WS-DESC-SITUACAO
                   ELSE
                       DISPLAY WS-PAS-DESCRICAO(WS-IDX-PASSO)
                       DISPLAY "MOTIVO DA DISPENSA"
                       ACCEPT WS-MOTIVO-INF

                       IF WS-MOTIVO-INF EQUAL SPACES
                           DISPLAY "MOTIVO OBRIGATORIO - PASSO CONTIN"
                               "UA PENDENTE"
                       ELSE
                           MOVE CHK-OCORRENCIAS TO WS-OCORRENCIAS
                           MOVE 'D' TO WS-SITUACAO-NOVA
                           PERFORM 3900-GRAVAR-SITUACAO
                           DISPLAY "PASSO " WS-SEQ-INF " DISPENSADO"
                       END-IF
                   END-IF
               END-IF
           END-IF.

       4500-ALTERAR-PARAMETRO.
           IF PARM-SES-NIVEL LESS 3
               DISPLAY "ACESSO NEGADO - ALTERACAO EXIGE NIVEL 3"
           ELSE
               DISPLAY "INFORME O PASSO DE VERIFICACAO (SQ)"
               ACCEPT WS-SEQ-INF
               PERFORM 4900-LOCALIZAR-PASSO

               IF WS-IDX-ALVO EQUAL 0
                   DISPLAY "PASSO NAO EXISTE NO CHECKLIST: " WS-SEQ-INF
               ELSE
                   IF WS-PAS-TIPO(WS-IDX-ALVO) NOT EQUAL 'V'
                       DISPLAY "O PASSO " WS-SEQ-INF " NAO E UMA VERI"
                           "FICACAO"
                   ELSE
                       DISPLAY WS-PAS-DESCRICAO(WS-IDX-ALVO)
                       DISPLAY "TOLERANCIA ATUAL: "
                           WS-PAS-PARAMETRO(WS-IDX-ALVO)
                       DISPLAY "NOVA TOLERANCIA"
                       ACCEPT WS-PARAMETRO-INF
                       MOVE WS-PARAMETRO-INF TO
                           WS-PAS-PARAMETRO(WS-IDX-ALVO)
                       PERFORM 1100-GRAVAR-CHECKLIST
                       DISPLAY "TOLERANCIA GRAVADA"
                   END-IF
               END-IF
           END-IF.

       4900-LOCALIZAR-PASSO.
           MOVE 0 TO WS-IDX-ALVO

           PERFORM VARYING WS-IDX-PASSO FROM 1 BY 1
                   UNTIL WS-IDX-PASSO GREATER WS-QTDE-PASSOS
               IF WS-PAS-SEQ(WS-IDX-PASSO) EQUAL WS-SEQ-INF
               AND WS-IDX-ALVO EQUAL 0
                   MOVE WS-IDX-PASSO TO WS-IDX-ALVO
               END-IF
           END-PERFORM.

      * Any count not yet posted (status other than 'A') is a
      * variance still open.
       5100-VERIFICAR-INVENTARIO.
           MOVE 0 TO WS-EOF

           OPEN INPUT CONTAGENS

           IF WS-FS-CTG NOT EQUAL ZEROS
               DISPLAY "SEM CONTAGEM DE INVENTARIO EM ANDAMENTO"
               MOVE 1 TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF EQUAL 1
               READ CONTAGENS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF NOT CONTAGEM-AJUSTADA
                           ADD 1 TO WS-OCORRENCIAS
                           IF WS-OCORRENCIAS NOT GREATER 20
                               DISPLAY "CONTAGEM PENDENTE: PRODUTO "
                                   COD-PRODUTO-CTG " " NOME-PRODUTO-CTG
                                   " STATUS " STATUS-CONTAGEM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-FS-CTG EQUAL ZEROS OR WS-FS-CTG EQUAL 10
               CLOSE CONTAGENS
           END-IF.

      * Age counted up to the last day of the closing month.
       5200-VERIFICAR-TRANSITO.
           MOVE 0 TO WS-EOF

           OPEN INPUT TRANSITO

           IF WS-FS-TRA NOT EQUAL ZEROS
               DISPLAY "SEM TRANSFERENCIAS EM TRANSITO"
               MOVE 1 TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF EQUAL 1
               READ TRANSITO NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF TRANSITO-DESPACHADO
                       AND DATA-DESPACHO-TR NOT GREATER
                           WS-DATA-FIM-MES
                           COMPUTE WS-DIAS-TRANSITO = WS-INT-FIM-MES
                               - FUNCTION INTEGER-OF-DATE
                                   (DATA-DESPACHO-TR)
                           IF WS-DIAS-TRANSITO GREATER
                               WS-PAS-PARAMETRO(WS-IDX-PASSO)
                               ADD 1 TO WS-OCORRENCIAS
                               IF WS-OCORRENCIAS NOT GREATER 20
                                   DISPLAY "EM TRANSITO HA "
                                       WS-DIAS-TRANSITO " DIAS: "
                                       NUM-TRANSITO " PRODUTO "
                                       COD-PRODUTO-TR " DEP "
                                       DEP-ORIGEM-TR " -> "
                                       DEP-DESTINO-TR
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-FS-TRA EQUAL ZEROS OR WS-FS-TRA EQUAL 10
               CLOSE TRANSITO
           END-IF.

       5300-VERIFICAR-EXCECOES.
           MOVE 0 TO WS-EOF

           OPEN INPUT LOG-EXCECOES

           IF WS-FS-LOG NOT EQUAL ZEROS
               DISPLAY "SEM EXCECOES REGISTRADAS"
               MOVE 1 TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF EQUAL 1
               READ LOG-EXCECOES
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF NOT LOG-RECONHECIDO
                       AND LOG-DATA-HORA(1:8) NOT GREATER
                           WS-DATA-FIM-MES
                           ADD 1 TO WS-OCORRENCIAS
                           IF WS-OCORRENCIAS NOT GREATER 20
                               DISPLAY "EXCECAO NAO RECONHECIDA: "
                                   LOG-PROGRAMA " " LOG-DATA-HORA " "
                                   LOG-CHAVE " FS " LOG-FS-VALOR
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-FS-LOG EQUAL ZEROS OR WS-FS-LOG EQUAL 10
               CLOSE LOG-EXCECOES
           END-IF.

      ******************************************************************
      * Every business day of the month up to today (DIA-UTIL says
      * which) must be on CAIXAFECHADO.TXT, written by FECHA-CAIXA.
      ******************************************************************
       5400-VERIFICAR-CAIXA.
           OPEN INPUT DIAS-FECHADOS

           IF WS-FS-DIA NOT EQUAL ZEROS
               DISPLAY "CAIXAFECHADO.TXT NAO ABERTO - FILE STATUS: "
                   WS-FS-DIA
           END-IF

           COMPUTE WS-INT-CORRENTE =
               FUNCTION INTEGER-OF-DATE(WS-DATA-INICIO-MES)

           IF WS-DATA-FIM-MES GREATER WS-DATA-HOJE
               COMPUTE WS-INT-LIMITE =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
           ELSE
               MOVE WS-INT-FIM-MES TO WS-INT-LIMITE
           END-IF

           PERFORM UNTIL WS-INT-CORRENTE GREATER WS-INT-LIMITE
               MOVE FUNCTION DATE-OF-INTEGER(WS-INT-CORRENTE) TO
                   WS-DATA-CORRENTE
               PERFORM 5410-CONFERIR-DIA
               ADD 1 TO WS-INT-CORRENTE
           END-PERFORM

           IF WS-FS-DIA EQUAL ZEROS
               CLOSE DIAS-FECHADOS
           END-IF.

       5410-CONFERIR-DIA.
           MOVE 'P' TO PARM-DU-ACAO
           MOVE WS-DATA-CORRENTE TO PARM-DU-DATA-1
           MOVE 0 TO PARM-DU-DATA-2
           CALL "DIA-UTIL" USING PARM-DIA-UTIL

           IF PARM-DU-RESULTADO-DATA EQUAL WS-DATA-CORRENTE
               IF WS-FS-DIA NOT EQUAL ZEROS
                   ADD 1 TO WS-OCORRENCIAS
                   DISPLAY "CAIXA NAO FECHADO EM " WS-DATA-CORRENTE
               ELSE
                   MOVE WS-DATA-CORRENTE TO DIA-FECHADO

                   READ DIAS-FECHADOS
                       INVALID KEY
                           ADD 1 TO WS-OCORRENCIAS
                           DISPLAY "CAIXA NAO FECHADO EM "
                               WS-DATA-CORRENTE
                   END-READ
               END-IF
           END-IF.

       0900-LER-SESSAO.
           MOVE 'L' TO PARM-SES-ACAO
           CALL "OPERADOR-SESSAO" USING PARM-SESSAO.

       0950-RESOLVER-AMBIENTE.
           CALL "CONFIG-AMBIENTE" USING PARM-AMBIENTE
           DISPLAY "AMBIENTE ATIVO: " PARM-AMB-NOME

           MOVE SPACES TO WS-ARQ-CHECKLIST
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'CHECKLIST.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-CHECKLIST

           MOVE SPACES TO WS-ARQ-CHECKFECHAMENTO
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'CHECKFECHAMENTO.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-CHECKFECHAMENTO

           MOVE SPACES TO WS-ARQ-CONTAGENS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'CONTAGENS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-CONTAGENS

           MOVE SPACES TO WS-ARQ-TRANSITO
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'TRANSITO.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-TRANSITO

           MOVE SPACES TO WS-ARQ-EXCECOES
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'EXCECOES.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-EXCECOES

           MOVE SPACES TO WS-ARQ-CAIXAFECHADO
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'CAIXAFECHADO.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-CAIXAFECHADO

           MOVE SPACES TO WS-ARQ-PERIODOMENSAL
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'PERIODOMENSAL.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-PERIODOMENSAL.

       END PROGRAM CHECKLIST-FECHAMENTO.
