       RECORD KEY IS CHAVE-GERACAO-MEN
       LOCK MODE IS AUTOMATIC
       FILE STATUS IS WS-FS-GER.

       SELECT BOLSAS ASSIGN TO WS-ARQ-BOLSAS
       ORGANIZATION IS INDEXED
       ACCESS IS DYNAMIC
       RECORD KEY IS CHAVE-BOLSA
       LOCK MODE IS AUTOMATIC
       FILE STATUS IS WS-FS-BOL.

       SELECT FATURASMEN ASSIGN TO WS-ARQ-FATURASMEN
       ORGANIZATION IS SEQUENTIAL
       ACCESS IS SEQUENTIAL
       FILE STATUS IS WS-FS-FM.

       SELECT CURSOS ASSIGN TO WS-ARQ-CURSOS
       ORGANIZATION IS INDEXED
       ACCESS IS RANDOM
       RECORD KEY IS COD-CURSO
       FILE STATUS IS WS-FS-CUR.

       SELECT RELDESCONTOS ASSIGN TO WS-NOME-ARQ-REL
       ORGANIZATION IS SEQUENTIAL
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS WS-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD MENSALIDADES.
               05 MES-GERACAO-MEN      PIC 99.
           03 DATA-GERACAO-MEN         PIC 9(08).
           03 TITULOS-GERACAO-MEN      PIC 9(05).

       FD BOLSAS.
           COPY BOLSA.

       FD FATURASMEN.
           COPY FATURAMENSAL.

       FD CURSOS.
           COPY CURSO.

       FD RELDESCONTOS.
       01 LINHA-RELDESCONTOS  PIC X(80).
       WORKING-STORAGE SECTION.
           COPY PARMNUMERO.
           COPY PARMDIAUTIL.
           COPY AMBIENTE.
           COPY PARMSESSAO.
           COPY PARMCATALOGO.
       77 WS-ARQ-MENSALIDADES    PIC X(60) VALUE SPACES.
       77 WS-ARQ-MATRICULAS      PIC X(60) VALUE SPACES.
       77 WS-ARQ-CONTASRECEBER   PIC X(60) VALUE SPACES.
       77 WS-ARQ-GERACOESMEN     PIC X(60) VALUE SPACES.
       77 WS-ARQ-BOLSAS          PIC X(60) VALUE SPACES.
       77 WS-ARQ-FATURASMEN      PIC X(60) VALUE SPACES.
       77 WS-ARQ-CURSOS          PIC X(60) VALUE SPACES.
       77 WS-NOME-ARQ-REL        PIC X(60) VALUE SPACES.
       77 WS-FS-MEN          PIC 99 VALUE 0.
       77 WS-FS-MAT          PIC 99 VALUE 0.
       77 WS-FS-CR           PIC 99 VALUE 0.
       77 WS-FS-GER          PIC 99 VALUE 0.
       77 WS-FS-BOL          PIC 99 VALUE 0.
       77 WS-FS-FM           PIC 99 VALUE 0.
       77 WS-FS-CUR          PIC 99 VALUE 0.
       77 WS-FS-REL          PIC 99 VALUE 0.
       77 CONTROLE           PIC A VALUE SPACES.
       77 WS-OPCAO            PIC 9 VALUE 0.
       77 WS-EOF              PIC 99 VALUE 0.
       77 WS-SEM-TABELA       PIC 9(05) VALUE 0.
       77 WS-DATA-HOJE        PIC 9(08) VALUE 0.
       77 WS-INADIMPLENTES    PIC 9(05) VALUE 0.
       77 WS-VALOR-BRUTO      PIC 9(07)V99 VALUE 0.
       77 WS-VALOR-DESCONTO   PIC 9(07)V99 VALUE 0.
       77 WS-VALOR-LIQUIDO    PIC 9(07)V99 VALUE 0.
       77 WS-TIPO-DESCONTO    PIC X VALUE SPACES.
       77 WS-COM-DESCONTO     PIC 9(05) VALUE 0.
       77 WS-BOLSAS-INTEGRAIS PIC 9(05) VALUE 0.
       77 WS-TOTAL-DESCONTOS  PIC 9(09)V99 VALUE 0.
       77 WS-SITUACAO-INF     PIC X VALUE SPACES.
       77 WS-IDX              PIC 9(04) VALUE 0.
       77 WS-IDX-BUSCA        PIC 9(04) VALUE 0.
       77 WS-IDX-TIPO         PIC 9 VALUE 0.
       77 WS-LINHAS-LIDAS     PIC 9(07) VALUE 0.
       77 MASC-VALOR          PIC Z.ZZZ.ZZ9,99.
       77 MASC-TOTAL          PIC ZZZ.ZZZ.ZZ9,99.
       77 MASC-PERCENTUAL     PIC ZZ9,99.

       01 WS-TIPOS-DESCONTO-VALORES.
           03 FILLER              PIC X(21)
                                  VALUE "BBOLSA DE ESTUDO".
           03 FILLER              PIC X(21)
                                  VALUE "IDESCONTO IRMAO".
           03 FILLER              PIC X(21)
                                  VALUE "FDESCONTO FUNCIONARIO".
           03 FILLER              PIC X(21)
                                  VALUE "CCONVENIO".
       01 WS-TIPOS-DESCONTO REDEFINES WS-TIPOS-DESCONTO-VALORES.
           03 WS-TIPO-OCCUR OCCURS 4 TIMES.
               05 WS-TIPO-CODIGO      PIC X.
               05 WS-TIPO-NOME        PIC X(20).

      * Totals of the discount report: row 1 to 1000 for course codes
      * 000 to 999, row 1001 for the grand total.
       01 WS-LINHA-DET-DESC.
           03 FILLER               PIC X(02) VALUE SPACES.
           03 WS-DET-DESCRICAO     PIC X(30).
           03 WS-DET-QTDE          PIC ZZ.ZZ9.
           03 FILLER               PIC X(03) VALUE SPACES.
           03 WS-DET-ROTULO        PIC X(10).
           03 WS-DET-VALOR         PIC ZZZ.ZZZ.ZZ9,99.

       01 WS-TABELA-CURSOS-FAT.
           03 WS-CUR-OCCUR OCCURS 1001 TIMES.
               05 WS-CUR-TITULOS      PIC 9(05).
               05 WS-CUR-BRUTO        PIC 9(09)V99.
               05 WS-CUR-LIQUIDO      PIC 9(09)V99.
               05 WS-CUR-TIPO OCCURS 4 TIMES.
                   07 WS-CUR-QTDE-TIPO    PIC 9(05).
                   07 WS-CUR-VALOR-TIPO   PIC 9(09)V99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE

           MOVE 'L' TO PARM-SES-ACAO
           CALL "OPERADOR-SESSAO" USING PARM-SESSAO

           OPEN I-O MENSALIDADES

           IF WS-FS-MEN EQUAL 35
                   DISPLAY "2 - LISTAR MENSALIDADES"
                   DISPLAY "3 - GERAR TITULOS DO MES"
                   DISPLAY "4 - ALUNOS INADIMPLENTES"
                   DISPLAY "5 - CONCEDER/ALTERAR BOLSA OU DESCONTO"
                   DISPLAY "6 - LISTAR BOLSAS E DESCONTOS DO ANO"
                   DISPLAY "7 - RELATORIO DE DESCONTOS POR CURSO"
                   ACCEPT WS-OPCAO

                   EVALUATE WS-OPCAO
                           PERFORM 4000-GERAR-TITULOS
                       WHEN 4
                           PERFORM 5000-LISTAR-INADIMPLENTES
                       WHEN 5
                           PERFORM 6000-MANTER-BOLSA THRU 6000-FIM
                       WHEN 6
                           PERFORM 6500-LISTAR-BOLSAS
                       WHEN 7
                           PERFORM 7000-RELATORIO-DESCONTOS
                       WHEN OTHER
                           DISPLAY "OPCAO INVALIDA"
                   END-EVALUATE

           OPEN INPUT MATRICULAS
           OPEN I-O CONTAS
           OPEN INPUT BOLSAS

           IF WS-FS-BOL NOT EQUAL ZEROES
               DISPLAY "SEM CADASTRO DE BOLSAS - TITULOS PELO VALOR C"
      -            "HEIO"
           END-IF

           OPEN EXTEND FATURASMEN

           IF WS-FS-FM EQUAL 35
               OPEN OUTPUT FATURASMEN
           END-IF

           IF WS-FS-FM NOT EQUAL ZEROES
               DISPLAY "NAO FOI POSSIVEL ABRIR O HISTORICO DE FATURAM"
      -            "ENTO - FILE STATUS: " WS-FS-FM
           END-IF

           IF WS-FS-CR EQUAL 35
               OPEN OUTPUT CONTAS
               MOVE 0 TO WS-EOF
               MOVE 0 TO WS-TITULOS-GERADOS
               MOVE 0 TO WS-SEM-TABELA
               MOVE 0 TO WS-COM-DESCONTO
               MOVE 0 TO WS-BOLSAS-INTEGRAIS
               MOVE 0 TO WS-TOTAL-DESCONTOS
               MOVE LOW-VALUES TO CHAVE-MATRICULA

               START MATRICULAS KEY NOT LESS CHAVE-MATRICULA
               DISPLAY "TITULOS GERADOS.........: "
                   WS-TITULOS-GERADOS
               DISPLAY "MATRICULAS SEM MENSALID.: " WS-SEM-TABELA
               DISPLAY "TITULOS COM DESCONTO....: " WS-COM-DESCONTO
               DISPLAY "BOLSAS INTEGRAIS........: "
                   WS-BOLSAS-INTEGRAIS
               MOVE WS-TOTAL-DESCONTOS TO MASC-TOTAL
               DISPLAY "TOTAL DE DESCONTOS......: " MASC-TOTAL
           END-IF

           IF WS-FS-BOL EQUAL ZEROES
               CLOSE BOLSAS
           END-IF

           IF WS-FS-FM EQUAL ZEROES
               CLOSE FATURASMEN
           END-IF.

       4200-GERAR-UM-TITULO.
               INVALID KEY
                   ADD 1 TO WS-SEM-TABELA
               NOT INVALID KEY
                   PERFORM 4300-APLICAR-BOLSA

                   IF WS-VALOR-LIQUIDO EQUAL 0
                       ADD 1 TO WS-BOLSAS-INTEGRAIS
                       MOVE 0 TO NUM-FATURA-CR
                       PERFORM 4400-GRAVAR-HISTORICO
                   ELSE
                       PERFORM 4250-GRAVAR-TITULO
                   END-IF
           END-READ.

       4250-GRAVAR-TITULO.
           MOVE "FATURA" TO PARM-SERIE
           CALL "PROXIMO-NUMERO" USING PARM-PROXIMO-NUMERO

           IF PARM-RETORNO NOT EQUAL ZEROES
               DISPLAY "NAO FOI POSSIVEL NUMERAR O TITULO - FILE STAT"
      -            "US: " PARM-RETORNO
           ELSE
               MOVE PARM-NUMERO TO NUM-FATURA-CR
               MOVE 0 TO COD-CLIENTE-CR
               MOVE RGM-ALUNO-MAT TO RGM-ALUNO-CR
               MOVE WS-DATA-VENC TO DATA-FATURA-CR
               MOVE WS-VALOR-LIQUIDO TO VALOR-ORIGINAL-CR
               MOVE WS-VALOR-LIQUIDO TO VALOR-ABERTO-CR
               MOVE 'A' TO STATUS-CR
               MOVE 'N' TO IND-REGISTRADO-CR
               MOVE 0 TO VALOR-FRETE-CR

               WRITE REG-CONTA-RECEBER

               IF WS-FS-CR NOT EQUAL ZEROES
                   DISPLAY "NAO FOI POSSIVEL GRAVAR O TITULO DO RGM "
                       RGM-ALUNO-MAT " - FILE STATUS: " WS-FS-CR
                   MOVE 0 TO WS-FS-CR
               ELSE
                   ADD 1 TO WS-TITULOS-GERADOS
                   PERFORM 4400-GRAVAR-HISTORICO
               END-IF
           END-IF.

      * The student's active grant for the year comes off the tuition;
      * a fixed amount never takes the title below zero.
       4300-APLICAR-BOLSA.
           MOVE VALOR-MENSALIDADE-MEN TO WS-VALOR-BRUTO
           MOVE 0 TO WS-VALOR-DESCONTO
           MOVE SPACES TO WS-TIPO-DESCONTO

           IF WS-FS-BOL EQUAL ZEROES
               MOVE ANO-LETIVO-MAT TO ANO-LETIVO-BOL
               MOVE RGM-ALUNO-MAT TO RGM-ALUNO-BOL

               READ BOLSAS
                   INVALID KEY
                       MOVE 0 TO WS-VALOR-DESCONTO
                   NOT INVALID KEY
                       IF BOL-ATIVA
                           MOVE TIPO-BOL TO WS-TIPO-DESCONTO
                           IF BOL-PERCENTUAL
                               COMPUTE WS-VALOR-DESCONTO ROUNDED =
                                   WS-VALOR-BRUTO * PERCENTUAL-BOL
                                   / 100
                           ELSE
                               MOVE VALOR-DESCONTO-BOL TO
                                   WS-VALOR-DESCONTO
                           END-IF
                       END-IF
               END-READ
           END-IF

           IF WS-VALOR-DESCONTO GREATER WS-VALOR-BRUTO
               MOVE WS-VALOR-BRUTO TO WS-VALOR-DESCONTO
           END-IF

           IF WS-VALOR-DESCONTO GREATER 0
               ADD 1 TO WS-COM-DESCONTO
               ADD WS-VALOR-DESCONTO TO WS-TOTAL-DESCONTOS
           END-IF

           COMPUTE WS-VALOR-LIQUIDO =
               WS-VALOR-BRUTO - WS-VALOR-DESCONTO.

       4400-GRAVAR-HISTORICO.
           IF WS-FS-FM EQUAL ZEROES
               MOVE WS-ANO-INF TO ANO-LETIVO-FM
               MOVE WS-MES-INF TO MES-FM
               MOVE COD-CURSO-MAT TO COD-CURSO-FM
               MOVE RGM-ALUNO-MAT TO RGM-ALUNO-FM
               MOVE NUM-FATURA-CR TO NUM-FATURA-FM
               MOVE WS-VALOR-BRUTO TO VALOR-BRUTO-FM
               IF WS-VALOR-DESCONTO EQUAL 0
                   MOVE SPACES TO TIPO-DESCONTO-FM
               ELSE
                   MOVE WS-TIPO-DESCONTO TO TIPO-DESCONTO-FM
               END-IF
               MOVE WS-VALOR-DESCONTO TO VALOR-DESCONTO-FM
               MOVE WS-VALOR-LIQUIDO TO VALOR-LIQUIDO-FM

               WRITE REG-FATURA-MENSAL

               IF WS-FS-FM NOT EQUAL ZEROES
                   DISPLAY "NAO FOI POSSIVEL GRAVAR O HISTORICO DO RG"
      -                "M " RGM-ALUNO-MAT " - FILE STATUS: " WS-FS-FM
                   MOVE 0 TO WS-FS-FM
               END-IF
           END-IF.

       5000-LISTAR-INADIMPLENTES.
           OPEN INPUT CONTAS

               DISPLAY "ALUNOS INADIMPLENTES: " WS-INADIMPLENTES
           END-IF.

      * Granting or changing a scholarship or discount is a supervisor
      * decision; the grant keeps who approved it and when.
       6000-MANTER-BOLSA.
           IF PARM-SES-NIVEL LESS 3
               DISPLAY "SOMENTE SUPERVISOR PODE CONCEDER BOLSA OU DES"
      -            "CONTO"
               GO TO 6000-FIM
           END-IF

           OPEN I-O BOLSAS

           IF WS-FS-BOL EQUAL 35
               OPEN OUTPUT BOLSAS
               IF WS-FS-BOL EQUAL ZEROES
                   CLOSE BOLSAS
                   OPEN I-O BOLSAS
               END-IF
           END-IF

           IF WS-FS-BOL NOT EQUAL ZEROES
               DISPLAY "NAO FOI POSSIVEL ABRIR O CADASTRO DE BOLSAS -"
                   " FILE STATUS: " WS-FS-BOL
               GO TO 6000-FIM
           END-IF

           DISPLAY "INFORME O ANO LETIVO (AAAA)"
           ACCEPT ANO-LETIVO-BOL
           DISPLAY "INFORME O RGM DO ALUNO"
           ACCEPT RGM-ALUNO-BOL

           READ BOLSAS
               INVALID KEY
                   MOVE 'I' TO WS-SITUACAO-INF
               NOT INVALID KEY
                   PERFORM 6600-EXIBIR-BOLSA
                   DISPLAY "DIGITE C PARA CANCELAR OU A PARA ALTERAR"
                   ACCEPT WS-SITUACAO-INF
           END-READ

           IF WS-SITUACAO-INF EQUAL 'C'
               MOVE 'C' TO SITUACAO-BOL
               MOVE PARM-SES-OPERADOR TO OPERADOR-APROVACAO-BOL
               MOVE WS-DATA-HOJE TO DATA-APROVACAO-BOL
               PERFORM 6200-REGRAVAR-BOLSA
               GO TO 6090-FECHAR-BOLSAS
           END-IF

           IF WS-SITUACAO-INF NOT EQUAL 'I'
           AND WS-SITUACAO-INF NOT EQUAL 'A'
               DISPLAY "OPCAO INVALIDA"
               GO TO 6090-FECHAR-BOLSAS
           END-IF

           DISPLAY "INFORME O TIPO: B = BOLSA DE ESTUDO  I = DESCONTO"
               " IRMAO"
           DISPLAY "                F = DESCONTO FUNCIONARIO  C = CON"
               "VENIO"
           ACCEPT TIPO-BOL

           IF NOT BOL-TIPO-VALIDO
               DISPLAY "TIPO INVALIDO"
               GO TO 6090-FECHAR-BOLSAS
           END-IF

           DISPLAY "INFORME A FORMA: P = PERCENTUAL  V = VALOR FIXO"
           ACCEPT FORMA-BOL

           EVALUATE TRUE
               WHEN BOL-PERCENTUAL
                   MOVE 0 TO VALOR-DESCONTO-BOL
                   DISPLAY "INFORME O PERCENTUAL DE DESCONTO"
                   ACCEPT PERCENTUAL-BOL
                   IF PERCENTUAL-BOL EQUAL 0
                   OR PERCENTUAL-BOL GREATER 100
                       DISPLAY "PERCENTUAL INVALIDO"
                       GO TO 6090-FECHAR-BOLSAS
                   END-IF
               WHEN BOL-VALOR-FIXO
                   MOVE 0 TO PERCENTUAL-BOL
                   DISPLAY "INFORME O VALOR DO DESCONTO POR MENSALIDA"
                       "DE"
                   ACCEPT VALOR-DESCONTO-BOL
                   IF VALOR-DESCONTO-BOL EQUAL 0
                       DISPLAY "VALOR INVALIDO"
                       GO TO 6090-FECHAR-BOLSAS
                   END-IF
               WHEN OTHER
                   DISPLAY "FORMA INVALIDA"
                   GO TO 6090-FECHAR-BOLSAS
           END-EVALUATE

           MOVE PARM-SES-OPERADOR TO OPERADOR-APROVACAO-BOL
           MOVE WS-DATA-HOJE TO DATA-APROVACAO-BOL
           MOVE 'A' TO SITUACAO-BOL

           IF WS-SITUACAO-INF EQUAL 'I'
               WRITE REG-BOLSA

               IF WS-FS-BOL NOT EQUAL ZEROES
                   DISPLAY "NAO FOI POSSIVEL GRAVAR - FILE STATUS: "
                       WS-FS-BOL
               ELSE
                   DISPLAY "BOLSA OU DESCONTO CONCEDIDO"
               END-IF
           ELSE
               PERFORM 6200-REGRAVAR-BOLSA
           END-IF.
       6090-FECHAR-BOLSAS.
           CLOSE BOLSAS.
       6000-FIM.
           EXIT.

       6200-REGRAVAR-BOLSA.
           REWRITE REG-BOLSA

           IF WS-FS-BOL NOT EQUAL ZEROES
               DISPLAY "NAO FOI POSSIVEL ATUALIZAR - FILE STATUS: "
                   WS-FS-BOL
           ELSE
               DISPLAY "BOLSA OU DESCONTO ATUALIZADO"
           END-IF.

       6500-LISTAR-BOLSAS.
           DISPLAY "INFORME O ANO LETIVO (AAAA)"
           ACCEPT WS-ANO-INF

           OPEN INPUT BOLSAS

           IF WS-FS-BOL NOT EQUAL ZEROES
               DISPLAY "SEM CADASTRO DE BOLSAS - FILE STATUS: "
                   WS-FS-BOL
           ELSE
               MOVE 0 TO WS-EOF
               MOVE WS-ANO-INF TO ANO-LETIVO-BOL
               MOVE 0 TO RGM-ALUNO-BOL

               START BOLSAS KEY NOT LESS CHAVE-BOLSA
                   INVALID KEY
                       MOVE 1 TO WS-EOF
               END-START

               PERFORM UNTIL WS-EOF EQUAL 1
                   READ BOLSAS NEXT RECORD
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF ANO-LETIVO-BOL NOT EQUAL WS-ANO-INF
                               MOVE 1 TO WS-EOF
                           ELSE
                               PERFORM 6600-EXIBIR-BOLSA
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE BOLSAS
           END-IF.

       6600-EXIBIR-BOLSA.
           MOVE TIPO-BOL TO WS-TIPO-DESCONTO
           PERFORM 6700-LOCALIZAR-TIPO

           IF BOL-PERCENTUAL
               MOVE PERCENTUAL-BOL TO MASC-PERCENTUAL
               DISPLAY "RGM " RGM-ALUNO-BOL " "
                   WS-TIPO-NOME(WS-IDX-TIPO) " " MASC-PERCENTUAL "%"
           ELSE
               MOVE VALOR-DESCONTO-BOL TO MASC-VALOR
               DISPLAY "RGM " RGM-ALUNO-BOL " "
                   WS-TIPO-NOME(WS-IDX-TIPO) " " MASC-VALOR
           END-IF

           IF BOL-ATIVA
               DISPLAY "    APROVADO POR " OPERADOR-APROVACAO-BOL
                   " EM " DATA-APROVACAO-BOL
           ELSE
               DISPLAY "    CANCELADO POR " OPERADOR-APROVACAO-BOL
                   " EM " DATA-APROVACAO-BOL
           END-IF.

       6700-LOCALIZAR-TIPO.
           MOVE 0 TO WS-IDX-TIPO

           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX GREATER 4
               IF WS-TIPO-CODIGO(WS-IDX) EQUAL WS-TIPO-DESCONTO
                   MOVE WS-IDX TO WS-IDX-TIPO
               END-IF
           END-PERFORM

           IF WS-IDX-TIPO EQUAL 0
               MOVE 4 TO WS-IDX-TIPO
           END-IF.

      * Gross tuition, discounts by type and net billed per course for
      * one billing run, taken from the billing history.
       7000-RELATORIO-DESCONTOS.
           DISPLAY "INFORME O ANO LETIVO (AAAA)"
           ACCEPT WS-ANO-INF
           DISPLAY "INFORME O MES FATURADO (MM)"
           ACCEPT WS-MES-INF

           OPEN INPUT FATURASMEN

           IF WS-FS-FM NOT EQUAL ZEROES
               DISPLAY "SEM HISTORICO DE FATURAMENTO - FILE STATUS: "
                   WS-FS-FM
           ELSE
               INITIALIZE WS-TABELA-CURSOS-FAT
               MOVE 0 TO WS-EOF
               MOVE 0 TO WS-LINHAS-LIDAS

               PERFORM UNTIL WS-EOF EQUAL 1
                   READ FATURASMEN
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF ANO-LETIVO-FM EQUAL WS-ANO-INF
                           AND MES-FM EQUAL WS-MES-INF
                               ADD 1 TO WS-LINHAS-LIDAS
                               COMPUTE WS-IDX = COD-CURSO-FM + 1
                               PERFORM 7100-ACUMULAR-FATURA
                               MOVE 1001 TO WS-IDX
                               PERFORM 7100-ACUMULAR-FATURA
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE FATURASMEN

               IF WS-LINHAS-LIDAS EQUAL 0
                   DISPLAY "NENHUMA MENSALIDADE FATURADA EM " WS-MES-INF
                       "/" WS-ANO-INF
               ELSE
                   PERFORM 7200-IMPRIMIR-DESCONTOS
               END-IF
           END-IF.

       7100-ACUMULAR-FATURA.
           ADD 1 TO WS-CUR-TITULOS(WS-IDX)
           ADD VALOR-BRUTO-FM TO WS-CUR-BRUTO(WS-IDX)
           ADD VALOR-LIQUIDO-FM TO WS-CUR-LIQUIDO(WS-IDX)

           IF VALOR-DESCONTO-FM GREATER 0
               MOVE TIPO-DESCONTO-FM TO WS-TIPO-DESCONTO
               MOVE WS-IDX TO WS-IDX-BUSCA
               PERFORM 6700-LOCALIZAR-TIPO
               MOVE WS-IDX-BUSCA TO WS-IDX
               ADD 1 TO WS-CUR-QTDE-TIPO(WS-IDX, WS-IDX-TIPO)
               ADD VALOR-DESCONTO-FM TO
                   WS-CUR-VALOR-TIPO(WS-IDX, WS-IDX-TIPO)
           END-IF.

       7200-IMPRIMIR-DESCONTOS.
           MOVE SPACES TO WS-NOME-ARQ-REL
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'DESCONTOSMEN' WS-ANO-INF WS-MES-INF '.TXT'
               DELIMITED BY SIZE INTO WS-NOME-ARQ-REL

           OPEN INPUT CURSOS
           OPEN OUTPUT RELDESCONTOS

           IF WS-FS-REL NOT EQUAL ZEROES
               DISPLAY "NAO FOI POSSIVEL CRIAR O RELATORIO - FILE STA"
      -            "TUS: " WS-FS-REL
           ELSE
               MOVE ALL "=" TO LINHA-RELDESCONTOS
               WRITE LINHA-RELDESCONTOS
               MOVE SPACES TO LINHA-RELDESCONTOS
               STRING "MENSALIDADES, BOLSAS E DESCONTOS POR CURSO - "
                   WS-MES-INF "/" WS-ANO-INF
                   DELIMITED BY SIZE INTO LINHA-RELDESCONTOS
               WRITE LINHA-RELDESCONTOS
               MOVE ALL "=" TO LINHA-RELDESCONTOS
               WRITE LINHA-RELDESCONTOS

               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX GREATER 1000
                   IF WS-CUR-TITULOS(WS-IDX) GREATER 0
                       PERFORM 7300-BLOCO-CURSO
                   END-IF
               END-PERFORM

               MOVE 1001 TO WS-IDX
               PERFORM 7300-BLOCO-CURSO

               MOVE ALL "=" TO LINHA-RELDESCONTOS
               WRITE LINHA-RELDESCONTOS

               CLOSE RELDESCONTOS

               DISPLAY "RELATORIO GRAVADO EM " WS-NOME-ARQ-REL

               MOVE "EX_MENSALIDADE" TO PARM-CAT-PROGRAMA
               MOVE SPACES TO PARM-CAT-TITULO
               STRING "DESCONTOS EM MENSALIDADES " WS-MES-INF "/"
                   WS-ANO-INF DELIMITED BY SIZE INTO PARM-CAT-TITULO
               MOVE WS-NOME-ARQ-REL TO PARM-CAT-ARQUIVO
               CALL "GRAVA-CATALOGO" USING PARM-CATALOGO
           END-IF

           IF WS-FS-CUR EQUAL ZEROES
               CLOSE CURSOS
           END-IF.

       7300-BLOCO-CURSO.
           MOVE SPACES TO LINHA-RELDESCONTOS

           IF WS-IDX EQUAL 1001
               MOVE "TOTAL GERAL" TO LINHA-RELDESCONTOS
           ELSE
               COMPUTE COD-CURSO = WS-IDX - 1
               MOVE SPACES TO NOME-CURSO
               IF WS-FS-CUR EQUAL ZEROES
                   READ CURSOS
                       INVALID KEY
                           MOVE "(NAO CADASTRADO)" TO NOME-CURSO
                   END-READ
               END-IF
               STRING "CURSO " COD-CURSO " " NOME-CURSO
                   DELIMITED BY SIZE INTO LINHA-RELDESCONTOS
           END-IF
           WRITE LINHA-RELDESCONTOS

           MOVE "MENSALIDADES FATURADAS" TO WS-DET-DESCRICAO
           MOVE WS-CUR-TITULOS(WS-IDX) TO WS-DET-QTDE
           MOVE "BRUTO" TO WS-DET-ROTULO
           MOVE WS-CUR-BRUTO(WS-IDX) TO WS-DET-VALOR
           MOVE WS-LINHA-DET-DESC TO LINHA-RELDESCONTOS
           WRITE LINHA-RELDESCONTOS

           PERFORM VARYING WS-IDX-TIPO FROM 1 BY 1
                   UNTIL WS-IDX-TIPO GREATER 4
               IF WS-CUR-QTDE-TIPO(WS-IDX, WS-IDX-TIPO) GREATER 0
                   MOVE WS-TIPO-NOME(WS-IDX-TIPO) TO WS-DET-DESCRICAO
                   MOVE WS-CUR-QTDE-TIPO(WS-IDX, WS-IDX-TIPO) TO
                       WS-DET-QTDE
                   MOVE "DESCONTO" TO WS-DET-ROTULO
                   MOVE WS-CUR-VALOR-TIPO(WS-IDX, WS-IDX-TIPO) TO
                       WS-DET-VALOR
                   MOVE WS-LINHA-DET-DESC TO LINHA-RELDESCONTOS
                   WRITE LINHA-RELDESCONTOS
               END-IF
           END-PERFORM

           MOVE "LIQUIDO FATURADO" TO WS-DET-DESCRICAO
           MOVE WS-CUR-TITULOS(WS-IDX) TO WS-DET-QTDE
           MOVE "LIQUIDO" TO WS-DET-ROTULO
           MOVE WS-CUR-LIQUIDO(WS-IDX) TO WS-DET-VALOR
           MOVE WS-LINHA-DET-DESC TO LINHA-RELDESCONTOS
           WRITE LINHA-RELDESCONTOS

           MOVE ALL "-" TO LINHA-RELDESCONTOS
           WRITE LINHA-RELDESCONTOS.

       0950-RESOLVER-AMBIENTE.
           CALL "CONFIG-AMBIENTE" USING PARM-AMBIENTE
           DISPLAY "AMBIENTE ATIVO: " PARM-AMB-NOME
           MOVE SPACES TO WS-ARQ-GERACOESMEN
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'GERACOESMEN.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-GERACOESMEN

           MOVE SPACES TO WS-ARQ-BOLSAS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'BOLSAS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-BOLSAS

           MOVE SPACES TO WS-ARQ-FATURASMEN
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'FATURASMEN.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-FATURASMEN

           MOVE SPACES TO WS-ARQ-CURSOS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'CURSOS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-CURSOS.

       END PROGRAM EX_MENSALIDADE.
