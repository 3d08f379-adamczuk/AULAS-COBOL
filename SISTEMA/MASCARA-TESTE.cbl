       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASCARA-TESTE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO WS-ARQ-CLIENTES
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-CLI.

           SELECT CLIENTES-TESTE ASSIGN TO WS-ARQ-CLIENTES-T
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-DEST.

           SELECT MALADIRETA ASSIGN TO WS-ARQ-MALADIRETA
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-MAL.

           SELECT MALADIRETA-TESTE ASSIGN TO WS-ARQ-MALADIRETA-T
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-DEST.

           SELECT OPERADORES ASSIGN TO WS-ARQ-OPERADORES
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS COD-OPERADOR
           FILE STATUS IS WS-FS-OPE.

           SELECT OPERADORES-TESTE ASSIGN TO WS-ARQ-OPERADORES-T
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS COD-OPERADOR-T
           FILE STATUS IS WS-FS-DEST.

           SELECT ALUNOS ASSIGN TO WS-ARQ-ALUNOS
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-ALU.

           SELECT ALUNOS-TESTE ASSIGN TO WS-ARQ-ALUNOS-T
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-DEST.

           SELECT ALUNO-ANO ASSIGN TO WS-ARQ-ALUNO-ANO
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-ANO.

           SELECT ALUNO-ANO-TESTE ASSIGN TO WS-ARQ-ALUNO-ANO-T
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-DEST.

           SELECT PRODUTOS ASSIGN TO WS-ARQ-ORIGEM
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS COD-PRODUTO
           ALTERNATE RECORD KEY IS EAN-PRODUTO
           ALTERNATE RECORD KEY IS NOME-PRODUTO
               WITH DUPLICATES
           FILE STATUS IS WS-FS-ORI.

           SELECT PRODUTOS-TESTE ASSIGN TO WS-ARQ-DESTINO
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS COD-PRODUTO-T
           ALTERNATE RECORD KEY IS EAN-PRODUTO-T
           ALTERNATE RECORD KEY IS NOME-PRODUTO-T
               WITH DUPLICATES
           FILE STATUS IS WS-FS-DEST.

           SELECT FORNECEDORES ASSIGN TO WS-ARQ-ORIGEM
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS COD-FORNECEDOR
           FILE STATUS IS WS-FS-ORI.

           SELECT FORNECEDORES-TESTE ASSIGN TO WS-ARQ-DESTINO
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS COD-FORNECEDOR-T
           FILE STATUS IS WS-FS-DEST.

           SELECT MOVIMENTO ASSIGN TO WS-ARQ-ORIGEM
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-ORI.

           SELECT MOVIMENTO-TESTE ASSIGN TO WS-ARQ-DESTINO
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-DEST.

           SELECT ORDENS ASSIGN TO WS-ARQ-ORIGEM
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS NUM-ORDEM
           FILE STATUS IS WS-FS-ORI.

           SELECT ORDENS-TESTE ASSIGN TO WS-ARQ-DESTINO
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS NUM-ORDEM-T
           FILE STATUS IS WS-FS-DEST.

           SELECT CURSOS ASSIGN TO WS-ARQ-ORIGEM
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS COD-CURSO
           FILE STATUS IS WS-FS-ORI.

           SELECT CURSOS-TESTE ASSIGN TO WS-ARQ-DESTINO
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS COD-CURSO-T
           FILE STATUS IS WS-FS-DEST.

           SELECT MATRICULAS ASSIGN TO WS-ARQ-ORIGEM
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS CHAVE-MATRICULA
           FILE STATUS IS WS-FS-ORI.

           SELECT MATRICULAS-TESTE ASSIGN TO WS-ARQ-DESTINO
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS CHAVE-MATRICULA-T
           FILE STATUS IS WS-FS-DEST.

           SELECT MENSALIDADES ASSIGN TO WS-ARQ-ORIGEM
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS CHAVE-MENSALIDADE
           FILE STATUS IS WS-FS-ORI.

           SELECT MENSALIDADES-TESTE ASSIGN TO WS-ARQ-DESTINO
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS CHAVE-MENSALIDADE-T
           FILE STATUS IS WS-FS-DEST.

           SELECT CONTAS ASSIGN TO WS-ARQ-ORIGEM
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS NUM-FATURA-CR
           FILE STATUS IS WS-FS-ORI.

           SELECT CONTAS-TESTE ASSIGN TO WS-ARQ-DESTINO
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS NUM-FATURA-CR-T
           FILE STATUS IS WS-FS-DEST.

           SELECT MANIFESTO-TESTE ASSIGN TO WS-ARQ-MANIFESTO
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-MAN.
       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES.
           COPY CLIENTE.

       FD CLIENTES-TESTE.
       01 REG-CLIENTE-T               PIC X(114).

       FD MALADIRETA.
           COPY MALADIRETA.

       FD MALADIRETA-TESTE.
       01 REG-MALA-DIRETA-T           PIC X(140).

       FD OPERADORES.
           COPY OPERADOR.

       FD OPERADORES-TESTE.
       01 REG-OPERADOR-T.
           03 COD-OPERADOR-T          PIC 999.
           03 DEMAIS-CAMPOS-T         PIC X(39).

       FD ALUNOS.
           COPY ALUNOROSTER.

       FD ALUNOS-TESTE.
       01 REG-ALUNO-ROSTER-T          PIC X(25).

       FD ALUNO-ANO.
           COPY ALUNOANO.

       FD ALUNO-ANO-TESTE.
       01 REG-ALUNO-ANO-T             PIC X(49).

       FD PRODUTOS.
           COPY PRODUTO.

       FD PRODUTOS-TESTE.
       01 REG-PRODUTO-T.
           03 COD-PRODUTO-T            PIC 9(05).
           03 NOME-PRODUTO-T           PIC X(20).
           03 FILLER                   PIC X(30).
           03 EAN-PRODUTO-T            PIC 9(13).
           03 FILLER                   PIC X(48).

       FD FORNECEDORES.
           COPY FORNECEDOR.

       FD FORNECEDORES-TESTE.
       01 REG-FORNECEDORES-T.
           03 COD-FORNECEDOR-T         PIC 999.
           03 FILLER                   PIC X(52).

       FD MOVIMENTO.
           COPY MOVPRODUTO.

       FD MOVIMENTO-TESTE.
       01 REG-MOVIMENTO-T             PIC X(58).

       FD ORDENS.
           COPY ORDEMCOMPRA.

       FD ORDENS-TESTE.
       01 REG-ORDEM-COMPRA-T.
           03 NUM-ORDEM-T              PIC 9(06).
           03 FILLER                   PIC X(396).

       FD CURSOS.
           COPY CURSO.

       FD CURSOS-TESTE.
       01 REG-CURSO-T.
           03 COD-CURSO-T              PIC 9(03).
           03 FILLER                   PIC X(23).

       FD MATRICULAS.
           COPY MATRICULA.

       FD MATRICULAS-TESTE.
       01 REG-MATRICULA-T.
           03 CHAVE-MATRICULA-T        PIC X(12).
           03 FILLER                   PIC X(08).

       FD MENSALIDADES.
           COPY MENSALIDADE.

       FD MENSALIDADES-TESTE.
       01 REG-MENSALIDADE-T.
           03 CHAVE-MENSALIDADE-T      PIC X(07).
           03 FILLER                   PIC X(09).

       FD CONTAS.
           COPY CONTARECEBER.

       FD CONTAS-TESTE.
       01 REG-CONTA-RECEBER-T.
           03 NUM-FATURA-CR-T          PIC 9(06).
           03 FILLER                   PIC X(51).

       FD MANIFESTO-TESTE.
       01 LINHA-MANIFESTO             PIC X(80).
       WORKING-STORAGE SECTION.
           COPY AMBIENTE.
           COPY PARMCATALOGO.
           COPY PARMRUNLOG.
       77 WS-DIR-PRODUCAO        PIC X(30) VALUE 'C:\ARQUIVOS\'.
       77 WS-ARQ-CLIENTES        PIC X(60) VALUE SPACES.
       77 WS-ARQ-CLIENTES-T      PIC X(60) VALUE SPACES.
       77 WS-ARQ-MALADIRETA      PIC X(60) VALUE SPACES.
       77 WS-ARQ-MALADIRETA-T    PIC X(60) VALUE SPACES.
       77 WS-ARQ-OPERADORES      PIC X(60) VALUE SPACES.
       77 WS-ARQ-OPERADORES-T    PIC X(60) VALUE SPACES.
       77 WS-ARQ-ALUNOS          PIC X(60) VALUE SPACES.
       77 WS-ARQ-ALUNOS-T        PIC X(60) VALUE SPACES.
       77 WS-ARQ-ALUNO-ANO       PIC X(60) VALUE SPACES.
       77 WS-ARQ-ALUNO-ANO-T     PIC X(60) VALUE SPACES.
       77 WS-ARQ-ORIGEM          PIC X(60) VALUE SPACES.
       77 WS-ARQ-DESTINO         PIC X(60) VALUE SPACES.
       77 WS-ARQ-MANIFESTO       PIC X(60) VALUE SPACES.
       77 WS-FS-CLI           PIC 99 VALUE 0.
       77 WS-FS-MAL           PIC 99 VALUE 0.
       77 WS-FS-OPE           PIC 99 VALUE 0.
       77 WS-FS-ALU           PIC 99 VALUE 0.
       77 WS-FS-ANO           PIC 99 VALUE 0.
       77 WS-FS-ORI           PIC 99 VALUE 0.
       77 WS-FS-DEST          PIC 99 VALUE 0.
       77 WS-FS-MAN           PIC 99 VALUE 0.
       77 WS-EOF              PIC 99 VALUE 0.
       77 WS-CONFIRMA         PIC A VALUE SPACES.
       77 WS-DATA-HOJE        PIC 9(08) VALUE 0.
       77 WS-ARQUIVO-ATUAL    PIC X(20) VALUE SPACES.
       77 WS-TRATAMENTO       PIC X(10) VALUE SPACES.
       77 WS-SITUACAO         PIC X(20) VALUE SPACES.
       77 WS-LIDOS            PIC 9(07) VALUE 0.
       77 WS-GRAVADOS         PIC 9(07) VALUE 0.
       77 WS-TOTAL-GRAVADOS   PIC 9(07) VALUE 0.
       77 WS-ARQUIVOS-COPIADOS PIC 9(03) VALUE 0.
       77 WS-ARQUIVOS-FALHA   PIC 9(03) VALUE 0.
       77 WS-ANO-INICIAL      PIC 9(04) VALUE 0.
       77 WS-ANO-FINAL        PIC 9(04) VALUE 0.
       77 WS-ANO-ATUAL        PIC 9(04) VALUE 0.
       77 WS-IDX-ARQ          PIC 9 VALUE 0.
       77 WS-QTDE-CLIENTES    PIC 9(05) VALUE 0.
       77 WS-IDX-CLI          PIC 9(05) VALUE 0.
       77 WS-COD-MASCARA      PIC 9(05) VALUE 0.
       77 WS-COD-LETRAS       PIC X(05) VALUE SPACES.
       77 WS-NOME-MASCARA     PIC X(20) VALUE SPACES.

      * Original customer names, so a mailing line can be given the
      * same masked values as the customer it was extracted from.
       01 WS-TABELA-CLIENTES.
           03 WS-CLI-OCCUR OCCURS 5000 TIMES.
               05 WS-CLI-NOME         PIC X(20).
               05 WS-CLI-COD          PIC 9(05).

       01 WS-LINHA-DET-MANIFESTO.
           03 WS-DET-ARQUIVO       PIC X(20).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 WS-DET-LIDOS         PIC ZZZZZZ9.
           03 FILLER               PIC X(03) VALUE SPACES.
           03 WS-DET-GRAVADOS      PIC ZZZZZZ9.
           03 FILLER               PIC X(03) VALUE SPACES.
           03 WS-DET-TRATAMENTO    PIC X(10).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 WS-DET-SITUACAO      PIC X(20).

       PROCEDURE DIVISION.
      ******************************************************************
      * Loads the active environment with a copy of the production
      * files (C:\ARQUIVOS\) for testing. Personal data is masked on
      * the way: customer names, phones, addresses and e-mails in
      * CLIENTES.TXT and MALADIRETA.TXT, student names in ALUNOS.TXT
      * and the ALUNOS<ano>.TXT rosters, and operator passwords in
      * OPERADORES.TXT. Masked values are built from the record's own
      * code, so every run gives the same result, and no code or key
      * is changed, so the masked files still match the files copied
      * as they are (products, suppliers, movements, orders, courses,
      * enrolments, tuition and receivables). A manifest of files and
      * record counts goes to MANIFESTOTESTE<data>.TXT in the target
      * directory. The run is refused when the active environment is
      * production itself.
      ******************************************************************
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           PERFORM 0950-RESOLVER-AMBIENTE
           DISPLAY "COPIA MASCARADA DA PRODUCAO PARA O AMBIENTE DE TE"
               "STE"

           MOVE "MASCARA-TESTE" TO PARM-RUN-PROGRAMA
           MOVE 'I' TO PARM-RUN-EVENTO
           MOVE 0 TO PARM-RUN-REGISTROS
           CALL "GRAVA-RUNLOG" USING PARM-RUNLOG

           IF PARM-AMB-NOME EQUAL "PRODUCAO"
           OR PARM-AMB-DIRETORIO EQUAL WS-DIR-PRODUCAO
               DISPLAY "AMBIENTE ATIVO E A PRODUCAO - COPIA RECUSADA"
               DISPLAY "AJUSTE AMBIENTE.TXT PARA O AMBIENTE DE DESTINO"
               MOVE 'F' TO PARM-RUN-EVENTO
               CALL "GRAVA-RUNLOG" USING PARM-RUNLOG
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           DISPLAY "ORIGEM.: " WS-DIR-PRODUCAO
           DISPLAY "DESTINO: " PARM-AMB-DIRETORIO
           DISPLAY "OS ARQUIVOS DO DESTINO SERAO SUBSTITUIDOS"
           DISPLAY "ANO INICIAL DOS ARQUIVOS ALUNOS<ANO> (0 = NENHUM)"
           ACCEPT WS-ANO-INICIAL
           DISPLAY "ANO FINAL DOS ARQUIVOS ALUNOS<ANO>"
           ACCEPT WS-ANO-FINAL
           DISPLAY "CONFIRMA? (S/N)"
           ACCEPT WS-CONFIRMA

           IF WS-CONFIRMA NOT EQUAL 'S'
               DISPLAY "COPIA CANCELADA"
               MOVE 'C' TO PARM-RUN-EVENTO
               CALL "GRAVA-RUNLOG" USING PARM-RUNLOG
               GOBACK
           END-IF

           OPEN OUTPUT MANIFESTO-TESTE

           IF WS-FS-MAN NOT EQUAL ZEROS
               DISPLAY "NAO FOI POSSIVEL CRIAR " WS-ARQ-MANIFESTO
                   " - FILE STATUS: " WS-FS-MAN
               MOVE 'F' TO PARM-RUN-EVENTO
               CALL "GRAVA-RUNLOG" USING PARM-RUNLOG
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1000-CABECALHO-MANIFESTO

           PERFORM 2000-MASCARAR-CLIENTES
           PERFORM 2100-MASCARAR-MALADIRETA
           PERFORM 2200-MASCARAR-OPERADORES
           PERFORM 2300-MASCARAR-ALUNOS

           IF WS-ANO-INICIAL GREATER 0
               PERFORM VARYING WS-ANO-ATUAL FROM WS-ANO-INICIAL BY 1
                       UNTIL WS-ANO-ATUAL GREATER WS-ANO-FINAL
                   PERFORM 2400-MASCARAR-ALUNO-ANO
               END-PERFORM
           END-IF

           PERFORM VARYING WS-IDX-ARQ FROM 1 BY 1
                   UNTIL WS-IDX-ARQ GREATER 8
               PERFORM 3000-COPIAR-SEM-MASCARA
           END-PERFORM

           PERFORM 8100-RODAPE-MANIFESTO

           CLOSE MANIFESTO-TESTE

           DISPLAY "ARQUIVOS COPIADOS: " WS-ARQUIVOS-COPIADOS
               "  COM FALHA: " WS-ARQUIVOS-FALHA
           DISPLAY "MANIFESTO GRAVADO EM " WS-ARQ-MANIFESTO

           MOVE "MASCARA-TESTE" TO PARM-CAT-PROGRAMA
           MOVE SPACES TO PARM-CAT-TITULO
           STRING "MANIFESTO DA COPIA MASCARADA " PARM-AMB-NOME
               DELIMITED BY SIZE INTO PARM-CAT-TITULO
           MOVE WS-ARQ-MANIFESTO TO PARM-CAT-ARQUIVO
           CALL "GRAVA-CATALOGO" USING PARM-CATALOGO

           MOVE WS-TOTAL-GRAVADOS TO PARM-RUN-REGISTROS

           IF WS-ARQUIVOS-FALHA GREATER 0
               MOVE 'F' TO PARM-RUN-EVENTO
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'C' TO PARM-RUN-EVENTO
           END-IF

           CALL "GRAVA-RUNLOG" USING PARM-RUNLOG

           GOBACK.

       1000-CABECALHO-MANIFESTO.
           MOVE ALL "=" TO LINHA-MANIFESTO
           WRITE LINHA-MANIFESTO

           MOVE SPACES TO LINHA-MANIFESTO
           STRING "COPIA MASCARADA DA PRODUCAO EM " WS-DATA-HOJE
               DELIMITED BY SIZE INTO LINHA-MANIFESTO
           WRITE LINHA-MANIFESTO

           MOVE SPACES TO LINHA-MANIFESTO
           STRING "DESTINO: " PARM-AMB-NOME " " PARM-AMB-DIRETORIO
               DELIMITED BY SIZE INTO LINHA-MANIFESTO
           WRITE LINHA-MANIFESTO

           MOVE ALL "=" TO LINHA-MANIFESTO
           WRITE LINHA-MANIFESTO

           MOVE SPACES TO LINHA-MANIFESTO
           STRING "ARQUIVO                   LIDOS  GRAVADOS  TRATAME"
               "NTO   SITUACAO" DELIMITED BY SIZE INTO LINHA-MANIFESTO
           WRITE LINHA-MANIFESTO

           MOVE ALL "-" TO LINHA-MANIFESTO
           WRITE LINHA-MANIFESTO.

      * Customers: name, phone, address and e-mail are rebuilt from
      * the customer code; code, status, credit limit and route stay.
       2000-MASCARAR-CLIENTES.
           MOVE "CLIENTES.TXT" TO WS-ARQUIVO-ATUAL
           MOVE "MASCARADO" TO WS-TRATAMENTO
           MOVE 0 TO WS-LIDOS
           MOVE 0 TO WS-GRAVADOS
           MOVE 0 TO WS-QTDE-CLIENTES

           OPEN INPUT CLIENTES

           IF WS-FS-CLI NOT EQUAL ZEROS
               MOVE "NAO ENCONTRADO" TO WS-SITUACAO
           ELSE
               OPEN OUTPUT CLIENTES-TESTE

               IF WS-FS-DEST NOT EQUAL ZEROS
                   MOVE "DESTINO NAO CRIADO" TO WS-SITUACAO
                   ADD 1 TO WS-ARQUIVOS-FALHA
               ELSE
                   MOVE 0 TO WS-EOF
                   PERFORM UNTIL WS-EOF EQUAL 1
                       READ CLIENTES
                           AT END
                               MOVE 1 TO WS-EOF
                           NOT AT END
                               ADD 1 TO WS-LIDOS
                               PERFORM 2010-MASCARAR-UM-CLIENTE
                               WRITE REG-CLIENTE-T FROM REG-CLIENTE
                               IF WS-FS-DEST EQUAL ZEROS
                                   ADD 1 TO WS-GRAVADOS
                               END-IF
                       END-READ
                   END-PERFORM

                   CLOSE CLIENTES-TESTE
                   PERFORM 7000-SITUACAO-GRAVACAO
               END-IF

               CLOSE CLIENTES
           END-IF

           PERFORM 8000-LINHA-MANIFESTO.

       2010-MASCARAR-UM-CLIENTE.
           IF WS-QTDE-CLIENTES LESS 5000
               ADD 1 TO WS-QTDE-CLIENTES
               MOVE NOME-CLIENTE TO WS-CLI-NOME(WS-QTDE-CLIENTES)
               MOVE COD-CLIENTE TO WS-CLI-COD(WS-QTDE-CLIENTES)
           END-IF

           MOVE COD-CLIENTE TO WS-COD-MASCARA
           PERFORM 2020-MONTAR-MASCARA-CLIENTE

           MOVE WS-NOME-MASCARA TO NOME-CLIENTE

           MOVE SPACES TO TELEFONE-CLIENTE
           STRING "9000" WS-COD-MASCARA
               DELIMITED BY SIZE INTO TELEFONE-CLIENTE

           MOVE SPACES TO ENDERECO-CLIENTE
           STRING "RUA DO TESTE, " WS-COD-MASCARA
               DELIMITED BY SIZE INTO ENDERECO-CLIENTE

           MOVE SPACES TO EMAIL-CLIENTE
           STRING "CLIENTE" WS-COD-MASCARA "@TESTE.COM.BR"
               DELIMITED BY SIZE INTO EMAIL-CLIENTE.

       2020-MONTAR-MASCARA-CLIENTE.
           MOVE SPACES TO WS-NOME-MASCARA
           STRING "CLIENTE " WS-COD-MASCARA
               DELIMITED BY SIZE INTO WS-NOME-MASCARA.

      * A mailing line takes the masked values of the customer with
      * the same original name; lines with no such customer are
      * numbered in file order.
       2100-MASCARAR-MALADIRETA.
           MOVE "MALADIRETA.TXT" TO WS-ARQUIVO-ATUAL
           MOVE "MASCARADO" TO WS-TRATAMENTO
           MOVE 0 TO WS-LIDOS
           MOVE 0 TO WS-GRAVADOS

           OPEN INPUT MALADIRETA

           IF WS-FS-MAL NOT EQUAL ZEROS
               MOVE "NAO ENCONTRADO" TO WS-SITUACAO
           ELSE
               OPEN OUTPUT MALADIRETA-TESTE

               IF WS-FS-DEST NOT EQUAL ZEROS
                   MOVE "DESTINO NAO CRIADO" TO WS-SITUACAO
                   ADD 1 TO WS-ARQUIVOS-FALHA
               ELSE
                   MOVE 0 TO WS-EOF
                   PERFORM UNTIL WS-EOF EQUAL 1
                       READ MALADIRETA
                           AT END
                               MOVE 1 TO WS-EOF
                           NOT AT END
                               ADD 1 TO WS-LIDOS
                               PERFORM 2110-MASCARAR-UMA-MALA
                               WRITE REG-MALA-DIRETA-T
                                   FROM REG-MALA-DIRETA
                               IF WS-FS-DEST EQUAL ZEROS
                                   ADD 1 TO WS-GRAVADOS
                               END-IF
                       END-READ
                   END-PERFORM

                   CLOSE MALADIRETA-TESTE
                   PERFORM 7000-SITUACAO-GRAVACAO
               END-IF

               CLOSE MALADIRETA
           END-IF

           PERFORM 8000-LINHA-MANIFESTO.

       2110-MASCARAR-UMA-MALA.
           MOVE 0 TO WS-COD-MASCARA

           PERFORM VARYING WS-IDX-CLI FROM 1 BY 1
                   UNTIL WS-IDX-CLI GREATER WS-QTDE-CLIENTES
                   OR WS-COD-MASCARA NOT EQUAL 0
               IF WS-CLI-NOME(WS-IDX-CLI) EQUAL NOME-MALA
                   MOVE WS-CLI-COD(WS-IDX-CLI) TO WS-COD-MASCARA
               END-IF
           END-PERFORM

           IF WS-COD-MASCARA NOT EQUAL 0
               PERFORM 2020-MONTAR-MASCARA-CLIENTE
               MOVE WS-NOME-MASCARA TO NOME-MALA
               MOVE SPACES TO ENDERECO-MALA
               STRING "RUA DO TESTE, " WS-COD-MASCARA
                   DELIMITED BY SIZE INTO ENDERECO-MALA
               MOVE SPACES TO EMAIL-MALA
               STRING "CLIENTE" WS-COD-MASCARA "@TESTE.COM.BR"
                   DELIMITED BY SIZE INTO EMAIL-MALA
           ELSE
               MOVE WS-LIDOS TO WS-COD-MASCARA
               MOVE SPACES TO NOME-MALA
               STRING "DESTINATARIO " WS-COD-MASCARA
                   DELIMITED BY SIZE INTO NOME-MALA
               MOVE SPACES TO ENDERECO-MALA
               STRING "AVENIDA DO TESTE, " WS-COD-MASCARA
                   DELIMITED BY SIZE INTO ENDERECO-MALA
               MOVE SPACES TO EMAIL-MALA
               STRING "DESTINO" WS-COD-MASCARA "@TESTE.COM.BR"
                   DELIMITED BY SIZE INTO EMAIL-MALA
           END-IF.

      * Every test operator signs on with TESTE followed by the
      * operator code; names, levels and blocks stay as they are.
       2200-MASCARAR-OPERADORES.
           MOVE "OPERADORES.TXT" TO WS-ARQUIVO-ATUAL
           MOVE "MASCARADO" TO WS-TRATAMENTO
           MOVE 0 TO WS-LIDOS
           MOVE 0 TO WS-GRAVADOS

           OPEN INPUT OPERADORES

           IF WS-FS-OPE NOT EQUAL ZEROS
               MOVE "NAO ENCONTRADO" TO WS-SITUACAO
           ELSE
               OPEN OUTPUT OPERADORES-TESTE

               IF WS-FS-DEST NOT EQUAL ZEROS
                   MOVE "DESTINO NAO CRIADO" TO WS-SITUACAO
                   ADD 1 TO WS-ARQUIVOS-FALHA
               ELSE
                   MOVE 0 TO WS-EOF
                   PERFORM UNTIL WS-EOF EQUAL 1
                       READ OPERADORES NEXT RECORD
                           AT END
                               MOVE 1 TO WS-EOF
                           NOT AT END
                               ADD 1 TO WS-LIDOS
                               MOVE SPACES TO SENHA-OPERADOR
                               STRING "TESTE" COD-OPERADOR
                                   DELIMITED BY SIZE
                                   INTO SENHA-OPERADOR
                               WRITE REG-OPERADOR-T FROM REG-OPERADOR
                               IF WS-FS-DEST EQUAL ZEROS
                                   ADD 1 TO WS-GRAVADOS
                               END-IF
                       END-READ
                   END-PERFORM

                   CLOSE OPERADORES-TESTE
                   PERFORM 7000-SITUACAO-GRAVACAO
               END-IF

               CLOSE OPERADORES
           END-IF

           PERFORM 8000-LINHA-MANIFESTO.

      * Student names are alphabetic fields, so the RGM is spelled in
      * letters (0 = A ... 9 = J) after the word ALUNO.
       2300-MASCARAR-ALUNOS.
           MOVE "ALUNOS.TXT" TO WS-ARQUIVO-ATUAL
           MOVE "MASCARADO" TO WS-TRATAMENTO
           MOVE 0 TO WS-LIDOS
           MOVE 0 TO WS-GRAVADOS

           OPEN INPUT ALUNOS

           IF WS-FS-ALU NOT EQUAL ZEROS
               MOVE "NAO ENCONTRADO" TO WS-SITUACAO
           ELSE
               OPEN OUTPUT ALUNOS-TESTE

               IF WS-FS-DEST NOT EQUAL ZEROS
                   MOVE "DESTINO NAO CRIADO" TO WS-SITUACAO
                   ADD 1 TO WS-ARQUIVOS-FALHA
               ELSE
                   MOVE 0 TO WS-EOF
                   PERFORM UNTIL WS-EOF EQUAL 1
                       READ ALUNOS
                           AT END
                               MOVE 1 TO WS-EOF
                           NOT AT END
                               ADD 1 TO WS-LIDOS
                               MOVE ROSTER-RGM-ALUNO TO WS-COD-MASCARA
                               PERFORM 2310-MONTAR-MASCARA-ALUNO
                               MOVE WS-NOME-MASCARA TO
                                   ROSTER-NOME-ALUNO
                               WRITE REG-ALUNO-ROSTER-T
                                   FROM REG-ALUNO-ROSTER
                               IF WS-FS-DEST EQUAL ZEROS
                                   ADD 1 TO WS-GRAVADOS
                               END-IF
                       END-READ
                   END-PERFORM

                   CLOSE ALUNOS-TESTE
                   PERFORM 7000-SITUACAO-GRAVACAO
               END-IF

               CLOSE ALUNOS
           END-IF

           PERFORM 8000-LINHA-MANIFESTO.

       2310-MONTAR-MASCARA-ALUNO.
           MOVE WS-COD-MASCARA TO WS-COD-LETRAS
           INSPECT WS-COD-LETRAS CONVERTING "0123456789"
               TO "ABCDEFGHIJ"
           MOVE SPACES TO WS-NOME-MASCARA
           STRING "ALUNO " WS-COD-LETRAS
               DELIMITED BY SIZE INTO WS-NOME-MASCARA.

      * Yearly rosters keep grades, absences and status; only the
      * name is masked. A year without a roster is simply listed.
       2400-MASCARAR-ALUNO-ANO.
           MOVE SPACES TO WS-ARQ-ALUNO-ANO
           STRING WS-DIR-PRODUCAO DELIMITED BY SPACE
               'ALUNOS' WS-ANO-ATUAL '.TXT'
               DELIMITED BY SIZE INTO WS-ARQ-ALUNO-ANO

           MOVE SPACES TO WS-ARQ-ALUNO-ANO-T
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'ALUNOS' WS-ANO-ATUAL '.TXT'
               DELIMITED BY SIZE INTO WS-ARQ-ALUNO-ANO-T

           MOVE SPACES TO WS-ARQUIVO-ATUAL
           STRING 'ALUNOS' WS-ANO-ATUAL '.TXT'
               DELIMITED BY SIZE INTO WS-ARQUIVO-ATUAL
           MOVE "MASCARADO" TO WS-TRATAMENTO
           MOVE 0 TO WS-LIDOS
           MOVE 0 TO WS-GRAVADOS

           OPEN INPUT ALUNO-ANO

           IF WS-FS-ANO NOT EQUAL ZEROS
               MOVE "NAO ENCONTRADO" TO WS-SITUACAO
           ELSE
               OPEN OUTPUT ALUNO-ANO-TESTE

               IF WS-FS-DEST NOT EQUAL ZEROS
                   MOVE "DESTINO NAO CRIADO" TO WS-SITUACAO
                   ADD 1 TO WS-ARQUIVOS-FALHA
               ELSE
                   MOVE 0 TO WS-EOF
                   PERFORM UNTIL WS-EOF EQUAL 1
                       READ ALUNO-ANO
                           AT END
                               MOVE 1 TO WS-EOF
                           NOT AT END
                               ADD 1 TO WS-LIDOS
                               MOVE ANO-RGM-ALUNO TO WS-COD-MASCARA
                               PERFORM 2310-MONTAR-MASCARA-ALUNO
                               MOVE WS-NOME-MASCARA TO ANO-NOME-ALUNO
                               WRITE REG-ALUNO-ANO-T
                                   FROM REG-ALUNO-ANO
                               IF WS-FS-DEST EQUAL ZEROS
                                   ADD 1 TO WS-GRAVADOS
                               END-IF
                       END-READ
                   END-PERFORM

                   CLOSE ALUNO-ANO-TESTE
                   PERFORM 7000-SITUACAO-GRAVACAO
               END-IF

               CLOSE ALUNO-ANO
           END-IF

           PERFORM 8000-LINHA-MANIFESTO.

      * Files with no personal data are copied record by record as
      * they are, so their keys match the masked files exactly.
       3000-COPIAR-SEM-MASCARA.
           EVALUATE WS-IDX-ARQ
               WHEN 1
                   MOVE "PRODUTOS.TXT" TO WS-ARQUIVO-ATUAL
               WHEN 2
                   MOVE "FORNECEDORES.TXT" TO WS-ARQUIVO-ATUAL
               WHEN 3
                   MOVE "MOVIMENTO.TXT" TO WS-ARQUIVO-ATUAL
               WHEN 4
                   MOVE "ORDENSCOMPRA.TXT" TO WS-ARQUIVO-ATUAL
               WHEN 5
                   MOVE "CURSOS.TXT" TO WS-ARQUIVO-ATUAL
               WHEN 6
                   MOVE "MATRICULAS.TXT" TO WS-ARQUIVO-ATUAL
               WHEN 7
                   MOVE "MENSALIDADES.TXT" TO WS-ARQUIVO-ATUAL
               WHEN 8
                   MOVE "CONTASRECEBER.TXT" TO WS-ARQUIVO-ATUAL
           END-EVALUATE

           MOVE SPACES TO WS-ARQ-ORIGEM
           STRING WS-DIR-PRODUCAO DELIMITED BY SPACE
               WS-ARQUIVO-ATUAL DELIMITED BY SPACE
               INTO WS-ARQ-ORIGEM

           MOVE SPACES TO WS-ARQ-DESTINO
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               WS-ARQUIVO-ATUAL DELIMITED BY SPACE
               INTO WS-ARQ-DESTINO

           MOVE "COPIADO" TO WS-TRATAMENTO
           MOVE 0 TO WS-LIDOS
           MOVE 0 TO WS-GRAVADOS
           MOVE 0 TO WS-EOF

           EVALUATE WS-IDX-ARQ
               WHEN 1
                   PERFORM 3100-COPIAR-PRODUTOS
               WHEN 2
                   PERFORM 3200-COPIAR-FORNECEDORES
               WHEN 3
                   PERFORM 3300-COPIAR-MOVIMENTO
               WHEN 4
                   PERFORM 3400-COPIAR-ORDENS
               WHEN 5
                   PERFORM 3500-COPIAR-CURSOS
               WHEN 6
                   PERFORM 3600-COPIAR-MATRICULAS
               WHEN 7
                   PERFORM 3700-COPIAR-MENSALIDADES
               WHEN 8
                   PERFORM 3800-COPIAR-CONTAS
           END-EVALUATE

           PERFORM 8000-LINHA-MANIFESTO.

       3100-COPIAR-PRODUTOS.
           OPEN INPUT PRODUTOS

           IF WS-FS-ORI NOT EQUAL ZEROS
               MOVE "NAO ENCONTRADO" TO WS-SITUACAO
           ELSE
               OPEN OUTPUT PRODUTOS-TESTE

               IF WS-FS-DEST NOT EQUAL ZEROS
                   MOVE "DESTINO NAO CRIADO" TO WS-SITUACAO
                   ADD 1 TO WS-ARQUIVOS-FALHA
               ELSE
                   PERFORM UNTIL WS-EOF EQUAL 1
                       READ PRODUTOS NEXT RECORD
                           AT END
                               MOVE 1 TO WS-EOF
                           NOT AT END
                               ADD 1 TO WS-LIDOS
                               WRITE REG-PRODUTO-T FROM REG-PRODUTO
                               IF WS-FS-DEST EQUAL ZEROS
                                   ADD 1 TO WS-GRAVADOS
                               END-IF
                       END-READ
                   END-PERFORM

                   CLOSE PRODUTOS-TESTE
                   PERFORM 7000-SITUACAO-GRAVACAO
               END-IF

               CLOSE PRODUTOS
           END-IF.

       3200-COPIAR-FORNECEDORES.
           OPEN INPUT FORNECEDORES

           IF WS-FS-ORI NOT EQUAL ZEROS
               MOVE "NAO ENCONTRADO" TO WS-SITUACAO
           ELSE
               OPEN OUTPUT FORNECEDORES-TESTE

               IF WS-FS-DEST NOT EQUAL ZEROS
                   MOVE "DESTINO NAO CRIADO" TO WS-SITUACAO
                   ADD 1 TO WS-ARQUIVOS-FALHA
               ELSE
                   PERFORM UNTIL WS-EOF EQUAL 1
                       READ FORNECEDORES NEXT RECORD
                           AT END
                               MOVE 1 TO WS-EOF
                           NOT AT END
                               ADD 1 TO WS-LIDOS
                               WRITE REG-FORNECEDORES-T
                                   FROM REG-FORNECEDORES
                               IF WS-FS-DEST EQUAL ZEROS
                                   ADD 1 TO WS-GRAVADOS
                               END-IF
                       END-READ
                   END-PERFORM

                   CLOSE FORNECEDORES-TESTE
                   PERFORM 7000-SITUACAO-GRAVACAO
               END-IF

               CLOSE FORNECEDORES
           END-IF.

       3300-COPIAR-MOVIMENTO.
           OPEN INPUT MOVIMENTO

           IF WS-FS-ORI NOT EQUAL ZEROS
               MOVE "NAO ENCONTRADO" TO WS-SITUACAO
           ELSE
               OPEN OUTPUT MOVIMENTO-TESTE

               IF WS-FS-DEST NOT EQUAL ZEROS
                   MOVE "DESTINO NAO CRIADO" TO WS-SITUACAO
                   ADD 1 TO WS-ARQUIVOS-FALHA
               ELSE
                   PERFORM UNTIL WS-EOF EQUAL 1
                       READ MOVIMENTO
                           AT END
                               MOVE 1 TO WS-EOF
                           NOT AT END
                               ADD 1 TO WS-LIDOS
                               WRITE REG-MOVIMENTO-T FROM REG-MOVIMENTO
                               IF WS-FS-DEST EQUAL ZEROS
                                   ADD 1 TO WS-GRAVADOS
                               END-IF
                       END-READ
                   END-PERFORM

                   CLOSE MOVIMENTO-TESTE
                   PERFORM 7000-SITUACAO-GRAVACAO
               END-IF

               CLOSE MOVIMENTO
           END-IF.

       3400-COPIAR-ORDENS.
           OPEN INPUT ORDENS

           IF WS-FS-ORI NOT EQUAL ZEROS
               MOVE "NAO ENCONTRADO" TO WS-SITUACAO
           ELSE
               OPEN OUTPUT ORDENS-TESTE

               IF WS-FS-DEST NOT EQUAL ZEROS
                   MOVE "DESTINO NAO CRIADO" TO WS-SITUACAO
                   ADD 1 TO WS-ARQUIVOS-FALHA
               ELSE
                   PERFORM UNTIL WS-EOF EQUAL 1
                       READ ORDENS NEXT RECORD
                           AT END
                               MOVE 1 TO WS-EOF
                           NOT AT END
                               ADD 1 TO WS-LIDOS
                               WRITE REG-ORDEM-COMPRA-T
                                   FROM REG-ORDEM-COMPRA
                               IF WS-FS-DEST EQUAL ZEROS
                                   ADD 1 TO WS-GRAVADOS
                               END-IF
                       END-READ
                   END-PERFORM

                   CLOSE ORDENS-TESTE
                   PERFORM 7000-SITUACAO-GRAVACAO
               END-IF

               CLOSE ORDENS
           END-IF.

       3500-COPIAR-CURSOS.
           OPEN INPUT CURSOS

           IF WS-FS-ORI NOT EQUAL ZEROS
               MOVE "NAO ENCONTRADO" TO WS-SITUACAO
           ELSE
               OPEN OUTPUT CURSOS-TESTE

               IF WS-FS-DEST NOT EQUAL ZEROS
                   MOVE "DESTINO NAO CRIADO" TO WS-SITUACAO
                   ADD 1 TO WS-ARQUIVOS-FALHA
               ELSE
                   PERFORM UNTIL WS-EOF EQUAL 1
                       READ CURSOS NEXT RECORD
                           AT END
                               MOVE 1 TO WS-EOF
                           NOT AT END
                               ADD 1 TO WS-LIDOS
                               WRITE REG-CURSO-T FROM REG-CURSO
                               IF WS-FS-DEST EQUAL ZEROS
                                   ADD 1 TO WS-GRAVADOS
                               END-IF
                       END-READ
                   END-PERFORM

                   CLOSE CURSOS-TESTE
                   PERFORM 7000-SITUACAO-GRAVACAO
               END-IF

               CLOSE CURSOS
           END-IF.

       3600-COPIAR-MATRICULAS.
           OPEN INPUT MATRICULAS

           IF WS-FS-ORI NOT EQUAL ZEROS
               MOVE "NAO ENCONTRADO" TO WS-SITUACAO
           ELSE
               OPEN OUTPUT MATRICULAS-TESTE

               IF WS-FS-DEST NOT EQUAL ZEROS
                   MOVE "DESTINO NAO CRIADO" TO WS-SITUACAO
                   ADD 1 TO WS-ARQUIVOS-FALHA
               ELSE
                   PERFORM UNTIL WS-EOF EQUAL 1
                       READ MATRICULAS NEXT RECORD
                           AT END
                               MOVE 1 TO WS-EOF
                           NOT AT END
                               ADD 1 TO WS-LIDOS
                               WRITE REG-MATRICULA-T FROM REG-MATRICULA
                               IF WS-FS-DEST EQUAL ZEROS
                                   ADD 1 TO WS-GRAVADOS
                               END-IF
                       END-READ
                   END-PERFORM

                   CLOSE MATRICULAS-TESTE
                   PERFORM 7000-SITUACAO-GRAVACAO
               END-IF

               CLOSE MATRICULAS
           END-IF.

       3700-COPIAR-MENSALIDADES.
           OPEN INPUT MENSALIDADES

           IF WS-FS-ORI NOT EQUAL ZEROS
               MOVE "NAO ENCONTRADO" TO WS-SITUACAO
           ELSE
               OPEN OUTPUT MENSALIDADES-TESTE

               IF WS-FS-DEST NOT EQUAL ZEROS
                   MOVE "DESTINO NAO CRIADO" TO WS-SITUACAO
                   ADD 1 TO WS-ARQUIVOS-FALHA
               ELSE
                   PERFORM UNTIL WS-EOF EQUAL 1
                       READ MENSALIDADES NEXT RECORD
                           AT END
                               MOVE 1 TO WS-EOF
                           NOT AT END
                               ADD 1 TO WS-LIDOS
                               WRITE REG-MENSALIDADE-T
                                   FROM REG-MENSALIDADE
                               IF WS-FS-DEST EQUAL ZEROS
                                   ADD 1 TO WS-GRAVADOS
                               END-IF
                       END-READ
                   END-PERFORM

                   CLOSE MENSALIDADES-TESTE
                   PERFORM 7000-SITUACAO-GRAVACAO
               END-IF

               CLOSE MENSALIDADES
           END-IF.

       3800-COPIAR-CONTAS.
           OPEN INPUT CONTAS

           IF WS-FS-ORI NOT EQUAL ZEROS
               MOVE "NAO ENCONTRADO" TO WS-SITUACAO
           ELSE
               OPEN OUTPUT CONTAS-TESTE

               IF WS-FS-DEST NOT EQUAL ZEROS
                   MOVE "DESTINO NAO CRIADO" TO WS-SITUACAO
                   ADD 1 TO WS-ARQUIVOS-FALHA
               ELSE
                   PERFORM UNTIL WS-EOF EQUAL 1
                       READ CONTAS NEXT RECORD
                           AT END
                               MOVE 1 TO WS-EOF
                           NOT AT END
                               ADD 1 TO WS-LIDOS
                               WRITE REG-CONTA-RECEBER-T
                                   FROM REG-CONTA-RECEBER
                               IF WS-FS-DEST EQUAL ZEROS
                                   ADD 1 TO WS-GRAVADOS
                               END-IF
                       END-READ
                   END-PERFORM

                   CLOSE CONTAS-TESTE
                   PERFORM 7000-SITUACAO-GRAVACAO
               END-IF

               CLOSE CONTAS
           END-IF.

       7000-SITUACAO-GRAVACAO.
           IF WS-GRAVADOS EQUAL WS-LIDOS
               MOVE "OK" TO WS-SITUACAO
               ADD 1 TO WS-ARQUIVOS-COPIADOS
           ELSE
               MOVE "ERRO NA GRAVACAO" TO WS-SITUACAO
               ADD 1 TO WS-ARQUIVOS-FALHA
           END-IF

           ADD WS-GRAVADOS TO WS-TOTAL-GRAVADOS.

       8000-LINHA-MANIFESTO.
           MOVE WS-ARQUIVO-ATUAL TO WS-DET-ARQUIVO
           MOVE WS-LIDOS TO WS-DET-LIDOS
           MOVE WS-GRAVADOS TO WS-DET-GRAVADOS
           MOVE WS-TRATAMENTO TO WS-DET-TRATAMENTO
           MOVE WS-SITUACAO TO WS-DET-SITUACAO

           MOVE WS-LINHA-DET-MANIFESTO TO LINHA-MANIFESTO
           WRITE LINHA-MANIFESTO

           DISPLAY WS-LINHA-DET-MANIFESTO.

       8100-RODAPE-MANIFESTO.
           MOVE ALL "-" TO LINHA-MANIFESTO
           WRITE LINHA-MANIFESTO

           MOVE SPACES TO LINHA-MANIFESTO
           STRING "ARQUIVOS COPIADOS: " WS-ARQUIVOS-COPIADOS
               "  COM FALHA: " WS-ARQUIVOS-FALHA
               "  REGISTROS GRAVADOS: " WS-TOTAL-GRAVADOS
               DELIMITED BY SIZE INTO LINHA-MANIFESTO
           WRITE LINHA-MANIFESTO

           MOVE ALL "=" TO LINHA-MANIFESTO
           WRITE LINHA-MANIFESTO.

      * Sources always come from the production directory; targets
      * and the manifest go to the active environment.
       0950-RESOLVER-AMBIENTE.
           CALL "CONFIG-AMBIENTE" USING PARM-AMBIENTE
           DISPLAY "AMBIENTE ATIVO: " PARM-AMB-NOME

           MOVE SPACES TO WS-ARQ-CLIENTES
           STRING WS-DIR-PRODUCAO DELIMITED BY SPACE
               'CLIENTES.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-CLIENTES

           MOVE SPACES TO WS-ARQ-CLIENTES-T
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'CLIENTES.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-CLIENTES-T

           MOVE SPACES TO WS-ARQ-MALADIRETA
           STRING WS-DIR-PRODUCAO DELIMITED BY SPACE
               'MALADIRETA.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-MALADIRETA

           MOVE SPACES TO WS-ARQ-MALADIRETA-T
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'MALADIRETA.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-MALADIRETA-T

           MOVE SPACES TO WS-ARQ-OPERADORES
           STRING WS-DIR-PRODUCAO DELIMITED BY SPACE
               'OPERADORES.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-OPERADORES

           MOVE SPACES TO WS-ARQ-OPERADORES-T
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'OPERADORES.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-OPERADORES-T

           MOVE SPACES TO WS-ARQ-ALUNOS
           STRING WS-DIR-PRODUCAO DELIMITED BY SPACE
               'ALUNOS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-ALUNOS

           MOVE SPACES TO WS-ARQ-ALUNOS-T
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'ALUNOS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-ALUNOS-T

           MOVE SPACES TO WS-ARQ-MANIFESTO
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'MANIFESTOTESTE' WS-DATA-HOJE '.TXT'
               DELIMITED BY SIZE INTO WS-ARQ-MANIFESTO.

       END PROGRAM MASCARA-TESTE.
