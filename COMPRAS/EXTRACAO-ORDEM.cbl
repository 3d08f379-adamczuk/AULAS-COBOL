           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-INT.

           SELECT LOG-EXCECOES ASSIGN TO WS-ARQ-EXCECOES
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-LOG.
       DATA DIVISION.
       FILE SECTION.
       FD ORDENS.

       FD INTERFACE-FORN.
       01 LINHA-INTERFACE     PIC X(60).

       FD LOG-EXCECOES.
           COPY EXCELOG.
       WORKING-STORAGE SECTION.
           COPY FSTATUS.
           COPY AMBIENTE.
           COPY CTLINTERFACE.
           COPY PARMINTERFACE.
       77 WS-ARQ-ORDENSCOMPRA    PIC X(60) VALUE SPACES.
       77 WS-ARQ-FORNECEDORES    PIC X(60) VALUE SPACES.
       77 WS-ARQ-PRODUTOS        PIC X(60) VALUE SPACES.
       77 WS-ARQ-EXCECOES        PIC X(60) VALUE SPACES.
       77 WS-FS              PIC 99 VALUE 0.
       77 WS-FS-FOR           PIC 99 VALUE 0.
       77 WS-FS-PROD          PIC 99 VALUE 0.
       77 WS-FS-INT           PIC 99 VALUE 0.
       77 WS-FS-LOG           PIC 99 VALUE 0.
       77 WS-LOG-CHAVE        PIC X(20) VALUE SPACES.
       77 WS-LOG-FS-VALOR     PIC 99 VALUE 0.
       77 WS-EOF              PIC 99 VALUE 0.
       77 WS-NOME-ARQ-INT     PIC X(60) VALUE SPACES.
       77 WS-QTDE-FORN        PIC 9(04) VALUE 0.
       77 WS-LINHAS-FORN      PIC 9(05) VALUE 0.
       77 WS-ORDENS-EXTRAIDAS PIC 9(05) VALUE 0.
       77 WS-ITEM             PIC 99 VALUE 0.
       77 WS-SEQ-INTERFACE    PIC 9(06) VALUE 0.
       77 WS-PARCEIRO-NUM     PIC 9(05) VALUE 0.
       77 WS-HASH-QTDE        PIC 9(14) VALUE 0.

       01 WS-TABELA-FORNECEDORES.
           03 WS-FORNECEDOR-OCORR OCCURS 500 TIMES
               END-IF
           END-IF.

      * Without the last sequence sent to the supplier the file cannot
      * be numbered, so the supplier is skipped and its orders stay
      * pending for the next extraction.
       2000-EXTRAIR-FORNECEDOR.
           MOVE SPACES TO WS-NOME-ARQ-INT
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'INTORD' WS-FORN-ATUAL '.TXT'
               DELIMITED BY SIZE INTO WS-NOME-ARQ-INT

           MOVE WS-FORN-ATUAL TO WS-PARCEIRO-NUM
           MOVE 'U' TO PARM-INT-ACAO
           MOVE "INTORD" TO PARM-INT-ARQUIVO
           MOVE WS-PARCEIRO-NUM TO PARM-INT-PARCEIRO
           CALL "REGISTRA-INTERFACE" USING PARM-INTERFACE

           IF PARM-INT-RETORNO NOT EQUAL ZEROS
               DISPLAY "REGISTRO DE INTERFACES INDISPONIVEL - "
                   "FORNECEDOR " WS-FORN-ATUAL " NAO EXTRAIDO - "
                   "FILE STATUS: " PARM-INT-RETORNO
               MOVE "INTERFACES.TXT" TO WS-LOG-CHAVE
               MOVE PARM-INT-RETORNO TO WS-LOG-FS-VALOR
               PERFORM 7000-GRAVAR-LOG-EXCECAO
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 2010-GERAR-ARQUIVO
           END-IF.

       2010-GERAR-ARQUIVO.
           COMPUTE WS-SEQ-INTERFACE = PARM-INT-ULTIMA-SEQ + 1

           OPEN OUTPUT INTERFACE-FORN

           IF WS-FS-INT NOT EQUAL ZEROS
               DISPLAY "FILE STATUS: " WS-FS-INT
           ELSE
               MOVE 0 TO WS-LINHAS-FORN
               MOVE 0 TO WS-HASH-QTDE

               PERFORM 2050-GRAVAR-CONTROLE-INICIO
               PERFORM 2100-GRAVAR-CABECALHO
               PERFORM 2200-GRAVAR-DETALHES
               PERFORM 2300-GRAVAR-RODAPE
               PERFORM 2350-GRAVAR-CONTROLE-FIM

               CLOSE INTERFACE-FORN
               PERFORM 2400-REGISTRAR-INTERFACE

               DISPLAY "FORNECEDOR " WS-FORN-ATUAL ": " WS-LINHAS-FORN
                   " ORDEM(NS) EM " WS-NOME-ARQ-INT
           END-IF.

       2050-GRAVAR-CONTROLE-INICIO.
           MOVE SPACES TO REG-CONTROLE-INTERFACE
           MOVE 'HDR' TO CTL-TIPO
           MOVE "SEDE" TO CTL-REMETENTE
           MOVE FUNCTION CURRENT-DATE(1:8) TO CTL-DATA
           MOVE WS-SEQ-INTERFACE TO CTL-SEQUENCIA
           MOVE REG-CONTROLE-INTERFACE TO LINHA-INTERFACE
           WRITE LINHA-INTERFACE.

       2100-GRAVAR-CABECALHO.
           MOVE WS-FORN-ATUAL TO COD-FORNECEDOR

           MOVE WS-LINHA-DETALHE TO LINHA-INTERFACE
           WRITE LINHA-INTERFACE

           ADD 1 TO WS-LINHAS-FORN
           ADD QTDE-ORDEM(WS-ITEM) TO WS-HASH-QTDE.

       2300-GRAVAR-RODAPE.
           MOVE WS-LINHAS-FORN TO WS-ROD-QTDE-LINHAS
           MOVE WS-LINHA-RODAPE TO LINHA-INTERFACE
           WRITE LINHA-INTERFACE.

      * The control total of a supplier order file is the hash of the
      * ordered quantities.
       2350-GRAVAR-CONTROLE-FIM.
           MOVE SPACES TO REG-CONTROLE-INTERFACE
           MOVE 'TRL' TO CTL-TIPO
           MOVE WS-LINHAS-FORN TO CTL-QTDE-REGISTROS
           MOVE WS-HASH-QTDE TO CTL-TOTAL
           MOVE REG-CONTROLE-INTERFACE TO LINHA-INTERFACE
           WRITE LINHA-INTERFACE.

       2400-REGISTRAR-INTERFACE.
           MOVE 'G' TO PARM-INT-ACAO
           MOVE "INTORD" TO PARM-INT-ARQUIVO
           MOVE 'S' TO PARM-INT-SENTIDO
           MOVE WS-PARCEIRO-NUM TO PARM-INT-PARCEIRO
           MOVE FUNCTION CURRENT-DATE(1:8) TO PARM-INT-DATA-ARQ
           MOVE WS-SEQ-INTERFACE TO PARM-INT-SEQUENCIA
           MOVE WS-LINHAS-FORN TO PARM-INT-QTDE
           MOVE WS-HASH-QTDE TO PARM-INT-TOTAL
           MOVE 'G' TO PARM-INT-SITUACAO
           MOVE SPACES TO PARM-INT-MOTIVO
           MOVE "EXTRACAO-ORDEM" TO PARM-INT-PROGRAMA
           MOVE WS-NOME-ARQ-INT TO PARM-INT-NOME-ARQ
           CALL "REGISTRA-INTERFACE" USING PARM-INTERFACE

           IF PARM-INT-RETORNO NOT EQUAL ZEROS
               DISPLAY "REGISTRO DE INTERFACES NAO ATUALIZADO - FILE "
                   "STATUS: " PARM-INT-RETORNO
           END-IF.

       7000-GRAVAR-LOG-EXCECAO.
           OPEN EXTEND LOG-EXCECOES

           IF WS-FS-LOG EQUAL 35
               OPEN OUTPUT LOG-EXCECOES
           END-IF

           IF WS-FS-LOG EQUAL 0
               MOVE "EXTRACAO-ORDEM" TO LOG-PROGRAMA
               MOVE FUNCTION CURRENT-DATE(1:14) TO LOG-DATA-HORA
               MOVE WS-LOG-CHAVE TO LOG-CHAVE
               MOVE WS-LOG-FS-VALOR TO LOG-FS-VALOR
               MOVE 'N' TO LOG-IND-RECONHECIDO
               WRITE REG-LOG-EXCECAO
               CLOSE LOG-EXCECOES
           END-IF.

       0950-RESOLVER-AMBIENTE.
           CALL "CONFIG-AMBIENTE" USING PARM-AMBIENTE
           DISPLAY "AMBIENTE ATIVO: " PARM-AMB-NOME
           MOVE SPACES TO WS-ARQ-PRODUTOS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'PRODUTOS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-PRODUTOS

           MOVE SPACES TO WS-ARQ-EXCECOES
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'EXCECOES.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-EXCECOES.

       END PROGRAM EXTRACAO-ORDEM.
