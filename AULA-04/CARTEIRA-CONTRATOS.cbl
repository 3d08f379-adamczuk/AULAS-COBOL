       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARTEIRA-CONTRATOS.
       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORICO ASSIGN TO WS-ARQ-JUROSCONTRATOS
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CHAVE-JUROS-CONTRATO
           FILE STATUS IS WS-FS.

           SELECT PERIODO-MENSAL ASSIGN TO WS-ARQ-PERIODOMENSAL
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-PMS.

           SELECT RELATORIO ASSIGN TO REL-NOME-ARQ
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD HISTORICO.
           COPY JUROSCONTRATO.

       FD PERIODO-MENSAL.
           COPY PERIODOMENSAL.

       FD RELATORIO.
       01 LINHA-RELATORIO     PIC X(90).
       WORKING-STORAGE SECTION.
           COPY RELATORIO.
           COPY PARMCATALOGO.
           COPY PARMRUNLOG.
           COPY AMBIENTE.
       77 WS-ARQ-JUROSCONTRATOS  PIC X(60) VALUE SPACES.
       77 WS-ARQ-PERIODOMENSAL   PIC X(60) VALUE SPACES.
       77 WS-FS              PIC 99 VALUE 0.
       77 WS-FS-PMS           PIC 99 VALUE 0.
       77 WS-FS-REL           PIC 99 VALUE 0.
       77 WS-EOF              PIC 99 VALUE 0.
       77 WS-PERIODO-INI      PIC 9(06) VALUE 0.
       77 WS-PERIODO-FIM      PIC 9(06) VALUE 0.
       77 WS-PERIODO-ATUAL    PIC 9(06) VALUE 0.
       77 WS-AUTOMATICO       PIC A VALUE 'N'.
       77 WS-DATA-RELATORIO   PIC 9(08) VALUE 0.
       77 WS-LIDOS            PIC 9(07) VALUE 0.
       77 WS-MES-CONTRATOS    PIC 9(05) VALUE 0.
       77 WS-MES-PRINCIPAL    PIC 9(11)V99 VALUE 0.
       77 WS-MES-APROPRIADO   PIC 9(11)V99 VALUE 0.
       77 WS-MES-RECEBIDO     PIC 9(11)V99 VALUE 0.
       77 WS-MES-A-RECEBER    PIC S9(11)V99 VALUE 0.
       77 WS-TOTAL-APROPRIADO PIC 9(11)V99 VALUE 0.
       77 WS-TOTAL-RECEBIDO   PIC 9(11)V99 VALUE 0.
       77 MASC-TOTAL          PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 WS-LINHA-DET-CARTEIRA.
           03 FILLER               PIC X(02) VALUE SPACES.
           03 WS-DET-CONTRATO      PIC 9(06).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 WS-DET-CLIENTE       PIC 9(05).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 WS-DET-PRINCIPAL     PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER               PIC X(02) VALUE SPACES.
           03 WS-DET-APROPRIADO    PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER               PIC X(02) VALUE SPACES.
           03 WS-DET-RECEBIDO      PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER               PIC X(02) VALUE SPACES.
           03 WS-DET-A-RECEBER     PIC -ZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
      ******************************************************************
      * Financing contract portfolio, month by month, from the history
      * APROPRIA-JUROS keeps on JUROSCONTRATOS.TXT: per contract the
      * principal still open at the end of the month, the interest
      * accrued to income and the interest received in the month, and
      * the interest accrued and not yet received; each month closes
      * with its subtotal. In the month-end chain only the month of
      * PERIODOMENSAL.TXT is listed.
      ******************************************************************
       MAIN-PROCEDURE.
           MOVE "CARTEIRA-CONTRATOS" TO PARM-RUN-PROGRAMA
           MOVE 'I' TO PARM-RUN-EVENTO
           MOVE 0 TO PARM-RUN-REGISTROS
           CALL "GRAVA-RUNLOG" USING PARM-RUNLOG

           PERFORM 0950-RESOLVER-AMBIENTE
           DISPLAY "CARTEIRA DE CONTRATOS DE FINANCIAMENTO"
           MOVE 'C' TO PARM-RUN-EVENTO

           PERFORM 1000-LER-PERIODO

           IF WS-AUTOMATICO EQUAL 'N'
               DISPLAY "INFORME O PERIODO INICIAL (AAAAMM)"
               ACCEPT WS-PERIODO-INI
               DISPLAY "INFORME O PERIODO FINAL (AAAAMM)"
               ACCEPT WS-PERIODO-FIM
           END-IF

           IF WS-PERIODO-FIM LESS WS-PERIODO-INI
               DISPLAY "PERIODO FINAL ANTERIOR AO INICIAL"
               MOVE 'F' TO PARM-RUN-EVENTO
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT HISTORICO

               IF WS-FS NOT EQUAL ZEROS
                   DISPLAY "NAO FOI POSSIVEL ABRIR O HISTORICO DE JURO"
                       "S - FILE STATUS: " WS-FS
                   MOVE 'F' TO PARM-RUN-EVENTO
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 2000-IMPRIMIR-CARTEIRA
                   CLOSE HISTORICO
               END-IF
           END-IF

           MOVE WS-LIDOS TO PARM-RUN-REGISTROS
           CALL "GRAVA-RUNLOG" USING PARM-RUNLOG

           GOBACK.

       1000-LER-PERIODO.
           OPEN INPUT PERIODO-MENSAL

           IF WS-FS-PMS EQUAL ZEROS
               READ PERIODO-MENSAL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PMS-PERIODO GREATER 0
                           MOVE 'S' TO WS-AUTOMATICO
                           MOVE PMS-PERIODO TO WS-PERIODO-INI
                           MOVE PMS-PERIODO TO WS-PERIODO-FIM
                           DISPLAY "FECHAMENTO DO MES " PMS-PERIODO
                       END-IF
               END-READ
               CLOSE PERIODO-MENSAL
           END-IF.

       2000-IMPRIMIR-CARTEIRA.
           MOVE SPACES TO REL-CABECALHO-COLUNAS
           STRING "  CONTRATO CLIENTE  PRINCIPAL ABERTO   JUROS APROP."
               "  JUROS RECEB.   JUROS A RECEBER"
               DELIMITED BY SIZE INTO REL-CABECALHO-COLUNAS
           PERFORM 8100-ABRIR-RELATORIO

           MOVE 0 TO WS-EOF
           MOVE 0 TO WS-PERIODO-ATUAL
           MOVE WS-PERIODO-INI TO PERIODO-JC
           MOVE 0 TO NUM-CONTRATO-JC

           START HISTORICO KEY NOT LESS CHAVE-JUROS-CONTRATO
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START

           PERFORM UNTIL WS-EOF EQUAL 1
               READ HISTORICO NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF PERIODO-JC GREATER WS-PERIODO-FIM
                           MOVE 1 TO WS-EOF
                       ELSE
                           PERFORM 2100-IMPRIMIR-CONTRATO
                       END-IF
               END-READ
           END-PERFORM

           IF WS-PERIODO-ATUAL GREATER 0
               PERFORM 2200-FECHAR-MES
           END-IF

           PERFORM 3000-IMPRIMIR-TOTAIS.

       2100-IMPRIMIR-CONTRATO.
           IF PERIODO-JC NOT EQUAL WS-PERIODO-ATUAL
               IF WS-PERIODO-ATUAL GREATER 0
                   PERFORM 2200-FECHAR-MES
               END-IF

               MOVE PERIODO-JC TO WS-PERIODO-ATUAL
               MOVE 0 TO WS-MES-CONTRATOS
               MOVE 0 TO WS-MES-PRINCIPAL
               MOVE 0 TO WS-MES-APROPRIADO
               MOVE 0 TO WS-MES-RECEBIDO
               MOVE 0 TO WS-MES-A-RECEBER

               MOVE SPACES TO LINHA-RELATORIO
               STRING "MES " WS-PERIODO-ATUAL(5:2) "/"
                   WS-PERIODO-ATUAL(1:4)
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               PERFORM 8200-IMPRIMIR-LINHA
           END-IF

           ADD 1 TO WS-LIDOS
           ADD 1 TO WS-MES-CONTRATOS
           ADD PRINCIPAL-ABERTO-JC TO WS-MES-PRINCIPAL
           ADD JUROS-APROPRIADO-JC TO WS-MES-APROPRIADO
           ADD JUROS-RECEBIDO-JC TO WS-MES-RECEBIDO
           ADD JUROS-A-RECEBER-JC TO WS-MES-A-RECEBER

           MOVE NUM-CONTRATO-JC TO WS-DET-CONTRATO
           MOVE COD-CLIENTE-JC TO WS-DET-CLIENTE
           MOVE PRINCIPAL-ABERTO-JC TO WS-DET-PRINCIPAL
           MOVE JUROS-APROPRIADO-JC TO WS-DET-APROPRIADO
           MOVE JUROS-RECEBIDO-JC TO WS-DET-RECEBIDO
           MOVE JUROS-A-RECEBER-JC TO WS-DET-A-RECEBER
           MOVE WS-LINHA-DET-CARTEIRA TO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA.

       2200-FECHAR-MES.
           ADD WS-MES-APROPRIADO TO WS-TOTAL-APROPRIADO
           ADD WS-MES-RECEBIDO TO WS-TOTAL-RECEBIDO

           MOVE WS-MES-PRINCIPAL TO WS-DET-PRINCIPAL
           MOVE WS-MES-APROPRIADO TO WS-DET-APROPRIADO
           MOVE WS-MES-RECEBIDO TO WS-DET-RECEBIDO
           MOVE WS-MES-A-RECEBER TO WS-DET-A-RECEBER
           MOVE WS-LINHA-DET-CARTEIRA TO LINHA-RELATORIO
           MOVE "  TOTAL DO MES" TO LINHA-RELATORIO(1:17)
           PERFORM 8200-IMPRIMIR-LINHA

           MOVE SPACES TO LINHA-RELATORIO
           STRING "  CONTRATOS NO MES: " WS-MES-CONTRATOS
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           MOVE SPACES TO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA.

       3000-IMPRIMIR-TOTAIS.
           MOVE ALL "-" TO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           MOVE WS-TOTAL-APROPRIADO TO MASC-TOTAL
           MOVE SPACES TO LINHA-RELATORIO
           STRING "JUROS APROPRIADOS NO PERIODO: " MASC-TOTAL
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           MOVE WS-TOTAL-RECEBIDO TO MASC-TOTAL
           MOVE SPACES TO LINHA-RELATORIO
           STRING "JUROS RECEBIDOS NO PERIODO..: " MASC-TOTAL
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           PERFORM 8200-IMPRIMIR-LINHA

           IF WS-LIDOS EQUAL 0
               MOVE SPACES TO LINHA-RELATORIO
               STRING "NENHUM MES APURADO ENTRE " WS-PERIODO-INI
                   " E " WS-PERIODO-FIM " - RODAR APROPRIA-JUROS"
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               PERFORM 8200-IMPRIMIR-LINHA
           END-IF

           IF WS-FS-REL EQUAL ZEROS
               CLOSE RELATORIO
               MOVE "CARTEIRA-CONTRATOS" TO PARM-CAT-PROGRAMA
               MOVE REL-CAB-TITULO TO PARM-CAT-TITULO
               MOVE REL-NOME-ARQ TO PARM-CAT-ARQUIVO
               CALL "GRAVA-CATALOGO" USING PARM-CATALOGO
               DISPLAY "RELATORIO GRAVADO EM " REL-NOME-ARQ
           END-IF.

       8100-ABRIR-RELATORIO.
           MOVE PARM-AMB-NOME TO REL-CAB-AMBIENTE

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-RELATORIO
           MOVE WS-DATA-RELATORIO(5:2) TO REL-CAB-DATA(1:2)
           MOVE WS-DATA-RELATORIO(7:2) TO REL-CAB-DATA(4:2)
           MOVE WS-DATA-RELATORIO(1:4) TO REL-CAB-DATA(7:4)

           MOVE SPACES TO REL-CAB-TITULO
           STRING "CARTEIRA DE CONTRATOS " WS-PERIODO-INI " A "
               WS-PERIODO-FIM
               DELIMITED BY SIZE INTO REL-CAB-TITULO

           MOVE SPACES TO REL-NOME-ARQ
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'RELATORIOS\CARTEIRA' WS-PERIODO-INI '-'
               WS-PERIODO-FIM '.TXT'
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

       0950-RESOLVER-AMBIENTE.
           CALL "CONFIG-AMBIENTE" USING PARM-AMBIENTE
           DISPLAY "AMBIENTE ATIVO: " PARM-AMB-NOME

           MOVE SPACES TO WS-ARQ-JUROSCONTRATOS
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'JUROSCONTRATOS.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-JUROSCONTRATOS

           MOVE SPACES TO WS-ARQ-PERIODOMENSAL
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'PERIODOMENSAL.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-PERIODOMENSAL.

       END PROGRAM CARTEIRA-CONTRATOS.
