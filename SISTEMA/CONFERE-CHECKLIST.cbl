       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONFERE-CHECKLIST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHECKLIST ASSIGN TO WS-ARQ-CHECKLIST
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-CKL.

           SELECT CHECK-FECH ASSIGN TO WS-ARQ-CHECKFECHAMENTO
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS CHAVE-CHECK-FECH
           FILE STATUS IS WS-FS-CHK.
       DATA DIVISION.
       FILE SECTION.
       FD CHECKLIST.
           COPY CHECKLIST.

       FD CHECK-FECH.
           COPY CHECKFECHAMENTO.
       WORKING-STORAGE SECTION.
           COPY AMBIENTE.
       77 WS-ARQ-CHECKLIST       PIC X(60) VALUE SPACES.
       77 WS-ARQ-CHECKFECHAMENTO PIC X(60) VALUE SPACES.
       77 WS-FS-CKL           PIC 99 VALUE 0.
       77 WS-FS-CHK           PIC 99 VALUE 0.
       77 WS-EOF              PIC 99 VALUE 0.
       77 WS-QTDE-PASSOS      PIC 99 VALUE 0.
       77 WS-IDX-PASSO        PIC 99 VALUE 0.
       77 WS-LIMITE           PIC 99 VALUE 0.
       77 WS-REGISTROS-MES    PIC 99 VALUE 0.
       77 WS-SITUACAO-PASSO   PIC X VALUE SPACE.

       01 WS-TABELA-PASSOS.
           03 WS-PASSO-OCORR OCCURS 30 TIMES.
               05 WS-PAS-SEQ          PIC 99.
               05 WS-PAS-PROGRAMA     PIC X(30).
               05 WS-PAS-DESCRICAO    PIC X(40).
       LINKAGE SECTION.
           COPY PARMCHECKLIST.
      ******************************************************************
      * Tells the stock and ledger closes whether the month-end
      * checklist lets them run: every step listed before the caller's
      * own step (or every step, when the caller is not on the list by
      * name) must be concluded or waived for the month.
      ******************************************************************
       PROCEDURE DIVISION USING PARM-CHECKLIST.
       MAIN-PROCEDURE.
           PERFORM 0950-RESOLVER-AMBIENTE
           MOVE 0 TO PARM-CKL-PENDENTES
           MOVE 0 TO PARM-CKL-PRIMEIRO-SEQ
           MOVE SPACES TO PARM-CKL-PRIMEIRO-DESCRICAO
           MOVE 0 TO PARM-CKL-RETORNO

           PERFORM 1000-CARREGAR-PASSOS

           IF WS-QTDE-PASSOS EQUAL 0
               MOVE 8 TO PARM-CKL-RETORNO
           ELSE
               PERFORM 2000-DEFINIR-LIMITE

               IF WS-LIMITE GREATER 0
                   PERFORM 3000-CONFERIR-PASSOS
               END-IF
           END-IF

           GOBACK.

       1000-CARREGAR-PASSOS.
           MOVE 0 TO WS-QTDE-PASSOS
           MOVE 0 TO WS-EOF

           OPEN INPUT CHECKLIST

           IF WS-FS-CKL EQUAL ZEROS
               PERFORM UNTIL WS-EOF EQUAL 1
                   READ CHECKLIST
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF WS-QTDE-PASSOS LESS 30
                               ADD 1 TO WS-QTDE-PASSOS
                               MOVE PCL-SEQ TO
                                   WS-PAS-SEQ(WS-QTDE-PASSOS)
                               MOVE PCL-PROGRAMA TO
                                   WS-PAS-PROGRAMA(WS-QTDE-PASSOS)
                               MOVE PCL-DESCRICAO TO
                                   WS-PAS-DESCRICAO(WS-QTDE-PASSOS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHECKLIST
           END-IF.

       2000-DEFINIR-LIMITE.
           MOVE WS-QTDE-PASSOS TO WS-LIMITE

           IF PARM-CKL-ATE-PROGRAMA NOT EQUAL SPACES
               PERFORM VARYING WS-IDX-PASSO FROM WS-QTDE-PASSOS BY -1
                       UNTIL WS-IDX-PASSO LESS 1
                   IF WS-PAS-PROGRAMA(WS-IDX-PASSO) EQUAL
                       PARM-CKL-ATE-PROGRAMA
                       COMPUTE WS-LIMITE = WS-IDX-PASSO - 1
                   END-IF
               END-PERFORM
           END-IF.

       3000-CONFERIR-PASSOS.
           MOVE 0 TO WS-REGISTROS-MES

           OPEN INPUT CHECK-FECH

           PERFORM VARYING WS-IDX-PASSO FROM 1 BY 1
                   UNTIL WS-IDX-PASSO GREATER WS-LIMITE
               MOVE 'P' TO WS-SITUACAO-PASSO

               IF WS-FS-CHK EQUAL ZEROS
                   MOVE PARM-CKL-PERIODO TO CHK-PERIODO
                   MOVE WS-PAS-SEQ(WS-IDX-PASSO) TO CHK-SEQ

                   READ CHECK-FECH
                       INVALID KEY
                           MOVE 'P' TO WS-SITUACAO-PASSO
                       NOT INVALID KEY
                           ADD 1 TO WS-REGISTROS-MES
                           MOVE CHK-SITUACAO TO WS-SITUACAO-PASSO
                   END-READ
               END-IF

               IF WS-SITUACAO-PASSO NOT EQUAL 'C'
               AND WS-SITUACAO-PASSO NOT EQUAL 'D'
                   ADD 1 TO PARM-CKL-PENDENTES
                   IF PARM-CKL-PRIMEIRO-SEQ EQUAL 0
                       MOVE WS-PAS-SEQ(WS-IDX-PASSO) TO
                           PARM-CKL-PRIMEIRO-SEQ
                       MOVE WS-PAS-DESCRICAO(WS-IDX-PASSO) TO
                           PARM-CKL-PRIMEIRO-DESCRICAO
                   END-IF
               END-IF
           END-PERFORM

           IF WS-FS-CHK EQUAL ZEROS
               CLOSE CHECK-FECH
           END-IF

           IF WS-REGISTROS-MES EQUAL 0
               MOVE 8 TO PARM-CKL-RETORNO
           ELSE
               IF PARM-CKL-PENDENTES GREATER 0
                   MOVE 4 TO PARM-CKL-RETORNO
               END-IF
           END-IF.

       0950-RESOLVER-AMBIENTE.
           CALL "CONFIG-AMBIENTE" USING PARM-AMBIENTE

           MOVE SPACES TO WS-ARQ-CHECKLIST
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'CHECKLIST.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-CHECKLIST

           MOVE SPACES TO WS-ARQ-CHECKFECHAMENTO
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
               'CHECKFECHAMENTO.TXT' DELIMITED BY SIZE
               INTO WS-ARQ-CHECKFECHAMENTO.

       END PROGRAM CONFERE-CHECKLIST.
