           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-LOG.

           SELECT AUDITORIA ASSIGN TO "C:\ARQUIVOS\AUDITORIA.TXT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-AUD.
       DATA DIVISION.
       FILE SECTION.
       FD FORNECEDORES.
       FD LOG-EXCECOES.
           COPY EXCELOG.

       FD AUDITORIA.
           COPY AUDITMESTRE.

       WORKING-STORAGE SECTION.
           COPY FSTATUS.
           COPY PARMSESSAO.
       77 WS-FS-HIST     PIC 99.
       77 WS-FS-TOT      PIC 99.
       77 WS-FS-LOG      PIC 99.
       77 WS-FS-AUD      PIC 99.
       77 WS-LOG-CHAVE   PIC X(20).
       77 WS-LOG-FS-VALOR PIC 99.
       77 CONTROLE      PIC A VALUE SPACES.
       77 WS-CONFIRMA-CRIACAO  PIC A VALUE SPACES.
       77 WS-GRAVADOS           PIC 9(05) VALUE 0.
       77 WS-REJEITADOS         PIC 9(05) VALUE 0.
       77 WS-AUD-OPERACAO       PIC X VALUE SPACES.
       77 WS-AUD-ANTES          PIC X(200) VALUE SPACES.
       77 WS-AUD-DEPOIS         PIC X(200) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "INSERIR PRAZO DE PAGAMENTO (DIAS)"
           ACCEPT PRAZO-PAGAMENTO-FORN

           DISPLAY "INSERIR DESCONTO POR PAGAMENTO ANTECIPADO (%)"
           ACCEPT PERC-DESCONTO-FORN
           DISPLAY "INSERIR DIAS DA NOTA PARA O DESCONTO"
           ACCEPT DIAS-DESCONTO-FORN

           WRITE REG-FORNECEDORES

           IF WS-FS IS NOT = 0
           ELSE
               DISPLAY "REGISTRO GRAVADO COM SUCESSO"
               ADD 1 TO WS-GRAVADOS
               MOVE 'I' TO WS-AUD-OPERACAO
               MOVE SPACES TO WS-AUD-ANTES
               MOVE REG-FORNECEDORES TO WS-AUD-DEPOIS
               PERFORM 8000-GRAVAR-AUDITORIA
           END-IF.

       3000-ALTERAR-FORNECEDOR.
                   DISPLAY "FORNECEDOR NAO ENCONTRADO"
                   ADD 1 TO WS-REJEITADOS
               NOT INVALID KEY
                   MOVE REG-FORNECEDORES TO WS-AUD-ANTES
                   DISPLAY "NOME ATUAL.....: " NOME-FORNECEDOR
                   DISPLAY "INFORME O NOVO NOME DO FORNECEDOR"
                   ACCEPT NOME-FORNECEDOR
                   DISPLAY "INFORME O NOVO PRAZO DE PAGAMENTO (DIAS)"
                   ACCEPT PRAZO-PAGAMENTO-FORN

                   DISPLAY "DESCONTO ATUAL.: " PERC-DESCONTO-FORN
                       "% EM " DIAS-DESCONTO-FORN " DIAS"
                   DISPLAY "INFORME O NOVO DESCONTO POR PAGAMENTO AN"
      -                "TECIPADO (%)"
                   ACCEPT PERC-DESCONTO-FORN
                   DISPLAY "INFORME OS NOVOS DIAS PARA O DESCONTO"
                   ACCEPT DIAS-DESCONTO-FORN

                   REWRITE REG-FORNECEDORES

                   IF WS-FS IS NOT = 0
                   ELSE
                       DISPLAY "REGISTRO ALTERADO COM SUCESSO"
                       ADD 1 TO WS-GRAVADOS
                       MOVE 'A' TO WS-AUD-OPERACAO
                       MOVE REG-FORNECEDORES TO WS-AUD-DEPOIS
                       PERFORM 8000-GRAVAR-AUDITORIA
                       IF TELEFONE-FORNECEDOR NOT EQUAL
                               WS-TELEFONE-ANTERIOR
                           PERFORM 5000-GRAVAR-HISTORICO
                   DISPLAY "FORNECEDOR NAO ENCONTRADO"
                   ADD 1 TO WS-REJEITADOS
               NOT INVALID KEY
                   MOVE REG-FORNECEDORES TO WS-AUD-ANTES
                   DELETE FORNECEDORES

                   IF WS-FS IS NOT = 0
                   ELSE
                       DISPLAY "REGISTRO EXCLUIDO COM SUCESSO"
                       ADD 1 TO WS-GRAVADOS
                       MOVE 'E' TO WS-AUD-OPERACAO
                       MOVE SPACES TO WS-AUD-DEPOIS
                       PERFORM 8000-GRAVAR-AUDITORIA
                   END-IF
           END-READ.

               CLOSE LOG-EXCECOES
           END-IF.

       8000-GRAVAR-AUDITORIA.
           OPEN EXTEND AUDITORIA

           IF WS-FS-AUD EQUAL 35
               OPEN OUTPUT AUDITORIA
           END-IF

           IF WS-FS-AUD EQUAL 0
               MOVE "FORNECEDOR" TO AUD-ARQUIVO
               MOVE WS-AUD-OPERACAO TO AUD-OPERACAO
               MOVE COD-FORNECEDOR TO AUD-CHAVE
               MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-DATA-HORA
               MOVE PARM-SES-OPERADOR TO AUD-OPERADOR
               MOVE WS-AUD-ANTES TO AUD-IMAGEM-ANTES
               MOVE WS-AUD-DEPOIS TO AUD-IMAGEM-DEPOIS
               WRITE REG-AUDIT-MESTRE
               CLOSE AUDITORIA
           ELSE
               DISPLAY "NAO FOI POSSIVEL GRAVAR A AUDITORIA - FILE ST"
      -            "ATUS: " WS-FS-AUD
           END-IF.

       9000-TRADUZIR-FS-STATUS.
           MOVE "STATUS DESCONHECIDO" TO WS-FS-MENSAGEM
           PERFORM VARYING WS-IDX-FS FROM 1 BY 1
