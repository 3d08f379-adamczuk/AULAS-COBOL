       77 CONTROLE           PIC A VALUE SPACES.
       77 WS-OPCAO            PIC 9 VALUE 0.
       77 WS-EOF              PIC 99 VALUE 0.
       77 WS-GRUPO-INFORMADO  PIC X VALUE SPACE.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               INVALID KEY
                   DISPLAY "INFORME O NOME DA CONTA"
                   ACCEPT NOME-CONTA
                   MOVE SPACE TO GRUPO-CONTA
                   PERFORM 5000-INFORMAR-GRUPO

                   WRITE REG-CONTA-CONTABIL

                   DISPLAY "NOME ATUAL: " NOME-CONTA
                   DISPLAY "INFORME O NOVO NOME"
                   ACCEPT NOME-CONTA
                   PERFORM 5000-INFORMAR-GRUPO

                   REWRITE REG-CONTA-CONTABIL

                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       DISPLAY COD-CONTA "  " NOME-CONTA "  "
                           GRUPO-CONTA
               END-READ
           END-PERFORM.

      * The group places the account in the income statement and the
      * balance sheet. A blank or unknown answer keeps the current
      * group, or takes the one implied by the first digit.
       5000-INFORMAR-GRUPO.
           DISPLAY "GRUPO ATUAL: " GRUPO-CONTA
           DISPLAY "GRUPO: R-RECEITA V-CUSTO DAS VENDAS D-DESPESA"
           DISPLAY "       A-ATIVO P-PASSIVO L-PATRIMONIO LIQUIDO"
           ACCEPT WS-GRUPO-INFORMADO

           IF WS-GRUPO-INFORMADO EQUAL 'R' OR 'V' OR 'D' OR 'A'
                                    OR 'P' OR 'L'
               MOVE WS-GRUPO-INFORMADO TO GRUPO-CONTA
           END-IF

           IF NOT GRUPO-VALIDO
               EVALUATE COD-CONTA(1:1)
                   WHEN '1'
                       MOVE 'A' TO GRUPO-CONTA
                   WHEN '2'
                       MOVE 'P' TO GRUPO-CONTA
                   WHEN '3'
                       MOVE 'R' TO GRUPO-CONTA
                   WHEN '4'
                       MOVE 'D' TO GRUPO-CONTA
                   WHEN '5'
                       MOVE 'L' TO GRUPO-CONTA
                   WHEN OTHER
                       MOVE SPACE TO GRUPO-CONTA
               END-EVALUATE
               IF COD-CONTA EQUAL 43000
               OR COD-CONTA EQUAL 48000
                   MOVE 'V' TO GRUPO-CONTA
               END-IF
               DISPLAY "GRUPO ASSUMIDO: " GRUPO-CONTA
           END-IF.

       9000-TRADUZIR-FS-STATUS.
           MOVE "STATUS DESCONHECIDO" TO WS-FS-MENSAGEM
           PERFORM VARYING WS-IDX-FS FROM 1 BY 1
