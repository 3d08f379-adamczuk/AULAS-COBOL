           COPY PARCELA.
       WORKING-STORAGE SECTION.
           COPY PARMDIAUTIL.
           COPY PARMRECPARCELA.
           COPY AMBIENTE.
       77 WS-ARQ-PARCELAS        PIC X(60) VALUE SPACES.
       77 WS-FS-PAR           PIC 99 VALUE 0.
                           ELSE
                               IF NOT PARCELA-PAGA
                               AND NOT PARCELA-RENEGOCIADA
                               AND NOT PARCELA-BAIXADA-PERDA
                                   PERFORM 3000-APLICAR-NA-PARCELA
                               END-IF
                           END-IF

               PERFORM 4000-REGRAVAR-PARCELA

               IF WS-FS-PAR EQUAL ZEROS
                   MOVE WS-SALDO-PARCELA TO PARM-RP-APLICADO
                   MOVE WS-VALOR-MULTA TO PARM-RP-MULTA
                   MOVE WS-VALOR-MORA TO PARM-RP-MORA
                   PERFORM 5000-GRAVAR-RECEBIMENTO
               END-IF

               MOVE WS-TOTAL-DEVIDO TO MASC-VALOR
               MOVE WS-VALOR-MULTA TO MASC-ENCARGO
               DISPLAY "RECIBO: CONTRATO " NUM-CONTRATO-PAR

               PERFORM 4000-REGRAVAR-PARCELA

               IF WS-FS-PAR EQUAL ZEROS
                   MOVE WS-VALOR-APLICADO TO PARM-RP-APLICADO
                   MOVE 0 TO PARM-RP-MULTA
                   MOVE 0 TO PARM-RP-MORA
                   PERFORM 5000-GRAVAR-RECEBIMENTO
               END-IF

               COMPUTE WS-SALDO-PARCELA =
                   VALOR-PARCELA - VALOR-PAGO-PARCELA
               MOVE WS-VALOR-APLICADO TO MASC-VALOR
      -            "TATUS: " WS-FS-PAR
           END-IF.

       5000-GRAVAR-RECEBIMENTO.
           MOVE NUM-CONTRATO-PAR TO PARM-RP-CONTRATO
           MOVE NUM-PARCELA TO PARM-RP-PARCELA
           MOVE 0 TO PARM-RP-CLIENTE
           MOVE WS-DATA-HOJE TO PARM-RP-DATA
           MOVE 0 TO PARM-RP-DESCONTO
           MOVE VALOR-PARCELA TO PARM-RP-VALOR-PARCELA
           MOVE VALOR-JUROS-PAR TO PARM-RP-JUROS-PARCELA

           IF PARCELA-PAGA
               MOVE 'S' TO PARM-RP-QUITOU
           ELSE
               MOVE 'N' TO PARM-RP-QUITOU
           END-IF

           MOVE 'C' TO PARM-RP-ORIGEM
           CALL "GRAVA-RECEB-PARCELA" USING PARM-RECEB-PARCELA

           IF PARM-RP-RETORNO NOT EQUAL ZEROS
               DISPLAY "RECEBIMENTO NAO REGISTRADO NO DIARIO DE PARCE"
      -            "LAS - FILE STATUS: " PARM-RP-RETORNO
           END-IF.

       0950-RESOLVER-AMBIENTE.
           CALL "CONFIG-AMBIENTE" USING PARM-AMBIENTE
           DISPLAY "AMBIENTE ATIVO: " PARM-AMB-NOME
