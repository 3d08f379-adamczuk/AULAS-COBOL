       WORKING-STORAGE SECTION.
           COPY AMBIENTE.
           COPY PARMCATALOGO.
           COPY PARMRECPARCELA.
       77 WS-ARQ-CONTRATOS       PIC X(60) VALUE SPACES.
       77 WS-ARQ-PARCELAS        PIC X(60) VALUE SPACES.
       77 WS-FS-CTR           PIC 99 VALUE 0.
                       ELSE
                           IF NOT PARCELA-PAGA
                           AND NOT PARCELA-RENEGOCIADA
                           AND NOT PARCELA-BAIXADA-PERDA
                               PERFORM 3100-DESCONTAR-PARCELA
                           END-IF
                       END-IF
       3100-DESCONTAR-PARCELA.
           ADD 1 TO WS-PARCELAS-ABERTAS

           PERFORM 3150-CALCULAR-VALOR-PRESENTE

           ADD WS-VALOR-PRESENTE TO WS-TOTAL-QUITACAO

           MOVE WS-SALDO-PARCELA TO MASC-VALOR
           MOVE WS-VALOR-PRESENTE TO MASC-SALDO
           DISPLAY "PARCELA " NUM-PARCELA " VENC "
               DATA-VENC-PARCELA " SALDO " MASC-VALOR
               " VALOR PRESENTE " MASC-SALDO.

       3150-CALCULAR-VALOR-PRESENTE.
           COMPUTE WS-SALDO-PARCELA =
               VALOR-PARCELA - VALOR-PAGO-PARCELA

                   COMPUTE WS-VALOR-PRESENTE ROUNDED =
                       WS-VALOR-PRESENTE / WS-FATOR-MES
               END-PERFORM
           END-IF.

       3300-IMPRIMIR-QUITACAO.
           MOVE SPACES TO WS-NOME-ARQ-DOC
                       ELSE
                           IF NOT PARCELA-PAGA
                           AND NOT PARCELA-RENEGOCIADA
                           AND NOT PARCELA-BAIXADA-PERDA
                               PERFORM 3150-CALCULAR-VALOR-PRESENTE

                               MOVE VALOR-PARCELA TO
                                   VALOR-PAGO-PARCELA
                               MOVE 'P' TO STATUS-PARCELA
                                       " - FILE STATUS: " WS-FS-PAR
                               ELSE
                                   ADD 1 TO WS-QUITADAS
                                   PERFORM 3550-GRAVAR-RECEBIMENTO
                               END-IF
                           END-IF
                       END-IF
           DISPLAY "CONTRATO " NUM-CONTRATO " QUITADO - "
               WS-QUITADAS " PARCELA(S) LIQUIDADA(S)".

       3550-GRAVAR-RECEBIMENTO.
           MOVE NUM-CONTRATO TO PARM-RP-CONTRATO
           MOVE NUM-PARCELA TO PARM-RP-PARCELA
           MOVE COD-CLIENTE-CTR TO PARM-RP-CLIENTE
           MOVE WS-DATA-HOJE TO PARM-RP-DATA
           MOVE WS-SALDO-PARCELA TO PARM-RP-APLICADO
           MOVE 0 TO PARM-RP-MULTA
           MOVE 0 TO PARM-RP-MORA
           COMPUTE PARM-RP-DESCONTO =
               WS-SALDO-PARCELA - WS-VALOR-PRESENTE
           MOVE VALOR-PARCELA TO PARM-RP-VALOR-PARCELA
           MOVE VALOR-JUROS-PAR TO PARM-RP-JUROS-PARCELA
           MOVE 'S' TO PARM-RP-QUITOU
           MOVE 'Q' TO PARM-RP-ORIGEM
           CALL "GRAVA-RECEB-PARCELA" USING PARM-RECEB-PARCELA

           IF PARM-RP-RETORNO NOT EQUAL ZEROS
               DISPLAY "QUITACAO DA PARCELA " NUM-PARCELA " NAO REGIS"
      -            "TRADA NO DIARIO DE PARCELAS - FILE STATUS: "
                   PARM-RP-RETORNO
           END-IF.

       4000-REIMPRIMIR-CARNE.
           MOVE SPACES TO WS-NOME-ARQ-DOC
           STRING PARM-AMB-DIRETORIO DELIMITED BY SPACE
