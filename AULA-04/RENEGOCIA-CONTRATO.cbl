       WORKING-STORAGE SECTION.
           COPY PARMNUMERO.
           COPY PARMDIAUTIL.
           COPY PARMJUROS.
           COPY AMBIENTE.
       77 WS-ARQ-CONTRATOS       PIC X(60) VALUE SPACES.
       77 WS-ARQ-PARCELAS        PIC X(60) VALUE SPACES.
       77 CONTROLE           PIC A VALUE SPACES.
       77 WS-CONTRATO-ANTIGO  PIC 9(06) VALUE 0.
       77 WS-CONTRATO-NOVO    PIC 9(06) VALUE 0.
       77 WS-CLIENTE-CTR      PIC 9(05) VALUE 0.
       77 WS-SALDO-PARCELA    PIC 9(07)V99 VALUE 0.
       77 WS-SALDO-ABERTO     PIC 9(09)V99 VALUE 0.
       77 WS-JUROS-PARCELA    PIC 9(07)V99 VALUE 0.
       77 WS-JUROS-A-APROPRIAR PIC 9(09)V99 VALUE 0.
       77 WS-JUROS-NOVO       PIC 9(09)V99 VALUE 0.
       77 WS-VALOR-MULTA      PIC 9(07)V99 VALUE 0.
       77 WS-VALOR-TOTAL      PIC 9(09)V99 VALUE 0.
       77 WS-PARCELAS-ABERTAS PIC 9(03) VALUE 0.

       2100-CONSOLIDAR-SALDO.
           MOVE 0 TO WS-SALDO-ABERTO
           MOVE 0 TO WS-JUROS-A-APROPRIAR
           MOVE 0 TO WS-PARCELAS-ABERTAS
           MOVE 0 TO WS-EOF
           MOVE WS-CONTRATO-ANTIGO TO NUM-CONTRATO-PAR
                       ELSE
                           IF NOT PARCELA-PAGA
                           AND NOT PARCELA-RENEGOCIADA
                           AND NOT PARCELA-BAIXADA-PERDA
                               COMPUTE WS-SALDO-PARCELA =
                                   VALOR-PARCELA - VALOR-PAGO-PARCELA
                               ADD WS-SALDO-PARCELA TO
                                   WS-SALDO-ABERTO
                               ADD 1 TO WS-PARCELAS-ABERTAS
                               PERFORM 2150-SOMAR-JUROS-FUTUROS
                           END-IF
                       END-IF
               END-READ
           DISPLAY "PARCELAS EM ABERTO: " WS-PARCELAS-ABERTAS
           DISPLAY "SALDO CONSOLIDADO.: " MASC-VALOR.

      ******************************************************************
      * Interest of the old installments not yet accrued to income
      * stays interest in the new plan; what was already accrued and
      * not received becomes principal with the rest of the balance.
      ******************************************************************
       2150-SOMAR-JUROS-FUTUROS.
           IF VALOR-JUROS-PAR IS NUMERIC
           AND JUROS-APROPRIADO-PAR IS NUMERIC
           AND VALOR-JUROS-PAR GREATER JUROS-APROPRIADO-PAR
               COMPUTE WS-JUROS-PARCELA =
                   VALOR-JUROS-PAR - JUROS-APROPRIADO-PAR
               IF WS-JUROS-PARCELA GREATER WS-SALDO-PARCELA
                   MOVE WS-SALDO-PARCELA TO WS-JUROS-PARCELA
               END-IF
               ADD WS-JUROS-PARCELA TO WS-JUROS-A-APROPRIAR
           END-IF.

       2200-MONTAR-NOVO-PLANO.
           DISPLAY "INFORME AS MULTAS E ENCARGOS ACORDADOS (0 = NENH"
      -        "UM)"
           ACCEPT WS-VALOR-MULTA

           COMPUTE WS-VALOR-TOTAL = WS-SALDO-ABERTO + WS-VALOR-MULTA
           COMPUTE WS-JUROS-NOVO = WS-JUROS-A-APROPRIAR + WS-VALOR-MULTA

           DISPLAY "INFORME A QUANTIDADE DE PARCELAS DO NOVO PLANO"
           ACCEPT WS-QTDE-NOVAS
      -            "L " MASC-VALOR
               MOVE WS-VALOR-NOVA TO MASC-VALOR
               DISPLAY "VALOR DE CADA PARCELA: " MASC-VALOR
               MOVE WS-JUROS-NOVO TO MASC-VALOR
               DISPLAY "DOS QUAIS JUROS E ENCARGOS: " MASC-VALOR
               DISPLAY "CONFIRMA A RENEGOCIACAO? (S/N)"
               ACCEPT WS-CONFIRMA

               MOVE WS-VALOR-TOTAL TO VALOR-FINANCIADO-CTR
               MOVE WS-QTDE-NOVAS TO QTDE-PARCELAS-CTR
               MOVE 0 TO NUM-FATURA-CTR
               COMPUTE PRINCIPAL-CTR = WS-VALOR-TOTAL - WS-JUROS-NOVO
               MOVE WS-JUROS-NOVO TO JUROS-CTR

               WRITE REG-CONTRATO

           END-IF.

       3100-GRAVAR-NOVAS-PARCELAS.
           MOVE JUROS-CTR TO PARM-SJ-JUROS
           MOVE WS-QTDE-NOVAS TO PARM-SJ-QTDE
           MOVE WS-VALOR-NOVA TO PARM-SJ-VALOR-PARCELA
           MOVE 'L' TO PARM-SJ-METODO
           CALL "SEPARA-JUROS" USING PARM-SEPARA-JUROS

           PERFORM VARYING WS-IDX-PARCELA FROM 1 BY 1
                   UNTIL WS-IDX-PARCELA GREATER WS-QTDE-NOVAS
               COMPUTE WS-INT-DATA-PARCELA =
               MOVE 0 TO VALOR-PAGO-PARCELA
               MOVE 'A' TO STATUS-PARCELA
               MOVE 'N' TO IND-REGISTRADO-PAR
               MOVE PARM-SJ-JUROS-PARCELA(WS-IDX-PARCELA) TO
                   VALOR-JUROS-PAR
               COMPUTE VALOR-PRINCIPAL-PAR =
                   VALOR-PARCELA - VALOR-JUROS-PAR
               MOVE 0 TO JUROS-APROPRIADO-PAR
               MOVE 0 TO JUROS-RECEBIDO-PAR

               WRITE REG-PARCELA

                       ELSE
                           IF NOT PARCELA-PAGA
                           AND NOT PARCELA-RENEGOCIADA
                           AND NOT PARCELA-BAIXADA-PERDA
                               MOVE 'N' TO STATUS-PARCELA

                               REWRITE REG-PARCELA
