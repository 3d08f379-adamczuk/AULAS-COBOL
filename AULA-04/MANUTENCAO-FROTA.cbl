       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANUTENCAO-FROTA.
       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLANOS ASSIGN TO WS-ARQ-PLANOSMANUT
       77 CONTROLE           PIC A VALUE SPACES.
       77 WS-OPCAO            PIC 9 VALUE 0.
       77 WS-EOF              PIC 99 VALUE 0.
       77 WS-PROXIMO-SERVICO  PIC 9(08) VALUE 0.
       77 WS-LIMITE-ALERTA    PIC 9(08) VALUE 0.
       77 WS-KM-RESTANTES     PIC S9(07) VALUE 0.
           ELSE
               PERFORM UNTIL CONTROLE EQUAL 'N'
                   DISPLAY "1 - INCLUIR/ATUALIZAR PLANO DE MANUTENCAO"
                   DISPLAY "2 - REGISTRAR MANUTENCAO (ORDEM DE SERVICO)"
                   DISPLAY "3 - ALERTA DE SERVICOS VENCENDO"
                   ACCEPT WS-OPCAO

                   END-READ
           END-READ.

      ******************************************************************
      * A service is recorded as a work order: ORDEM-SERVICO-FROTA
      * issues the parts, pays the workshop and resets the plan when
      * the order is closed, so PLANOS is released while it runs.
      ******************************************************************
       3000-REGISTRAR-MANUTENCAO.
           CLOSE PLANOS
           CLOSE VEICULOS

           CALL "ORDEM-SERVICO-FROTA"

           OPEN I-O PLANOS
           OPEN INPUT VEICULOS.

       4000-ALERTA-SERVICOS.
           MOVE 0 TO WS-EOF
