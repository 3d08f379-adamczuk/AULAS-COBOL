       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEPARA-JUROS.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77 WS-IDX              PIC 99 VALUE 0.
       77 WS-SOMA-DIGITOS     PIC 9(05) VALUE 0.
       77 WS-DISTRIBUIDO      PIC 9(07)V99 VALUE 0.
       77 WS-JUROS-LINHA      PIC 9(07)V99 VALUE 0.
       LINKAGE SECTION.
           COPY PARMJUROS.
       PROCEDURE DIVISION USING PARM-SEPARA-JUROS.
      ******************************************************************
      * Splits the interest of a contract over its installments. No
      * installment takes more interest than its own value; what is
      * left over goes on to the next ones and, at the end, to the
      * last installment.
      ******************************************************************
       MAIN-PROCEDURE.
           MOVE 0 TO WS-DISTRIBUIDO
           COMPUTE WS-SOMA-DIGITOS =
               PARM-SJ-QTDE * (PARM-SJ-QTDE + 1) / 2

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX GREATER 99
               MOVE 0 TO PARM-SJ-JUROS-PARCELA(WS-IDX)
           END-PERFORM

           IF PARM-SJ-QTDE GREATER 0
           AND PARM-SJ-JUROS GREATER 0
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX NOT LESS PARM-SJ-QTDE
                   PERFORM 1000-JUROS-PARCELA
               END-PERFORM

               COMPUTE WS-JUROS-LINHA = PARM-SJ-JUROS - WS-DISTRIBUIDO
               MOVE WS-JUROS-LINHA TO
                   PARM-SJ-JUROS-PARCELA(PARM-SJ-QTDE)
           END-IF

           GOBACK.

       1000-JUROS-PARCELA.
           IF PARM-SJ-DECRESCENTE
               COMPUTE WS-JUROS-LINHA ROUNDED =
                   PARM-SJ-JUROS * (PARM-SJ-QTDE - WS-IDX + 1)
                   / WS-SOMA-DIGITOS
           ELSE
               COMPUTE WS-JUROS-LINHA ROUNDED =
                   PARM-SJ-JUROS / PARM-SJ-QTDE
           END-IF

           IF WS-JUROS-LINHA GREATER PARM-SJ-VALOR-PARCELA
               MOVE PARM-SJ-VALOR-PARCELA TO WS-JUROS-LINHA
           END-IF

           IF WS-DISTRIBUIDO + WS-JUROS-LINHA GREATER PARM-SJ-JUROS
               COMPUTE WS-JUROS-LINHA = PARM-SJ-JUROS - WS-DISTRIBUIDO
           END-IF

           MOVE WS-JUROS-LINHA TO PARM-SJ-JUROS-PARCELA(WS-IDX)
           ADD WS-JUROS-LINHA TO WS-DISTRIBUIDO.

       END PROGRAM SEPARA-JUROS.
