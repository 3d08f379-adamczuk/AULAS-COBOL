       77 MASC-VALOR-FINAL         PIC ZZ.ZZZ,ZZ.

       77 WS-VALOR-PARCELA         PIC 9(5)V99.
       77 WS-JUROS-TOTAL           PIC 9(5)V99.
       77 MASC-VALOR-PARCELA       PIC ZZ.ZZZ,ZZ.
       77 WS-DATA-ATUAL            PIC 9(08).
       77 WS-INT-DATA-BASE         PIC 9(07).

       77 WS-FS-CTR                PIC 99 VALUE 0.
       77 WS-FS-PAR                PIC 99 VALUE 0.
       77 WS-COD-CLIENTE-INF       PIC 9(05) VALUE 0.
       77 WS-GRAVAR-CONTRATO       PIC A VALUE SPACES.
       77 WS-NOME-ARQ-CARNE        PIC X(44) VALUE SPACES.
       77 WS-FS-CAR                PIC 99 VALUE 0.

           COPY PARMDIAUTIL.
           COPY PARMCATALOGO.
           COPY PARMJUROS.

       PROCEDURE DIVISION.
            PERFORM 0000-MAIN THRU 0000-END-MAIN
               WS-VALOR-FINAL / WS-QTDE-PARCELAS
           MOVE WS-VALOR-PARCELA TO MASC-VALOR-PARCELA

           COMPUTE WS-JUROS-TOTAL = WS-VALOR-FINAL - WS-PRECO-COMPRA
           MOVE WS-JUROS-TOTAL TO PARM-SJ-JUROS
           MOVE WS-QTDE-PARCELAS TO PARM-SJ-QTDE
           MOVE WS-VALOR-PARCELA TO PARM-SJ-VALOR-PARCELA
           IF WS-TIPO-JUROS EQUAL 'C'
               MOVE 'D' TO PARM-SJ-METODO
           ELSE
               MOVE 'L' TO PARM-SJ-METODO
           END-IF
           CALL "SEPARA-JUROS" USING PARM-SEPARA-JUROS

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-ATUAL
           COMPUTE WS-INT-DATA-BASE =
               FUNCTION INTEGER-OF-DATE(WS-DATA-ATUAL)
           MOVE WS-VALOR-FINAL TO VALOR-FINANCIADO-CTR
           MOVE WS-QTDE-PARCELAS TO QTDE-PARCELAS-CTR
           MOVE 0 TO NUM-FATURA-CTR
           MOVE WS-PRECO-COMPRA TO PRINCIPAL-CTR
           MOVE WS-JUROS-TOTAL TO JUROS-CTR

           WRITE REG-CONTRATO

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

