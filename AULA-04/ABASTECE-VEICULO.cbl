           COPY ABASTECIMENTO.
       WORKING-STORAGE SECTION.
           COPY AMBIENTE.
           COPY PARMSESSAO.
           COPY PARMCAIXA.
           COPY PARMLANCAMENTO.
       77 WS-ARQ-VEICULOS        PIC X(60) VALUE SPACES.
       77 WS-ARQ-ABASTECIMENTOS  PIC X(60) VALUE SPACES.
       77 WS-FS              PIC 99 VALUE 0.
       77 WS-VALOR-INF        PIC 9(07)V99 VALUE 0.
       77 WS-ODOMETRO-INF     PIC 9(07) VALUE 0.
       77 WS-GRAVADOS         PIC 9(05) VALUE 0.
       77 WS-CENTRO-CUSTO     PIC 9(03) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0950-RESOLVER-AMBIENTE
           PERFORM 0900-LER-SESSAO
           DISPLAY "REGISTRO DE ABASTECIMENTOS DA FROTA"

           OPEN I-O VEICULOS

               DISPLAY "ABASTECIMENTO REGISTRADO"
               ADD 1 TO WS-GRAVADOS

               IF WS-VALOR-INF GREATER 0
                   PERFORM 3100-LANCAR-DESPESA
               END-IF
           ELSE
               DISPLAY "NAO FOI POSSIVEL GRAVAR O ABASTECIMENTO - FIL"
      -            "E STATUS: " WS-FS-AB
           END-IF.

      ******************************************************************
      * Fuel is paid at the pump: the cash book is posted first and
      * the expense goes to 45000 COMBUSTIVEIS DA FROTA on the
      * vehicle's cost center only when the cash book took it.
      ******************************************************************
       3100-LANCAR-DESPESA.
           IF CENTRO-CUSTO-VEICULO IS NUMERIC
           AND CENTRO-CUSTO-VEICULO GREATER 0
               MOVE CENTRO-CUSTO-VEICULO TO WS-CENTRO-CUSTO
           ELSE
               MOVE 300 TO WS-CENTRO-CUSTO
           END-IF

           MOVE 'S' TO PARM-CX-SENTIDO
           MOVE WS-VEICULO-INF TO PARM-CX-DOCUMENTO
           MOVE 'V' TO PARM-CX-TIPO-PARTE
           MOVE WS-VEICULO-INF TO PARM-CX-PARTE
           MOVE WS-VALOR-INF TO PARM-CX-VALOR
           MOVE PARM-SES-OPERADOR TO PARM-CX-OPERADOR
           CALL "GRAVA-CAIXA" USING PARM-CAIXA

           IF PARM-CX-RETORNO NOT EQUAL ZEROS
               IF PARM-CX-RETORNO EQUAL 96
                   DISPLAY "CAIXA DE HOJE JA FECHADO - DESPESA NAO LAN"
      -                "CADA"
               ELSE
                   DISPLAY "LIVRO CAIXA NAO ATUALIZADO - RETORNO: "
                       PARM-CX-RETORNO
               END-IF
           ELSE
               MOVE 45000 TO PARM-LAN-DEBITO
               MOVE 11000 TO PARM-LAN-CREDITO
               MOVE WS-VALOR-INF TO PARM-LAN-VALOR
               MOVE SPACES TO PARM-LAN-HISTORICO
               STRING "ABASTECIMENTO " PLACA-VEICULO
                   DELIMITED BY SIZE INTO PARM-LAN-HISTORICO
               MOVE "ABASTECE-VEICULO" TO PARM-LAN-ORIGEM
               MOVE WS-VEICULO-INF TO PARM-LAN-DOCUMENTO
               MOVE WS-CENTRO-CUSTO TO PARM-LAN-CENTRO-CUSTO
               CALL "GRAVA-LANCAMENTO" USING PARM-LANCAMENTO

               IF PARM-LAN-RETORNO NOT EQUAL ZEROS
                   DISPLAY "LANCAMENTO CONTABIL NAO GRAVADO - FILE STA"
                       "TUS: " PARM-LAN-RETORNO
               END-IF
           END-IF.

       0900-LER-SESSAO.
           MOVE 'L' TO PARM-SES-ACAO
           CALL "OPERADOR-SESSAO" USING PARM-SESSAO.

       0950-RESOLVER-AMBIENTE.
           CALL "CONFIG-AMBIENTE" USING PARM-AMBIENTE
           DISPLAY "AMBIENTE ATIVO: " PARM-AMB-NOME
