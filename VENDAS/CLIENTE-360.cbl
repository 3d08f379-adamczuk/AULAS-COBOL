       FD PARCELAS.
           COPY PARCELA.
       WORKING-STORAGE SECTION.
           COPY PARMADIANTAMENTO.
           COPY PARMHISTCLIENTE.
           COPY AMBIENTE.
       77 WS-ARQ-CLIENTES        PIC X(60) VALUE SPACES.
       77 WS-ARQ-PEDIDOSVENDA    PIC X(60) VALUE SPACES.
       77 WS-FS-PAR           PIC 99 VALUE 0.
       77 CONTROLE           PIC A VALUE SPACES.
       77 WS-EOF              PIC 99 VALUE 0.
       77 WS-CLIENTE-INF      PIC 9(05) VALUE 0.
       77 WS-ENCONTRADO       PIC A VALUE 'N'.
       77 WS-DATA-HOJE        PIC 9(08) VALUE 0.
       77 WS-QTDE-PEDIDOS     PIC 9(05) VALUE 0.
       77 WS-SALDO-ATRASO     PIC 9(11)V99 VALUE 0.
       77 MASC-VALOR          PIC ZZ.ZZZ.ZZ9,99.
       77 MASC-LIMITE         PIC ZZ.ZZZ.ZZ9,99.
       77 WS-SALDO-LIQUIDO    PIC S9(11)V99 VALUE 0.
       77 MASC-SALDO          PIC ZZ.ZZZ.ZZ9,99-.
       77 WS-INCLUIR-ARQUIVO  PIC A VALUE 'N'.
       77 MASC-HISTORICO      PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               IF WS-ENCONTRADO EQUAL 'S'
                   PERFORM 2000-EXIBIR-PEDIDOS
                   PERFORM 3000-EXIBIR-FATURAS
                   DISPLAY "INCLUIR FATURAS DE ANOS ARQUIVADOS? (S/N)"
                   ACCEPT WS-INCLUIR-ARQUIVO
                   IF WS-INCLUIR-ARQUIVO EQUAL 'S' OR 's'
                       PERFORM 3500-EXIBIR-ARQUIVADAS
                   END-IF
                   PERFORM 4000-EXIBIR-CONTRATOS
               END-IF

               MOVE WS-SALDO-ABERTO TO MASC-VALOR
               DISPLAY "  SALDO EM ABERTO NO CONTAS A RECEBER: "
                   MASC-VALOR
           END-IF

           MOVE WS-CLIENTE-INF TO PARM-ADT-CLIENTE
           CALL "SALDO-ADIANTAMENTO" USING PARM-ADIANTAMENTO

           IF PARM-ADT-RETORNO NOT EQUAL ZEROS
               DISPLAY "(ADIANTAMENTOS INDISPONIVEIS - FILE STATUS "
                   PARM-ADT-RETORNO ")"
           ELSE
               IF PARM-ADT-SALDO GREATER 0
                   MOVE PARM-ADT-SALDO TO MASC-VALOR
                   DISPLAY "  CREDITO NAO APLICADO (" PARM-ADT-QTDE
                       " ADIANTAMENTO(S)): " MASC-VALOR
                   COMPUTE WS-SALDO-LIQUIDO =
                       WS-SALDO-ABERTO - PARM-ADT-SALDO
                   MOVE WS-SALDO-LIQUIDO TO MASC-SALDO
                   DISPLAY "  SALDO LIQUIDO DO CLIENTE.............: "
                       MASC-SALDO
               END-IF
           END-IF.

       3500-EXIBIR-ARQUIVADAS.
           MOVE WS-CLIENTE-INF TO PARM-HCL-CLIENTE

           DISPLAY "---------------------------------------------"
           DISPLAY "FATURAS DE ANOS ARQUIVADOS:"

           CALL "HISTORICO-CLIENTE" USING PARM-HIST-CLIENTE

           IF PARM-HCL-RETORNO EQUAL 35
               DISPLAY "  NENHUM ANO ARQUIVADO"
           ELSE
               IF PARM-HCL-QTDE EQUAL 0
                   DISPLAY "  NENHUMA FATURA ARQUIVADA ("
                       PARM-HCL-ANOS " ANO(S) PESQUISADO(S))"
               ELSE
                   MOVE PARM-HCL-VALOR TO MASC-HISTORICO
                   DISPLAY "  TOTAL ARQUIVADO (" PARM-HCL-QTDE
                       " FATURA(S)).....: " MASC-HISTORICO
                   MOVE PARM-HCL-RECEBIDO TO MASC-HISTORICO
                   DISPLAY "  RECEBIDO NAS FATURAS ARQUIVADAS....: "
                       MASC-HISTORICO
               END-IF
           END-IF.

       4000-EXIBIR-CONTRATOS.
                           ELSE
                               IF NOT PARCELA-PAGA
                               AND NOT PARCELA-RENEGOCIADA
                               AND NOT PARCELA-BAIXADA-PERDA
                               AND DATA-VENC-PARCELA LESS WS-DATA-HOJE
                                   ADD 1 TO WS-QTDE-ATRASO
                                   COMPUTE WS-SALDO-ATRASO =
