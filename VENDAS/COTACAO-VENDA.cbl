           COPY FSTATUS.
           COPY PARMSESSAO.
           COPY PARMNUMERO.
           COPY PARMADIANTAMENTO.
           COPY AMBIENTE.
           COPY PARMCATALOGO.
           COPY PARMPRECO.
       77 WS-ARQ-COTACOES        PIC X(60) VALUE SPACES.
       77 WS-ARQ-CLIENTES        PIC X(60) VALUE SPACES.
       77 WS-ARQ-PRODUTOS        PIC X(60) VALUE SPACES.
       77 WS-ABERTO-CR        PIC 9(11)V99 VALUE 0.
       77 WS-ABERTO-PED       PIC 9(11)V99 VALUE 0.
       77 WS-EXPOSICAO        PIC 9(11)V99 VALUE 0.
       77 WS-COD-CLIENTE-CRED PIC 9(05) VALUE 0.
       77 MASC-LIMITE         PIC ZZ.ZZZ.ZZ9,99.
       77 WS-FS-DOC           PIC 99 VALUE 0.
       77 WS-FS-LOG           PIC 99 VALUE 0.
       77 WS-ENCONTRADO       PIC A VALUE 'N'.
       77 WS-QTDE-CLI         PIC 9(05) VALUE 0.
       77 WS-ITEM             PIC 99 VALUE 0.
       77 WS-COD-PRODUTO-INF  PIC 9(05) VALUE 0.
       77 WS-QTDE-INF         PIC 9(09) VALUE 0.
       77 WS-VALOR-LINHA      PIC 9(11)V99 VALUE 0.
       77 WS-DIAS-VALIDADE    PIC 9(03) VALUE 0.
       77 MASC-VALOR          PIC ZZ.ZZZ.ZZ9,99.

       01 WS-LINHA-ITEM.
           03 WS-LIN-COD-PRODUTO   PIC 9(05).
           03 FILLER               PIC XX VALUE SPACES.
           03 WS-LIN-NOME-PRODUTO  PIC X(20).
           03 FILLER               PIC XX VALUE SPACES.
       01 WS-TABELA-CLIENTES.
           03 WS-CLIENTE-OCORR OCCURS 500 TIMES
                   INDEXED BY WS-IDX.
               05 WS-COD-CLIENTE-TAB   PIC 9(05).
               05 WS-LIMITE-CRED-TAB   PIC 9(07)V99.

       PROCEDURE DIVISION.
                           COD-PRODUTO-COT(QTDE-ITENS-COT)
                       MOVE WS-QTDE-INF TO
                           QTDE-COT(QTDE-ITENS-COT)

                       MOVE COD-CLIENTE-COT TO PARM-PRC-CLIENTE
                       MOVE COD-PRODUTO TO PARM-PRC-PRODUTO
                       MOVE COD-CATEGORIA-PRODUTO TO PARM-PRC-CATEGORIA
                       MOVE WS-QTDE-INF TO PARM-PRC-QTDE
                       MOVE DATA-COTACAO TO PARM-PRC-DATA
                       MOVE PRECO-UNITARIO-PRODUTO TO
                           PARM-PRC-PRECO-TABELA
                       CALL "BUSCA-PRECO" USING PARM-PRECO

                       MOVE PARM-PRC-PRECO TO
                           PRECO-COT(QTDE-ITENS-COT)

                       IF NOT PRECO-DE-TABELA
                           MOVE PARM-PRC-PRECO TO MASC-VALOR
                           DISPLAY "PRECO ESPECIAL (" PARM-PRC-ORIGEM
                               " " PARM-PRC-CAMPANHA "): " MASC-VALOR
                       END-IF

                       COMPUTE WS-VALOR-LINHA =
                           WS-QTDE-INF * PARM-PRC-PRECO
                           ON SIZE ERROR
                               MOVE 0 TO WS-VALOR-LINHA
                       END-COMPUTE
               MOVE "==========================================" TO
                   LINHA-DOCUMENTO
               WRITE LINHA-DOCUMENTO
               MOVE "COD    PRODUTO               QTDE  PRECO  VALOR" TO
                   LINHA-DOCUMENTO
               WRITE LINHA-DOCUMENTO

                   MOVE 'V' TO COND-PAGAMENTO-VENDA
                   MOVE 0 TO QTDE-PARCELAS-VENDA
                   MOVE QTDE-ITENS-COT TO QTDE-ITENS-VENDA
                   MOVE SPACES TO SUBSTITUICOES-VENDA

                   PERFORM VARYING WS-ITEM FROM 1 BY 1
                           UNTIL WS-ITEM GREATER QTDE-ITENS-COT
               COMPUTE WS-EXPOSICAO = WS-ABERTO-CR + WS-ABERTO-PED
                   + VALOR-TOTAL-COT

               MOVE WS-COD-CLIENTE-CRED TO PARM-ADT-CLIENTE
               CALL "SALDO-ADIANTAMENTO" USING PARM-ADIANTAMENTO

               IF PARM-ADT-SALDO NOT LESS WS-EXPOSICAO
                   MOVE 0 TO WS-EXPOSICAO
               ELSE
                   SUBTRACT PARM-ADT-SALDO FROM WS-EXPOSICAO
               END-IF

               IF WS-EXPOSICAO GREATER WS-LIMITE-CLIENTE
                   MOVE WS-EXPOSICAO TO MASC-VALOR
                   MOVE WS-LIMITE-CLIENTE TO MASC-LIMITE
