       77 CONTROLE           PIC A VALUE SPACES.
       77 WS-OPCAO            PIC 9 VALUE 0.
       77 WS-EOF              PIC 99 VALUE 0.
       77 WS-PRODUTO-INF      PIC 9(05) VALUE 0.
       77 WS-FORN-ESCOLHIDO   PIC 999 VALUE 0.
       77 WS-QTDE-COMPRA      PIC 9(09) VALUE 0.
       77 WS-QTDE-COTACOES    PIC 9(03) VALUE 0.
                   MOVE 0 TO DATA-ATENDIMENTO-ORD
                   MOVE SPACES TO MOTIVO-CANCEL-ORD
                   MOVE 'N' TO IND-EXTRAIDA-ORD
                   MOVE 0 TO APROVADOR-ORD
                   MOVE 0 TO DATA-HORA-APROVACAO-ORD
                   MOVE 0 TO NUM-ACORDO-ORD
                   MOVE ZEROS TO PRECOS-ORD

                   WRITE REG-ORDEM-COMPRA

