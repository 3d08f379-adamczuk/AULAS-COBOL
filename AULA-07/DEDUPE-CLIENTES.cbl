       77 WS-QTDE-CLI         PIC 9(04) VALUE 0.
       77 WS-IDX-CMP          PIC 9(04) VALUE 0.
       77 WS-SUSPEITAS        PIC 9(05) VALUE 0.
       77 WS-COD-SOBREVIVENTE PIC 9(05) VALUE 0.
       77 WS-COD-DUPLICADO    PIC 9(05) VALUE 0.
       77 WS-REPONTADOS       PIC 9(05) VALUE 0.
       77 WS-LOCALIZADO       PIC A VALUE 'N'.

       01 WS-TABELA-CLIENTES.
           03 WS-CLI-OCORR OCCURS 500 TIMES
                   INDEXED BY WS-IDX.
               05 WS-CLI-COD          PIC 9(05).
               05 WS-CLI-NOME         PIC X(20).
               05 WS-CLI-TELEFONE     PIC X(09).
               05 WS-CLI-EMAIL        PIC X(30).
