       77 WS-REJEITADOS       PIC 9(05) VALUE 0.

       01 WS-TELA-PRODUTO.
           03 WS-TL-COD-PRODUTO    PIC 9(05) VALUE 0.
           03 WS-TL-NOME           PIC X(20) VALUE SPACES.
           03 WS-TL-ESTOQUE        PIC 9(09) VALUE 0.
           03 WS-TL-PRECO          PIC 9(07)V99 VALUE 0.
           03 LINE 2 COLUMN 20 VALUE "AMBIENTE: ".
           03 LINE 2 COLUMN 30 PIC X(10) FROM PARM-AMB-NOME.
           03 LINE 3 COLUMN 2 VALUE "CODIGO..........:".
           03 CAMPO-CODIGO LINE 3 COLUMN 20 PIC 9(05)
               USING WS-TL-COD-PRODUTO.
           03 LINE 4 COLUMN 2 VALUE "NOME............:".
           03 CAMPO-NOME LINE 4 COLUMN 20 PIC X(20)
                   MOVE 1 TO FATOR-CONVERSAO-PRODUTO
                   MOVE 0 TO ESTOQUE-RESERVADO-PRODUTO
                   MOVE 0 TO COD-CATEGORIA-PRODUTO
                   MOVE 'N' TO IND-SERIALIZADO-PRODUTO

                   WRITE REG-PRODUTO

