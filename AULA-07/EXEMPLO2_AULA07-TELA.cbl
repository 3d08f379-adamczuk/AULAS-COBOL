       77 WS-REJEITADOS       PIC 9(05) VALUE 0.

       01 WS-TELA-CLIENTE.
           03 WS-TL-COD-CLIENTE    PIC 9(05) VALUE 0.
           03 WS-TL-NOME           PIC X(20) VALUE SPACES.
           03 WS-TL-TELEFONE       PIC X(09) VALUE SPACES.
           03 WS-TL-ENDERECO       PIC X(30) VALUE SPACES.
       01 WS-TABELA-CLIENTES.
           03 WS-CLIENTE-OCORR OCCURS 500 TIMES
                   INDEXED BY WS-IDX.
               05 WS-COD-CLIENTE-TAB   PIC 9(05).
       SCREEN SECTION.
       01 TELA-CLIENTE.
           03 BLANK SCREEN.
           03 LINE 2 COLUMN 20 VALUE "AMBIENTE: ".
           03 LINE 2 COLUMN 30 PIC X(10) FROM PARM-AMB-NOME.
           03 LINE 3 COLUMN 2 VALUE "CODIGO....:".
           03 CAMPO-CODIGO LINE 3 COLUMN 14 PIC 9(05)
               USING WS-TL-COD-CLIENTE.
           03 LINE 4 COLUMN 2 VALUE "NOME......:".
           03 CAMPO-NOME LINE 4 COLUMN 14 PIC X(20)
