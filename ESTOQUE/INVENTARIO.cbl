       FILE SECTION.
       FD CONTAGENS.
       01 REG-CONTAGEM.
           03 COD-PRODUTO-CTG      PIC 9(05).
           03 NOME-PRODUTO-CTG     PIC X(20).
           03 QTDE-LIVRO-CTG       PIC 9(09).
           03 CONTAGEM-1           PIC 9(09).
       77 CONTROLE           PIC A VALUE SPACES.
       77 WS-OPCAO            PIC 9 VALUE 0.
       77 WS-EOF              PIC 99 VALUE 0.
       77 WS-COD-DE           PIC 9(05) VALUE 0.
       77 WS-COD-ATE          PIC 9(05) VALUE 99999.
       77 WS-QTDE-FOLHA       PIC 9(05) VALUE 0.
       77 WS-QTDE-CONTADA     PIC 9(09) VALUE 0.
       77 WS-DIFERENCA        PIC S9(10) VALUE 0.
       77 WS-AJUSTADOS        PIC 9(05) VALUE 0.

       01 WS-LINHA-ITEM-FOLHA.
           03 WS-FOL-COD           PIC 9(05).
           03 FILLER               PIC XX VALUE SPACES.
           03 WS-FOL-NOME          PIC X(20).
           03 FILLER               PIC X(04) VALUE SPACES.
           03 FILLER               PIC X(20) VALUE
               "CONTAGEM: _________".
           03 FILLER               PIC X(09) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

               MOVE "FOLHA DE CONTAGEM DE INVENTARIO" TO LINHA-FOLHA
               WRITE LINHA-FOLHA
               MOVE "COD    PRODUTO" TO LINHA-FOLHA
               WRITE LINHA-FOLHA
               MOVE "----------------------------------------" TO
                   LINHA-FOLHA
