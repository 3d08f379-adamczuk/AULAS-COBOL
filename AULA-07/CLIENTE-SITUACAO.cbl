       77 CONTROLE           PIC A VALUE SPACES.
       77 WS-OPCAO            PIC 9 VALUE 0.
       77 WS-EOF              PIC 99 VALUE 0.
       77 WS-COD-INF          PIC 9(05) VALUE 0.
       77 WS-LOCALIZADO       PIC A VALUE 'N'.

       PROCEDURE DIVISION.
