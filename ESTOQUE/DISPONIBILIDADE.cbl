       77 CONTROLE           PIC A VALUE SPACES.
       77 WS-EOF              PIC 99 VALUE 0.
       77 WS-ITEM             PIC 99 VALUE 0.
       77 WS-PRODUTO-INF      PIC 9(05) VALUE 0.
       77 WS-FATOR            PIC 9(05) VALUE 1.
       77 WS-EM-ORDEM         PIC 9(11) VALUE 0.
       77 WS-PENDENTE-ORD     PIC S9(09) VALUE 0.
