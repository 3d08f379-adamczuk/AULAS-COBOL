
       FD PRODUTOS-NOVO.
       01 REG-PRODUTO-R.
           03 COD-PRODUTO-R            PIC 9(05).
           03 NOME-PRODUTO-R           PIC X(20).
           03 DEMAIS-CAMPOS-R.
               05 ESTOQUE-PRODUTO-R        PIC 9(09).
               05 FATOR-CONVERSAO-R        PIC 9(05).
               05 ESTOQUE-RESERVADO-R      PIC 9(09).
               05 COD-CATEGORIA-R          PIC 99.
               05 IND-SERIALIZADO-R        PIC X.

       FD FORNECEDORES.
           COPY FORNECEDOR.
           03 NOME-FORNECEDOR-R        PIC X(30).
           03 TELEFONE-FORNECEDOR-R    PIC 9(12).
           03 PRAZO-PAGAMENTO-R        PIC 9(03).
           03 PERC-DESCONTO-R          PIC 99V99.
           03 DIAS-DESCONTO-R          PIC 9(03).
       WORKING-STORAGE SECTION.
           COPY AMBIENTE.
       77 WS-ARQ-PRODUTOS        PIC X(60) VALUE SPACES.
