      ******************************************************************
      * REG-CAMPANHA - pricing campaign on the indexed CAMPANHAS.TXT
      * (key COD-CAMPANHA), maintained by CAMPANHA-PRECO. TIPO 'P' is
      * a date-bounded promotion and TIPO 'Q' a quantity-break tier
      * that only applies from QTDE-MINIMA-CMP units on the line. A
      * campaign targets one product (ESCOPO 'P') or every product of
      * a category (ESCOPO 'C') and gives either PERCENTUAL-CMP off
      * the list price (FORMA 'P') or the fixed PRECO-FIXO-CMP
      * (FORMA 'F'). BUSCA-PRECO resolves it against the negotiated
      * customer price; the winning campaign is recorded on the
      * invoice line as COD-CAMPANHA-FL.
      ******************************************************************
           01 REG-CAMPANHA.
               03 COD-CAMPANHA             PIC 9(04).
               03 DESCRICAO-CAMPANHA       PIC X(30).
               03 TIPO-CAMPANHA            PIC X.
                   88 CAMPANHA-PROMOCAO    VALUE 'P'.
                   88 CAMPANHA-QUANTIDADE  VALUE 'Q'.
               03 ESCOPO-CAMPANHA          PIC X.
                   88 CAMPANHA-PRODUTO     VALUE 'P'.
                   88 CAMPANHA-CATEGORIA   VALUE 'C'.
               03 COD-PRODUTO-CMP          PIC 9(05).
               03 COD-CATEGORIA-CMP        PIC 99.
               03 DATA-INICIO-CMP          PIC 9(08).
               03 DATA-FIM-CMP             PIC 9(08).
               03 FORMA-DESCONTO-CMP       PIC X.
                   88 DESCONTO-PERCENTUAL  VALUE 'P'.
                   88 DESCONTO-PRECO-FIXO  VALUE 'F'.
               03 PERCENTUAL-CMP           PIC 99V99.
               03 PRECO-FIXO-CMP           PIC 9(07)V99.
               03 QTDE-MINIMA-CMP          PIC 9(09).
               03 STATUS-CAMPANHA          PIC X.
                   88 CAMPANHA-ATIVA       VALUE 'A'.
                   88 CAMPANHA-ENCERRADA   VALUE 'E'.
