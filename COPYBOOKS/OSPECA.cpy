      ******************************************************************
      * REG-OS-PECA - one part issued from stock to a fleet work
      * order, appended to OSPECAS.TXT by ORDEM-SERVICO-FROTA with the
      * 'S' movement (motivo MF) that took it out of deposito 01. The
      * part is valued at the product's average cost at issue.
      ******************************************************************
           01 REG-OS-PECA.
               03 NUM-OS-PC                PIC 9(06).
               03 COD-VEICULO-PC           PIC 9(04).
               03 COD-PRODUTO-PC           PIC 9(05).
               03 QTDE-PC                  PIC 9(09).
               03 CUSTO-UNIT-PC            PIC 9(07)V99.
               03 VALOR-PC                 PIC 9(09)V99.
               03 DATA-PC                  PIC 9(08).
               03 OPERADOR-PC              PIC 999.
