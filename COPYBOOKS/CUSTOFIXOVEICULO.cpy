      ******************************************************************
      * REG-CUSTO-FIXO-VEICULO - fixed costs of one vehicle on the
      * indexed CUSTOSFIXOSVEIC.TXT, keyed by the vehicle code and
      * maintained by CUSTO-TOTAL-FROTA: the yearly insurance premium
      * and licensing fees, and the acquisition value, residual value
      * and useful life in months the straight-line depreciation is
      * taken from. Each month bears one twelfth of the yearly costs
      * and, from the month of acquisition until the useful life runs
      * out, (aquisicao - residual) / vida util.
      ******************************************************************
           01 REG-CUSTO-FIXO-VEICULO.
               03 COD-VEICULO-CF           PIC 9(04).
               03 SEGURO-ANUAL-CF          PIC 9(07)V99.
               03 LICENCIAMENTO-ANUAL-CF   PIC 9(07)V99.
               03 VALOR-AQUISICAO-CF       PIC 9(09)V99.
               03 VALOR-RESIDUAL-CF        PIC 9(09)V99.
               03 DATA-AQUISICAO-CF        PIC 9(08).
               03 VIDA-UTIL-MESES-CF       PIC 9(03).
