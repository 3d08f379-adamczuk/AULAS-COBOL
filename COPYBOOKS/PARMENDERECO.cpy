      ******************************************************************
      * PARM-ENDERECO - parameter area for CALLs to ATUALIZA-ENDERECO,
      * which keeps the per-bin balances on SALDOSENDERECO.TXT.
      *   ACAO 'S' - suggest a putaway bin for QTDE of PRODUTO:
      *              a bin already holding the product with room,
      *              else the first empty bin on the route with room,
      *              else any bin with room (RETORNO 23 if none)
      *   ACAO 'E' - put QTDE away into ENDERECO (RETORNO 23 if the
      *              bin does not exist or is blocked)
      *   ACAO 'B' - take QTDE out of the product's bins in walking
      *              order; SALDO returns what no bin could supply
      *   ACAO 'L' - locate the first bin on the route holding the
      *              product; SALDO returns its quantity
      * ENDERECO is rua(2) modulo(2) nivel(1); SEQ-PERCURSO returns
      * the route position of the bin found or suggested.
      ******************************************************************
           01 PARM-ENDERECO.
               03 PARM-END-ACAO            PIC X.
               03 PARM-END-DEPOSITO        PIC 99.
               03 PARM-END-PRODUTO         PIC 9(05).
               03 PARM-END-QTDE            PIC 9(09).
               03 PARM-END-ENDERECO        PIC 9(05).
               03 PARM-END-SEQ-PERCURSO    PIC 9(05).
               03 PARM-END-SALDO           PIC 9(09).
               03 PARM-END-RETORNO         PIC 99.
