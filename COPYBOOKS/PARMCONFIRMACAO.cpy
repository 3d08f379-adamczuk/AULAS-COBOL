      ******************************************************************
      * PARM-CONFIRMACAO - parameter area for CALLs to
      * GRAVA-CONFIRMACAO. ACAO 'C' queues the load-time
      * acknowledgment of one inbound line (and registers the order
      * on PEDIDOSCONFIRMADOS.TXT when NUM-PEDIDO is not zero); ACAO
      * 'S' queues a status follow-up for one line of an order and is
      * silently skipped (RETORNO 23) when the order did not come
      * from a customer batch. ACAO 'F', called once at the end of a
      * load or session, sends everything queued as one file per
      * customer; a non-zero RETORNO means some lines stay queued for
      * the next 'F'. SEQ, LINHA and CLIENTE are only read for ACAO
      * 'C'.
      ******************************************************************
           01 PARM-CONFIRMACAO.
               03 PARM-CNF-ACAO            PIC X.
               03 PARM-CNF-SEQ             PIC 9(04).
               03 PARM-CNF-LINHA           PIC 9(03).
               03 PARM-CNF-CLIENTE         PIC 9(05).
               03 PARM-CNF-PEDIDO          PIC 9(06).
               03 PARM-CNF-PRODUTO         PIC 9(05).
               03 PARM-CNF-QTDE-SOLICITADA PIC 9(09).
               03 PARM-CNF-QTDE-CONFIRMADA PIC 9(09).
               03 PARM-CNF-PRECO           PIC 9(07)V99.
               03 PARM-CNF-DATA-PREVISTA   PIC 9(08).
               03 PARM-CNF-SITUACAO        PIC X.
               03 PARM-CNF-MOTIVO          PIC X(40).
               03 PARM-CNF-RETORNO         PIC 99.
