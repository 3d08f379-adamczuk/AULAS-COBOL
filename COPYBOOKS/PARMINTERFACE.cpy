      ******************************************************************
      * PARM-INTERFACE - parameter area for CALLs to
      * REGISTRA-INTERFACE. ACAO 'U' looks up the last sequence
      * accepted (or generated) for ARQUIVO + PARCEIRO and returns it
      * in ULTIMA-SEQ, ACHOU 'N' when that kind of file was never
      * logged; ACAO 'G' appends the entry described by the other
      * fields to INTERFACES.TXT. RETORNO is the register file status.
      ******************************************************************
           01 PARM-INTERFACE.
               03 PARM-INT-ACAO            PIC X.
               03 PARM-INT-ARQUIVO         PIC X(10).
               03 PARM-INT-SENTIDO         PIC X.
               03 PARM-INT-PARCEIRO        PIC X(05).
               03 PARM-INT-DATA-ARQ        PIC 9(08).
               03 PARM-INT-SEQUENCIA       PIC 9(06).
               03 PARM-INT-QTDE            PIC 9(07).
               03 PARM-INT-TOTAL           PIC 9(14)V99.
               03 PARM-INT-SITUACAO        PIC X.
               03 PARM-INT-MOTIVO          PIC X(30).
               03 PARM-INT-PROGRAMA        PIC X(20).
               03 PARM-INT-NOME-ARQ        PIC X(60).
               03 PARM-INT-ULTIMA-SEQ      PIC 9(06).
               03 PARM-INT-ACHOU           PIC X.
               03 PARM-INT-RETORNO         PIC 99.
