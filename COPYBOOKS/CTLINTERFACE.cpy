      ******************************************************************
      * REG-CONTROLE-INTERFACE - control records that open and close
      * every interface file exchanged with banks, suppliers, customers
      * and collectors: 'HDR' as the first line (sender, file date and
      * the sender's sequence number for that kind of file) and 'TRL'
      * as the last (count of detail lines and a control total). The
      * total is the value sum where the file carries money and a hash
      * of one numeric field otherwise - each program names its field.
      * Programs that read a file check the pair before updating
      * anything and log each file on INTERFACES.TXT through
      * REGISTRA-INTERFACE. 26 bytes, the shortest interface record.
      ******************************************************************
           01 REG-CONTROLE-INTERFACE.
               03 CTL-TIPO                 PIC X(03).
                   88 CTL-CABECALHO        VALUE 'HDR'.
                   88 CTL-RODAPE           VALUE 'TRL'.
               03 CTL-DADOS-CABECALHO.
                   05 CTL-REMETENTE        PIC X(05).
                   05 CTL-DATA             PIC 9(08).
                   05 CTL-SEQUENCIA        PIC 9(06).
                   05 FILLER               PIC X(04).
               03 CTL-DADOS-RODAPE REDEFINES CTL-DADOS-CABECALHO.
                   05 CTL-QTDE-REGISTROS   PIC 9(07).
                   05 CTL-TOTAL            PIC 9(14)V99.
