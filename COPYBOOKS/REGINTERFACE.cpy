      ******************************************************************
      * REG-INTERFACE - one line appended to INTERFACES.TXT through
      * REGISTRA-INTERFACE for every interface file sent or received.
      * SENTIDO 'S' sent / 'E' received; PARCEIRO is the receiver of a
      * file we send and the sender of one we receive. SITUACAO 'G'
      * generated, 'A' accepted, 'R' rejected (MOTIVO says why). The
      * last accepted SEQUENCIA per ARQUIVO + PARCEIRO is what the
      * next inbound file of the same kind must follow.
      ******************************************************************
           01 REG-INTERFACE.
               03 INT-ARQUIVO              PIC X(10).
               03 INT-SENTIDO              PIC X.
               03 INT-PARCEIRO             PIC X(05).
               03 INT-DATA-ARQ             PIC 9(08).
               03 INT-SEQUENCIA            PIC 9(06).
               03 INT-QTDE                 PIC 9(07).
               03 INT-TOTAL                PIC 9(14)V99.
               03 INT-SITUACAO             PIC X.
                   88 INT-GERADO           VALUE 'G'.
                   88 INT-ACEITO           VALUE 'A'.
                   88 INT-REJEITADO        VALUE 'R'.
               03 INT-MOTIVO               PIC X(30).
               03 INT-PROGRAMA             PIC X(20).
               03 INT-DATA-HORA            PIC 9(14).
               03 INT-NOME-ARQ             PIC X(60).
