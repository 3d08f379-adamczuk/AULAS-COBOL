      ******************************************************************
      * WS-CONFERENCIA-CONTROLE - working area of the programs that
      * read an interface file, filled during the first pass over the
      * file (HDR/TRL positions and values, detail count and the
      * control total computed from the details). VALIDO 'N' with
      * MOTIVO set means the whole file is turned down untouched.
      ******************************************************************
           01 WS-CONFERENCIA-CONTROLE.
               03 WS-CTL-VALIDO            PIC A.
               03 WS-CTL-MOTIVO            PIC X(30).
               03 WS-CTL-CAMPOS-OK         PIC A.
               03 WS-CTL-E-DETALHE         PIC A.
               03 WS-CTL-LINHAS            PIC 9(07).
               03 WS-CTL-DETALHES          PIC 9(07).
               03 WS-CTL-QTDE-HDR          PIC 9(05).
               03 WS-CTL-QTDE-TRL          PIC 9(05).
               03 WS-CTL-LINHA-HDR         PIC 9(07).
               03 WS-CTL-LINHA-TRL         PIC 9(07).
               03 WS-CTL-REMETENTE         PIC X(05).
               03 WS-CTL-DATA              PIC 9(08).
               03 WS-CTL-SEQUENCIA         PIC 9(06).
               03 WS-CTL-QTDE-INF          PIC 9(07).
               03 WS-CTL-TOTAL-INF         PIC 9(14)V99.
               03 WS-CTL-TOTAL-CALC        PIC 9(14)V99.
