      ******************************************************************
      * REG-ENDERECO - storage-location (bin) master on the indexed
      * ENDERECOS.TXT, maintained by ENDERECO-DEPOSITO. Each deposito
      * is divided into rua (aisle), modulo (rack) and nivel (level);
      * SEQ-PERCURSO-END is the position of the bin on the pickers'
      * walking route and drives the order of the separation list.
      * CAPACIDADE-END is the number of stock units the bin holds.
      ******************************************************************
           01 REG-ENDERECO.
               03 CHAVE-ENDERECO.
                   05 COD-DEPOSITO-END     PIC 99.
                   05 COD-ENDERECO.
                       07 RUA-END          PIC 99.
                       07 MODULO-END       PIC 99.
                       07 NIVEL-END        PIC 9.
               03 SEQ-PERCURSO-END         PIC 9(05).
               03 CAPACIDADE-END           PIC 9(09).
               03 STATUS-END               PIC X.
                   88 ENDERECO-ATIVO       VALUE 'A'.
                   88 ENDERECO-BLOQUEADO   VALUE 'B'.
