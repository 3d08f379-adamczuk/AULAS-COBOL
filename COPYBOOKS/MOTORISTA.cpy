      ******************************************************************
      * REG-MOTORISTA - fleet driver master on the indexed
      * MOTORISTAS.TXT, maintained by MOTORISTA-CADASTRO. The licence
      * (CNH) category follows the national scheme: A motorcycles,
      * B cars and vans, C trucks, D buses, E articulated vehicles;
      * combined categories such as AB or AE carry both letters. A
      * driver may only be put on a trip or a route manifest (through
      * VALIDA-MOTORISTA) while active and with both the licence and
      * the medical exam in date.
      ******************************************************************
           01 REG-MOTORISTA.
               03 COD-MOTORISTA            PIC 9(04).
               03 NOME-MOTORISTA           PIC X(30).
               03 CNH-MOTORISTA            PIC X(11).
               03 CATEGORIA-CNH-MOTORISTA  PIC X(02).
               03 VALIDADE-CNH-MOTORISTA   PIC 9(08).
               03 VALIDADE-EXAME-MOTORISTA PIC 9(08).
               03 SITUACAO-MOTORISTA       PIC X.
                   88 MOTORISTA-ATIVO      VALUE 'A'.
                   88 MOTORISTA-INATIVO    VALUE 'I'.
