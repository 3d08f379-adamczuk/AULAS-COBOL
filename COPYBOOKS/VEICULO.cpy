      * VEICULOS.TXT, maintained by VEICULO-CADASTRO. EX03-AULA04
      * validates trips against it and carries ODOMETRO-VEICULO
      * forward; EX05-AULA04 prints the plate and description instead
      * of the raw code. CENTRO-CUSTO-VEICULO is the cost center
      * that bears the vehicle's fuel and maintenance (300 FROTA when
      * left at zero). CATEGORIA-CNH-VEICULO is the licence category
      * needed to drive it (blank = B), checked by VALIDA-MOTORISTA.
      ******************************************************************
           01 REG-VEICULO.
               03 COD-VEICULO-V            PIC 9(04).
               03 DESCRICAO-VEICULO        PIC X(20).
               03 ODOMETRO-VEICULO         PIC 9(07).
               03 CAPACIDADE-KG-VEICULO    PIC 9(05).
               03 CENTRO-CUSTO-VEICULO     PIC 9(03).
               03 CATEGORIA-CNH-VEICULO    PIC X.
