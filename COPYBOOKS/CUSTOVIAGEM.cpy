      ******************************************************************
      * REG-CUSTO-VIAGEM - cost of one logged trip, rewritten in full
      * by CUSTEIO-VIAGEM from VIAGENS.TXT and the fleet rate table
      * into CUSTOSVIAGEM.TXT. FRETE-CLIENTE compares it with the
      * freight billed to customers.
      ******************************************************************
           01 REG-CUSTO-VIAGEM.
               03 COD-VEICULO-CUS      PIC 9(04).
               03 DATA-VIAGEM-CUS      PIC 9(08).
               03 KM-VIAGEM-CUS        PIC 9(05).
               03 CUSTO-VIAGEM-CUS     PIC 9(07)V99.
