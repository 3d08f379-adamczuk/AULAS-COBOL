      * REG-VIAGEM - one trip logged by EX03-AULA04 each time it
      * computes WS-VELOCIDADE-MEDIA, so EX05-AULA04 can report the
      * average speed per vehicle across every logged trip.
      * COD-MOTORISTA-VIAGEM is the driver, checked against
      * MOTORISTAS.TXT when the trip is keyed. A VIAGENS.TXT kept
      * before drivers were recorded is rewritten in this layout by
      * CONVERTE-SEQUENCIAIS, with the driver zero.
      ******************************************************************
           01 REG-VIAGEM.
               03 COD-VEICULO         PIC 9(04).
               03 TEMPO-VIAGEM        PIC S99.
               03 VELOCIDADE-VIAGEM   PIC 99.
               03 DATA-VIAGEM         PIC 9(08).
               03 COD-MOTORISTA-VIAGEM PIC 9(04).
