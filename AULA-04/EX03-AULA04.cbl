       FD VEICULOS.
           COPY VEICULO.
       WORKING-STORAGE SECTION.
           COPY PARMMOTORISTA.
       77 WS-FS                PIC 99.
       77 WS-COD-VEICULO       PIC 9(04).
       77 WS-ESPACO            PIC S99.
       77 WS-ODOMETRO-NOVO     PIC 9(07) VALUE 0.
       77 WS-DIF-ODOMETRO      PIC S9(07) VALUE 0.
       77 WS-DIVERGENCIA       PIC S9(07) VALUE 0.
       77 WS-COD-MOTORISTA     PIC 9(04) VALUE 0.
       PROCEDURE DIVISION.
            PERFORM 0000-MAIN THRU 0000-END-MAIN
            GOBACK.
               GO TO 0000-END-MAIN
           END-IF

           PERFORM 1600-VALIDAR-MOTORISTA THRU
               1600-END-VALIDAR-MOTORISTA

           IF WS-VEICULO-OK EQUAL 'N'
               DISPLAY "VIAGEM NAO REGISTRADA"
               GO TO 0000-END-MAIN
           END-IF

           DISPLAY "DIGITE O ESPACO PERCORRIDO EM KM"
           PERFORM 1000-RECEBEVALOR THRU 1000-END-RECEBEVALOR
           MOVE WS-VARAUX TO WS-ESPACO
       1500-END-VALIDAR-VEICULO.
           EXIT.

      * Every trip needs a driver who may drive this vehicle today:
      * active, licence and medical exam in date, licence category
      * covering the vehicle's.
       1600-VALIDAR-MOTORISTA.
           DISPLAY "DIGITE O CODIGO DO MOTORISTA"
           ACCEPT WS-COD-MOTORISTA

           MOVE WS-COD-MOTORISTA TO PARM-MOT-MOTORISTA
           MOVE CATEGORIA-CNH-VEICULO TO PARM-MOT-CATEGORIA
           MOVE 0 TO PARM-MOT-DATA

           CALL "VALIDA-MOTORISTA" USING PARM-MOTORISTA

           IF PARM-MOT-LIBERADO
               DISPLAY "MOTORISTA: " PARM-MOT-NOME
           ELSE
               DISPLAY "MOTORISTA " WS-COD-MOTORISTA " RECUSADO: "
                   PARM-MOT-MENSAGEM
               MOVE 'N' TO WS-VEICULO-OK
               CLOSE VEICULOS
           END-IF.
       1600-END-VALIDAR-MOTORISTA.
           EXIT.

       1700-CONFERIR-ODOMETRO.
           DISPLAY "DIGITE O ODOMETRO AO FINAL DA VIAGEM (KM)"
           ACCEPT WS-ODOMETRO-NOVO
               MOVE WS-ESPACO TO ESPACO-VIAGEM
               MOVE WS-TEMPO TO TEMPO-VIAGEM
               MOVE WS-VELOCIDADE-MEDIA TO VELOCIDADE-VIAGEM
               MOVE WS-COD-MOTORISTA TO COD-MOTORISTA-VIAGEM
               MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-VIAGEM
               WRITE REG-VIAGEM
               CLOSE VIAGENS
