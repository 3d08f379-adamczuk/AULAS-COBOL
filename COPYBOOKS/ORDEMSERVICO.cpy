      ******************************************************************
      * REG-ORDEM-SERVICO - one fleet maintenance work order on the
      * indexed ORDENSSERVICO.TXT, numbered from the ORDEMSERVICO
      * series and kept by ORDEM-SERVICO-FROTA. It is opened for a
      * vehicle and service type at an odometer reading, collects the
      * parts issued from stock (detail on OSPECAS.TXT, total in
      * VALOR-PECAS-OS) and is closed with the labour hours and cost
      * of the fleet's own mechanics and the external workshop's
      * invoice, if any. Closing resets the PLANOSMANUT plan of the
      * same vehicle and service type to ODOMETRO-OS. COD-OFICINA-OS
      * is the workshop's supplier code (zero = serviced in house).
      ******************************************************************
           01 REG-ORDEM-SERVICO.
               03 NUM-OS                   PIC 9(06).
               03 COD-VEICULO-OS           PIC 9(04).
               03 TIPO-SERVICO-OS          PIC X(10).
               03 DESCRICAO-OS             PIC X(30).
               03 ODOMETRO-OS              PIC 9(07).
               03 DATA-ABERTURA-OS         PIC 9(08).
               03 DATA-FECHAMENTO-OS       PIC 9(08).
               03 HORAS-MAO-OBRA-OS        PIC 9(03)V9.
               03 VALOR-MAO-OBRA-OS        PIC 9(07)V99.
               03 COD-OFICINA-OS           PIC 999.
               03 NOTA-OFICINA-OS          PIC X(10).
               03 VALOR-OFICINA-OS         PIC 9(07)V99.
               03 VALOR-PECAS-OS           PIC 9(09)V99.
               03 CENTRO-CUSTO-OS          PIC 9(03).
               03 STATUS-OS                PIC X.
                   88 OS-ABERTA            VALUE 'A'.
                   88 OS-FECHADA           VALUE 'F'.
                   88 OS-CANCELADA         VALUE 'C'.
               03 OPERADOR-ABERTURA-OS     PIC 999.
               03 OPERADOR-FECHAMENTO-OS   PIC 999.
