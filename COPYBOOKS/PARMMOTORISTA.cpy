      ******************************************************************
      * PARM-MOTORISTA - parameter area for CALLs to VALIDA-MOTORISTA:
      * the caller fills the driver, the licence category the vehicle
      * requires (blank = B) and the date of the trip (0 = today) and
      * gets back the driver's name and a return code:
      *   00 driver may drive the vehicle on that date
      *   23 driver not on MOTORISTAS.TXT
      *   81 driver inactive
      *   82 licence (CNH) expired
      *   83 medical exam expired
      *   84 licence category does not cover the vehicle
      *   other: file status of MOTORISTAS.TXT that could not be read
      * MENSAGEM carries the reason in words for the operator.
      ******************************************************************
           01 PARM-MOTORISTA.
               03 PARM-MOT-MOTORISTA       PIC 9(04).
               03 PARM-MOT-CATEGORIA       PIC X.
               03 PARM-MOT-DATA            PIC 9(08).
               03 PARM-MOT-NOME            PIC X(30).
               03 PARM-MOT-RETORNO         PIC 99.
                   88 PARM-MOT-LIBERADO    VALUE 0.
               03 PARM-MOT-MENSAGEM        PIC X(50).
