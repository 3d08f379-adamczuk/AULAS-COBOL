      ******************************************************************
      * REG-SALA - classroom master on the indexed SALAS.TXT,
      * maintained by EX_SALAS. EX_HORARIO refuses to schedule a
      * course in a room with fewer seats than CAPACIDADE-CURSO.
      ******************************************************************
           01 REG-SALA.
               03 COD-SALA                 PIC X(04).
               03 DESCRICAO-SALA           PIC X(20).
               03 CAPACIDADE-SALA          PIC 9(03).
