      ******************************************************************
      * REG-HORARIO - one weekly class of a course on the indexed
      * HORARIOS.TXT, keyed by ano letivo + curso + dia da semana +
      * hora de inicio and maintained by EX_HORARIO: the weekday
      * (1 = segunda ... 7 = domingo), the time slot as HHMM start and
      * end, the room and the teacher. EX_HORARIO rejects a class that
      * overlaps another one of the same teacher or in the same room
      * in the same year, and EX_CHAMADA only takes the roll of the
      * courses with a class on the weekday of the roll.
      ******************************************************************
           01 REG-HORARIO.
               03 CHAVE-HORARIO.
                   05 ANO-LETIVO-HOR       PIC 9(04).
                   05 COD-CURSO-HOR        PIC 9(03).
                   05 DIA-SEMANA-HOR       PIC 9.
                   05 HORA-INICIO-HOR      PIC 9(04).
               03 HORA-FIM-HOR             PIC 9(04).
               03 COD-SALA-HOR             PIC X(04).
               03 COD-PROFESSOR-HOR        PIC 9(04).
