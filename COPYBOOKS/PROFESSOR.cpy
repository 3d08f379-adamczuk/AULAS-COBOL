      ******************************************************************
      * REG-PROFESSOR - teacher master on the indexed PROFESSORES.TXT,
      * maintained by EX_PROFESSORES. EX_HORARIO only puts active
      * teachers on the timetable.
      ******************************************************************
           01 REG-PROFESSOR.
               03 COD-PROFESSOR            PIC 9(04).
               03 NOME-PROFESSOR           PIC X(30).
               03 TITULACAO-PROFESSOR      PIC X(15).
               03 SITUACAO-PROFESSOR       PIC X.
                   88 PROFESSOR-ATIVO      VALUE 'A'.
                   88 PROFESSOR-INATIVO    VALUE 'I'.
