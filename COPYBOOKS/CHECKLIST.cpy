      ******************************************************************
      * REG-PASSO-CHECKLIST - one step of the month-end close
      * checklist on CHECKLIST.TXT, in the order the steps must be
      * done. TIPO 'V' is a pre-condition CHECKLIST-FECHAMENTO verifies
      * itself (PCL-PROGRAMA names the check: INVENTARIO, TRANSITO,
      * EXCECOES or CAIXA); TIPO 'P' is a program it CALLs. PARAMETRO
      * is the tolerance of a check (days in transit for TRANSITO).
      ******************************************************************
           01 REG-PASSO-CHECKLIST.
               03 PCL-SEQ                  PIC 99.
               03 PCL-TIPO                 PIC X.
                   88 PCL-VERIFICACAO      VALUE 'V'.
                   88 PCL-PROGRAMA-CALL    VALUE 'P'.
               03 PCL-PROGRAMA             PIC X(30).
               03 PCL-DESCRICAO            PIC X(40).
               03 PCL-PARAMETRO            PIC 9(03).
