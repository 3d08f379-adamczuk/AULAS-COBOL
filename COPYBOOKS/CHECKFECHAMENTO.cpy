      ******************************************************************
      * REG-CHECK-FECHAMENTO - where one checklist step stands for one
      * closing month, on the indexed CHECKFECHAMENTO.TXT keyed by
      * month + step. Written by CHECKLIST-FECHAMENTO with the operator
      * and time of the last run or waiver; a waiver ('D') is for a
      * level 3 operator and carries the reason. CONFERE-CHECKLIST
      * reads it before the stock and ledger closes.
      ******************************************************************
           01 REG-CHECK-FECHAMENTO.
               03 CHAVE-CHECK-FECH.
                   05 CHK-PERIODO          PIC 9(06).
                   05 CHK-SEQ              PIC 99.
               03 CHK-PROGRAMA             PIC X(30).
               03 CHK-SITUACAO             PIC X.
                   88 CHK-PENDENTE         VALUE 'P'.
                   88 CHK-CONCLUIDO        VALUE 'C'.
                   88 CHK-FALHOU           VALUE 'F'.
                   88 CHK-DISPENSADO       VALUE 'D'.
                   88 CHK-RESOLVIDO        VALUE 'C' 'D'.
               03 CHK-OPERADOR             PIC 999.
               03 CHK-DATA-HORA            PIC 9(14).
               03 CHK-OCORRENCIAS          PIC 9(05).
               03 CHK-MOTIVO               PIC X(40).
