      ******************************************************************
      * REG-PERIODO-CONTABIL - status of one accounting month on the
      * indexed PERIODOSCONTABEIS.TXT, maintained by
      * FECHAMENTO-CONTABIL. A month with no record is open.
      * GRAVA-LANCAMENTO refuses any posting dated in a closed month
      * (PARM-LAN-RETORNO 97) and logs it to EXCECOES.TXT. On the
      * December record PCT-ENCERRADO 'S' means the year-end closing
      * entries were posted and the next year's opening balances
      * written to SALDOSABERTURA.TXT. Only a level 4 operator
      * reopens a month; PCT-MOTIVO keeps the last reason given and
      * every reopening leaves a before/after image on AUDITORIA.TXT.
      ******************************************************************
           01 REG-PERIODO-CONTABIL.
               03 PCT-PERIODO              PIC 9(06).
               03 PCT-SITUACAO             PIC X.
                   88 PERIODO-CTB-ABERTO   VALUE 'A'.
                   88 PERIODO-CTB-FECHADO  VALUE 'F'.
               03 PCT-ENCERRADO            PIC X.
                   88 EXERCICIO-ENCERRADO  VALUE 'S'.
               03 PCT-OPERADOR             PIC 999.
               03 PCT-DATA-HORA            PIC 9(14).
               03 PCT-MOTIVO               PIC X(40).
