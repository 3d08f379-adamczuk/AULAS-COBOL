      * its own alert thresholds: AULA05-EXEMPLO01 counts the week's
      * days above TEMP-MAXIMA-SITE and below TEMP-MINIMA-SITE, and
      * ALERTA-CLIMA reports the sites whose week breached them.
      * TEMP-BASE-SITE is the base temperature GRAUS-DIA-CLIMA takes
      * the heating and cooling degree-days from; records written
      * before it existed have it blank and are read as 18,0.
      ******************************************************************
           01 REG-SITE-CLIMA.
               03 CODIGO-SITE              PIC X(05).
               03 TEMP-MAXIMA-SITE         PIC S9(03).
               03 CHUVA-LIMITE-SITE        PIC 9(04)V9.
               03 DIAS-SECOS-LIMITE-SITE   PIC 99.
               03 TEMP-BASE-SITE           PIC S9(02)V9.
