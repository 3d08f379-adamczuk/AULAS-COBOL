      ******************************************************************
      * REG-NORMAL-CLIMA - climatological normal of one weather site
      * for one week of the year (1 to 53, day 1 to 7 of January being
      * week 1) on the indexed NORMAISCLIMA.TXT, rebuilt once a year by
      * NORMAIS-CLIMA from every prior year on HISTORICOCLIMA.TXT and
      * read by ANOMALIA-CLIMA. Each weekly history record is one
      * sample: the mean temperature and humidity of its valid days
      * and its rainfall scaled to seven days; the standard deviations
      * are sample deviations and stay zero with fewer than two
      * samples.
      ******************************************************************
           01 REG-NORMAL-CLIMA.
               03 CHAVE-NORMAL.
                   05 SITE-NORMAL              PIC X(05).
                   05 SEMANA-NORMAL            PIC 9(02).
               03 ANO-INICIAL-NORMAL       PIC 9(04).
               03 ANO-FINAL-NORMAL         PIC 9(04).
               03 QTDE-AMOSTRAS-NORMAL     PIC 9(03).
               03 MEDIA-TEMP-NORMAL        PIC S9(03)V99.
               03 DESVIO-TEMP-NORMAL       PIC 9(03)V99.
               03 MEDIA-CHUVA-NORMAL       PIC 9(05)V99.
               03 DESVIO-CHUVA-NORMAL      PIC 9(05)V99.
               03 MEDIA-UMIDADE-NORMAL     PIC 9(03)V99.
               03 DESVIO-UMIDADE-NORMAL    PIC 9(03)V99.
               03 DATA-CALCULO-NORMAL      PIC 9(08).
