      ******************************************************************
      * REG-CSV-GRAUS-DIA - semicolon-delimited extract line written by
      * GRAUS-DIA-CLIMA to GRAUSDIA<AAAAMM>.CSV, one line per weather
      * site, for the energy-cost spreadsheet. Values carry a decimal
      * comma, hence the semicolon between the fields. The normal is
      * left zero, and DIAS-SEM-NORMAL says so, when NORMAISCLIMA.TXT
      * has no normal for some of the month's weeks.
      ******************************************************************
           01 REG-CSV-GRAUS-DIA.
               03 CSV-GD-SITE                  PIC X(05).
               03 FILLER                       PIC X VALUE ';'.
               03 CSV-GD-NOME-SITE             PIC X(20).
               03 FILLER                       PIC X VALUE ';'.
               03 CSV-GD-PERIODO               PIC 9(06).
               03 FILLER                       PIC X VALUE ';'.
               03 CSV-GD-TEMP-BASE             PIC -99,9.
               03 FILLER                       PIC X VALUE ';'.
               03 CSV-GD-AQUECIMENTO           PIC 9(05),99.
               03 FILLER                       PIC X VALUE ';'.
               03 CSV-GD-RESFRIAMENTO          PIC 9(05),99.
               03 FILLER                       PIC X VALUE ';'.
               03 CSV-GD-DIAS-LIDOS            PIC 9(03).
               03 FILLER                       PIC X VALUE ';'.
               03 CSV-GD-DIAS-FALTA            PIC 9(03).
               03 FILLER                       PIC X VALUE ';'.
               03 CSV-GD-AQUEC-ANO-ANT         PIC 9(05),99.
               03 FILLER                       PIC X VALUE ';'.
               03 CSV-GD-RESFR-ANO-ANT         PIC 9(05),99.
               03 FILLER                       PIC X VALUE ';'.
               03 CSV-GD-DIAS-LIDOS-ANT        PIC 9(03).
               03 FILLER                       PIC X VALUE ';'.
               03 CSV-GD-AQUEC-NORMAL          PIC 9(05),99.
               03 FILLER                       PIC X VALUE ';'.
               03 CSV-GD-RESFR-NORMAL          PIC 9(05),99.
               03 FILLER                       PIC X VALUE ';'.
               03 CSV-GD-DIAS-SEM-NORMAL       PIC 9(03).
