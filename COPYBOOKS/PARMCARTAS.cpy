      ******************************************************************
      * PARM-CARTAS - parameter area for CALLs to GERA-CARTAS. The
      * three names are files in the active environment's directory;
      * left blank they default to MALADIRETA.TXT, CARTA_MODELO.TXT
      * and CARTAS.TXT, the plain mail-merge run from the menu.
      * RECOLHIMENTO-LOTE passes its own extract, model and output so
      * recall notices go through the same &-mark substitution. GERADAS
      * comes back with the letters written; RETORNO is the file status
      * of the first file that failed to open.
      ******************************************************************
           01 PARM-CARTAS.
               03 PARM-CAR-MALA            PIC X(30).
               03 PARM-CAR-MODELO          PIC X(30).
               03 PARM-CAR-SAIDA           PIC X(30).
               03 PARM-CAR-GERADAS         PIC 9(05).
               03 PARM-CAR-RETORNO         PIC 99.
