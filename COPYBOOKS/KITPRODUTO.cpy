      * product and how many units of it go into one kit. Maintained
      * by KIT-PRODUTO; SEPARACAO-PEDIDO explodes kit order lines so
      * every component gets its own 'S' movement and stock check.
      * Kits pre-assembled by MONTAGEM-KIT are held as finished stock
      * on the kit's own product record and ship before any explosion.
      ******************************************************************
           01 REG-KIT.
               03 CHAVE-KIT.
                   05 COD-KIT              PIC 9(05).
                   05 COD-COMPONENTE-KIT   PIC 9(05).
               03 QTDE-COMPONENTE-KIT      PIC 9(05).
