      * REG-OPERADOR - operator master on the indexed OPERADORES.TXT,
      * maintained by OPERADOR-CADASTRO and checked by the
      * MENU-PRINCIPAL sign-on. NIVEL: 1 = consulta, 2 = operacao,
      * 3 = supervisor, 4 = gerente (approves purchase requisitions
      * above the supervisor limit on LIMITECOMPRA.TXT).
      ******************************************************************
           01 REG-OPERADOR.
               03 COD-OPERADOR             PIC 999.
