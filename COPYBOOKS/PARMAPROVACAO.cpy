      ******************************************************************
      * PARM-APROVACOES - parameter area for CALLs to
      * CONTA-APROVACOES. NIVEL is the signed-on operator's level;
      * QTDE comes back with the purchase requisitions on PEDIDOS.TXT
      * waiting for an approval that level may give. RETORNO is the
      * file status.
      ******************************************************************
           01 PARM-APROVACOES.
               03 PARM-APR-NIVEL           PIC 9.
               03 PARM-APR-QTDE            PIC 9(05).
               03 PARM-APR-RETORNO         PIC 99.
