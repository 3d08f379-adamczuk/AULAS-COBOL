      ******************************************************************
      * PARM-CAMADAS - parameter area for CALLs to ATUALIZA-CAMADAS,
      * which brings the FIFO cost layers on CAMADASCUSTO.TXT up to
      * date with every movement posted to MOVIMENTO.TXT since its
      * last run. APLICADOS is how many movements were applied this
      * time, CRIADAS how many layers were opened, SEM-CAMADA the
      * quantity issued with no layer left to consume (stock that went
      * negative). INICIALIZADO 'S' means the file was built now from
      * the current stock and cost on PRODUTOS.TXT. RETORNO is the
      * file status of the first failure, zero when all went well.
      ******************************************************************
           01 PARM-CAMADAS.
               03 PARM-CAM-APLICADOS       PIC 9(07).
               03 PARM-CAM-CRIADAS         PIC 9(07).
               03 PARM-CAM-SEM-CAMADA      PIC 9(09).
               03 PARM-CAM-INICIALIZADO    PIC X.
               03 PARM-CAM-RETORNO         PIC 99.
