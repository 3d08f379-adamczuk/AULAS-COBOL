      ******************************************************************
      * PARM-CONTAB-ESTOQUE - parameter area for CALLs to
      * CONTABILIZA-ESTOQUE, which posts to the ledger every movement
      * written to MOVIMENTO.TXT since its last run. LIDOS is how many
      * movements were taken this time, SEM-CONTA how many found no
      * row on MAPAESTOQUE.TXT (not posted), LANCAMENTOS how many
      * journal lines were written (movements are summed per date,
      * type and account), ENTRADAS/SAIDAS the value posted in and
      * out of 13000. FORA-PERIODO counts lines whose month was
      * already closed and went in dated today. INICIALIZADO 'S'
      * means this was the first run: the standard accounts were
      * written and ABERTURA is the opening entry that brought 13000
      * to the stock valuation (negative when it lowered 13000).
      * LOTE is the batch number used as document. RETORNO is the
      * status of the first failure, zero when all went well.
      ******************************************************************
           01 PARM-CONTAB-ESTOQUE.
               03 PARM-CTE-LIDOS           PIC 9(07).
               03 PARM-CTE-SEM-CONTA       PIC 9(07).
               03 PARM-CTE-LANCAMENTOS     PIC 9(05).
               03 PARM-CTE-FORA-PERIODO    PIC 9(05).
               03 PARM-CTE-ENTRADAS        PIC 9(13)V99.
               03 PARM-CTE-SAIDAS          PIC 9(13)V99.
               03 PARM-CTE-ABERTURA        PIC S9(13)V99.
               03 PARM-CTE-INICIALIZADO    PIC X.
               03 PARM-CTE-LOTE            PIC 9(06).
               03 PARM-CTE-RETORNO         PIC 99.
