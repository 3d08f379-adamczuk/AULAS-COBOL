      ******************************************************************
      * REG-HIST-CONTROLE - control totals appended to HISTCONTROLE.TXT
      * by ARQUIVA-LIQUIDADOS for every live file it archives: records
      * read, moved to the history file of the year and kept, and the
      * value moved. The history files are named HIST<arquivo><ano>
      * (HISTFATURAS2023.TXT and so on); ANO-HC is the last year the
      * run took in, so the distinct ANO-HC values list the history
      * files that exist. Read by CONSULTA-HISTORICO and
      * HISTORICO-CLIENTE.
      ******************************************************************
           01 REG-HIST-CONTROLE.
               03 ANO-HC                   PIC 9(04).
               03 ARQUIVO-HC               PIC X(20).
               03 DATA-EXECUCAO-HC         PIC 9(08).
               03 LIDOS-HC                 PIC 9(07).
               03 MOVIDOS-HC               PIC 9(07).
               03 MANTIDOS-HC              PIC 9(07).
               03 VALOR-MOVIDO-HC          PIC 9(13)V99.
               03 OPERADOR-HC              PIC 999.
