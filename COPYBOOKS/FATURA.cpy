      * shipped sales order, read back by the accounts-receivable
      * programs. The printable invoice document carries the line
      * detail; this record carries what the ledger needs.
      * STATUS-NFE-FAT follows the electronic invoice through
      * NOTA-ELETRONICA: FATURAMENTO issues it 'P', the transmission
      * file marks it 'E', and the authority's return leaves it 'A' or
      * 'R' with the reason code. Only NFE-LIBERADA invoices (blank =
      * issued before electronic invoicing) become receivables.
      * VALOR-FRETE-FATURA is the freight charged by CALCULA-FRETE,
      * already included in VALOR-TOTAL-FATURA and kept out of the
      * merchandise value and of the ICMS base.
      ******************************************************************
           01 REG-FATURA.
               03 NUM-FATURA               PIC 9(06).
               03 NUM-PEDIDO-FAT           PIC 9(06).
               03 COD-CLIENTE-FAT          PIC 9(05).
               03 DATA-FATURA              PIC 9(08).
               03 VALOR-TOTAL-FATURA       PIC 9(09)V99.
               03 STATUS-FATURA            PIC X.
               03 VALOR-IMPOSTO-FATURA     PIC 9(09)V99.
               03 IND-FINANCIADA-FAT       PIC X.
                   88 FATURA-FINANCIADA    VALUE 'F'.
               03 STATUS-NFE-FAT           PIC X.
                   88 NFE-PENDENTE         VALUE 'P'.
                   88 NFE-ENVIADA          VALUE 'E'.
                   88 NFE-AUTORIZADA       VALUE 'A'.
                   88 NFE-REJEITADA        VALUE 'R'.
                   88 NFE-LIBERADA         VALUE ' ' 'A'.
               03 NUM-LOTE-NFE-FAT         PIC 9(06).
               03 PROTOCOLO-NFE-FAT        PIC X(15).
               03 MOTIVO-REJEICAO-NFE-FAT  PIC X(03).
               03 VALOR-FRETE-FATURA       PIC 9(07)V99.
