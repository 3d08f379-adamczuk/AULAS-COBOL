      ******************************************************************
      * REG-AJUSTE-PENDENTE - stock adjustment held on
      * AJUSTESPENDENTES.TXT by AJUSTE-ESTOQUE because it went over
      * the quantity or value limit. OPERADOR-AJUSTE is who keyed it;
      * APROVADOR-AJUSTE and DATA-DECISAO-AJUSTE are filled by the
      * supervisor who approved or rejected it. SEGREGACAO-FUNCOES
      * reports an adjustment keyed and approved by the same operator.
      ******************************************************************
           01 REG-AJUSTE-PENDENTE.
               03 COD-PRODUTO-AJU      PIC 9(05).
               03 TIPO-AJUSTE          PIC X.
               03 QTDE-AJUSTE          PIC 9(09).
               03 MOTIVO-AJUSTE        PIC XX.
               03 DATA-AJUSTE          PIC 9(08).
               03 STATUS-AJUSTE        PIC X.
                   88 AJUSTE-PENDENTE      VALUE 'P'.
                   88 AJUSTE-APROVADO      VALUE 'A'.
                   88 AJUSTE-REPROVADO     VALUE 'R'.
               03 OPERADOR-AJUSTE      PIC 999.
               03 APROVADOR-AJUSTE     PIC 999.
               03 DATA-DECISAO-AJUSTE  PIC 9(08).
