      ******************************************************************
      * REG-BOLSA - scholarship or tuition discount of a student for
      * one ano letivo on the indexed BOLSAS.TXT, granted through
      * EX_MENSALIDADE by a supervisor, whose operator code is kept in
      * OPERADOR-APROVACAO-BOL. FORMA-BOL 'P' takes PERCENTUAL-BOL off
      * every tuition title of the student in that year; 'V' takes the
      * fixed VALOR-DESCONTO-BOL (never more than the tuition). Only an
      * active grant is applied by the monthly billing run.
      ******************************************************************
           01 REG-BOLSA.
               03 CHAVE-BOLSA.
                   05 ANO-LETIVO-BOL       PIC 9(04).
                   05 RGM-ALUNO-BOL        PIC 9(05).
               03 TIPO-BOL                 PIC X.
                   88 BOL-BOLSA-ESTUDO     VALUE 'B'.
                   88 BOL-DESCONTO-IRMAO   VALUE 'I'.
                   88 BOL-DESCONTO-FUNC    VALUE 'F'.
                   88 BOL-CONVENIO         VALUE 'C'.
                   88 BOL-TIPO-VALIDO      VALUE 'B' 'I' 'F' 'C'.
               03 FORMA-BOL                PIC X.
                   88 BOL-PERCENTUAL       VALUE 'P'.
                   88 BOL-VALOR-FIXO       VALUE 'V'.
               03 PERCENTUAL-BOL           PIC 9(03)V99.
               03 VALOR-DESCONTO-BOL       PIC 9(07)V99.
               03 OPERADOR-APROVACAO-BOL   PIC 999.
               03 DATA-APROVACAO-BOL       PIC 9(08).
               03 SITUACAO-BOL             PIC X.
                   88 BOL-ATIVA            VALUE 'A'.
                   88 BOL-CANCELADA        VALUE 'C'.
