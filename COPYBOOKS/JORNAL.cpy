                   88 JRN-INTENCAO     VALUE 'P'.
                   88 JRN-CONFIRMACAO  VALUE 'C'.
               03 JRN-OPERACAO         PIC X.
               03 JRN-CHAVE            PIC 9(05).
               03 JRN-DATA-HORA        PIC 9(14).
               03 JRN-IMAGEM-ANTES     PIC X(200).
               03 JRN-IMAGEM-DEPOIS    PIC X(200).
