               03 PARM-CX-SENTIDO          PIC X.
               03 PARM-CX-DOCUMENTO        PIC 9(06).
               03 PARM-CX-TIPO-PARTE       PIC X.
               03 PARM-CX-PARTE            PIC 9(05).
               03 PARM-CX-VALOR            PIC 9(09)V99.
               03 PARM-CX-OPERADOR         PIC 999.
               03 PARM-CX-RETORNO          PIC 99.
