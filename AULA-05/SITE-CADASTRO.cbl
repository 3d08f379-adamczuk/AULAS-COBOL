       77 CONTROLE           PIC A VALUE SPACES.
       77 WS-OPCAO            PIC 9 VALUE 0.
       77 WS-EOF              PIC 99 VALUE 0.
       77 WS-TEMP-BASE        PIC S9(02)V9 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ELSE
               PERFORM UNTIL CONTROLE EQUAL 'N'
                   DISPLAY "1 - INCLUIR SITE"
                   DISPLAY "2 - ALTERAR LIMITES E BASE DE UM SITE"
                   DISPLAY "3 - LISTAR SITES"
                   ACCEPT WS-OPCAO

                   DISPLAY "INFORME O LIMITE DE DIAS SECOS SEGUIDOS "
      -                "(0 = SEM ALERTA)"
                   ACCEPT DIAS-SECOS-LIMITE-SITE
                   DISPLAY "INFORME A TEMPERATURA BASE DOS GRAUS-DIA "
      -                "(0 = 18.0)"
                   ACCEPT TEMP-BASE-SITE

                   IF TEMP-BASE-SITE EQUAL 0
                       MOVE 18 TO TEMP-BASE-SITE
                   END-IF

                   WRITE REG-SITE-CLIMA

                   DISPLAY "INFORME O NOVO LIMITE DE DIAS SECOS"
                   ACCEPT DIAS-SECOS-LIMITE-SITE

                   IF TEMP-BASE-SITE NOT NUMERIC
                       MOVE 18 TO TEMP-BASE-SITE
                   END-IF

                   DISPLAY "TEMPERATURA BASE ATUAL: " TEMP-BASE-SITE
                   DISPLAY "INFORME A NOVA TEMPERATURA BASE (0 = MANT"
      -                "EM)"
                   MOVE TEMP-BASE-SITE TO WS-TEMP-BASE
                   ACCEPT TEMP-BASE-SITE

                   IF TEMP-BASE-SITE EQUAL 0
                       MOVE WS-TEMP-BASE TO TEMP-BASE-SITE
                   END-IF

                   REWRITE REG-SITE-CLIMA

                   IF WS-FS NOT EQUAL ZEROS
                       DISPLAY CODIGO-SITE "  " NOME-SITE
                           "  MIN " TEMP-MINIMA-SITE
                           "  MAX " TEMP-MAXIMA-SITE
                       IF TEMP-BASE-SITE NUMERIC
                           DISPLAY "       BASE GRAUS-DIA "
                               TEMP-BASE-SITE
                       END-IF
               END-READ
           END-PERFORM.

