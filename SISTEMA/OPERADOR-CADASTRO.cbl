                   DISPLAY "INFORME A SENHA (ATE 8 CARACTERES)"
                   ACCEPT SENHA-OPERADOR
                   DISPLAY "INFORME O NIVEL (1-CONSULTA 2-OPERACAO 3-"
      -                "SUPERVISOR 4-GERENTE)"
                   ACCEPT NIVEL-OPERADOR

                   IF NIVEL-OPERADOR LESS 1
                   OR NIVEL-OPERADOR GREATER 4
                       DISPLAY "NIVEL INVALIDO - OPERADOR NAO GRAVADO"
                   ELSE
                       MOVE FUNCTION CURRENT-DATE(1:8) TO
                   DISPLAY "INFORME A NOVA SENHA"
                   ACCEPT SENHA-OPERADOR
                   DISPLAY "NIVEL ATUAL: " NIVEL-OPERADOR
                   DISPLAY "INFORME O NOVO NIVEL (1/2/3/4)"
                   ACCEPT NIVEL-OPERADOR

                   IF NIVEL-OPERADOR LESS 1
                   OR NIVEL-OPERADOR GREATER 4
                       DISPLAY "NIVEL INVALIDO - NAO ALTERADO"
                   ELSE
                       MOVE FUNCTION CURRENT-DATE(1:8) TO
