           03 Jrn-Antes pic x(60).
           03 filler pic x(2).
           03 Jrn-Despues pic x(60).
           03 filler pic x(2) value spaces.
           03 Jrn-Operador pic x(8).

       WORKING-STORAGE SECTION.

           03 lm-Programa pic x(12).
           03 filler pic x(2) value spaces.
           03 lm-Tipo pic x.
           03 filler pic x(2) value spaces.
           03 lm-Operador pic x(8).

       01  Lin-Mov2.
           03 filler pic x(8) value "  Antes ".
           MOVE Jrn-Hora TO lm-Hora
           MOVE Jrn-Programa TO lm-Programa
           MOVE Jrn-Tipo TO lm-Tipo
           MOVE Jrn-Operador TO lm-Operador
           MOVE Jrn-Antes TO lm-Antes
           MOVE Jrn-Despues TO lm-Despues
           DISPLAY Lin-Mov1
