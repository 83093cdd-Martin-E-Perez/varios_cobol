                       "con los detalles enviados"
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-CantDesbordados > ZERO
               DISPLAY "MINRETORNO: tabla de enviados llena - "
                       "resultado incompleto"
               MOVE 8 TO RETURN-CODE
           END-IF
           IF RETURN-CODE < 4
               AND (WS-CantRechazados > ZERO
                    OR WS-CantSinRespuesta > ZERO
                    OR WS-CantSinEnvio > ZERO)
               MOVE 4 TO RETURN-CODE
           END-IF.

