           END-IF.

       999-FinGeneral.
           CLOSE INFORME-TRAYECTORIA
           IF WS-CantDesbordadas > ZERO
               DISPLAY "TRAYECTORIA: tabla de posiciones llena - "
                       "resultado incompleto"
               MOVE 8 TO RETURN-CODE
           END-IF.

       END PROGRAM TRAYECTORIA.
