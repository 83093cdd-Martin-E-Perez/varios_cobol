                               ADD 1 TO WS-CantPendientes
                               MOVE Mov-Codigo
                                      TO Tpen-Codigo(WS-CantPendientes)
                           ELSE
                               DISPLAY "PUENTEHUERF: tabla de "
                                       "pendientes llena"
                               MOVE 8 TO RETURN-CODE
                               GOBACK
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-CantVistos < 2000
                   ADD 1 TO WS-CantVistos
                   MOVE Hue-Legajo TO Tvis-Codigo(WS-CantVistos)
               ELSE
                   DISPLAY "PUENTEHUERF: tabla de legajos vistos llena"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM 340-BuscarPendiente
               MOVE SPACES TO Lin-Wrk
