                                      TO TDnm-Codigo(WS-CantNombres)
                               MOVE Doc-Nombre
                                      TO TDnm-Nombre(WS-CantNombres)
                           ELSE
                               DISPLAY "INFDOCENTE: tabla de nombres "
                                       "de docentes llena"
                               MOVE 8 TO RETURN-CODE
                               GOBACK
                           END-IF
                   END-READ
               END-PERFORM
                   MOVE ZERO TO TDac-Examenes(Idx-Dac)
                   MOVE ZERO TO TDac-SumaNotas(Idx-Dac)
               ELSE
                   DISPLAY "INFDOCENTE: tabla de docentes llena"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

