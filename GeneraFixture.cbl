           MOVE WS-Param-Clave TO lpar-Clave
           MOVE WS-Param-Valor(1:20) TO lpar-Valor
           MOVE WS-Param-Origen TO lpar-Origen
           DISPLAY Lin-Param
           IF WS-Param-Origen IS EQUAL "X"
               DISPLAY "GENFIXTURE: no se pudieron cargar los "
                       "parametros"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       100-CargarEquipos.
           OPEN INPUT EQUIPO
                           MOVE Equ-Codigo TO Te-Cod(WS-CantEquipos)
                           MOVE Equ-Nombre
                                      TO Te-Nombre(WS-CantEquipos)
                       ELSE
                           DISPLAY "GENFIXTURE: tabla de equipos llena"
                           MOVE 8 TO RETURN-CODE
                           GOBACK
                       END-IF
               END-READ
           END-PERFORM
               MOVE WS-Local TO Tf-Local(WS-CantFixture)
               MOVE WS-Visit TO Tf-Visit(WS-CantFixture)
               ADD 1 TO WS-CantPartidos
           ELSE
               DISPLAY "GENFIXTURE: tabla de fixture llena"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       400-RotarPosiciones.
