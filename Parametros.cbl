
       01  WS-Cargado pic 9 value zero.
       01  WS-FlagParametros pic 9 value zero.
       01  WS-ErrorCarga pic 9 value zero.
       01  WS-CantParametros pic 9(3) value zero.
       01  Tabla-Parametros.
           03 Tabla-Par OCCURS 200 TIMES.
       LINKAGE SECTION.
       01  LK-Clave pic x(30).
       01  LK-Valor pic x(100).
      * LK-Origen: D defecto, A archivo, E entorno,
      *            X no se pudo cargar la tabla (RC 8)
       01  LK-Origen pic x.

       PROCEDURE DIVISION USING LK-Clave LK-Valor LK-Origen.
           IF WS-Cargado IS EQUAL 0
               PERFORM 100-CargarParametros
           END-IF
           IF WS-ErrorCarga IS EQUAL 1
               MOVE "X" TO LK-Origen
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "D" TO LK-Origen
           MOVE 0 TO WS-ParEncontrado
           PERFORM VARYING Idx-Par FROM 1 BY 1
                       AT END MOVE 1 TO WS-FlagParametros
                       NOT AT END
                           IF Par-Clave IS NOT EQUAL SPACES
                               IF WS-CantParametros IS EQUAL 200
                                   DISPLAY "PARAMLEE: tabla de "
                                           "parametros llena"
                                   MOVE 1 TO WS-ErrorCarga
                                   MOVE 1 TO WS-FlagParametros
                               ELSE
                                   ADD 1 TO WS-CantParametros
                                   MOVE Par-Clave
                                      TO TPar-Clave(WS-CantParametros)
                                   MOVE Par-Valor
                                      TO TPar-Valor(WS-CantParametros)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
