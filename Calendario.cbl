
       01  WS-Cargado pic 9 value zero.
       01  WS-FlagFeriados pic 9 value zero.
       01  WS-ErrorCarga pic 9 value zero.
       01  WS-CantFeriados pic 9(3) value zero.
       01  Tabla-Feriados.
           03 Tabla-Fer OCCURS 200 TIMES.
       01  LK-Funcion pic x.
       01  LK-Fecha pic 9(8).
       01  LK-Dias pic 9(3).
      * LK-Resultado: X no se pudo cargar la tabla de feriados (RC 8)
       01  LK-Resultado pic x.

       PROCEDURE DIVISION USING LK-Funcion LK-Fecha LK-Dias
           IF WS-Cargado IS EQUAL 0
               PERFORM 100-CargarFeriados
           END-IF
           IF WS-ErrorCarga IS EQUAL 1
               MOVE "X" TO LK-Resultado
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "I" TO LK-Resultado
           CALL "VALFECHA" USING LK-Fecha WS-NoFuturo
                                 WS-Fecha-Resultado
                   PERFORM 400-ProximoLaborable
               WHEN "C"
                   PERFORM 500-ContarLaborables
               WHEN "D"
                   PERFORM 600-ContarCorridos
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
                       AT END MOVE 1 TO WS-FlagFeriados
                       NOT AT END
                           IF Fer-Fecha IS NUMERIC
                               IF WS-CantFeriados IS EQUAL 200
                                   DISPLAY "CALENDARIO: tabla de "
                                           "feriados llena"
                                   MOVE 1 TO WS-ErrorCarga
                                   MOVE 1 TO WS-FlagFeriados
                               ELSE
                                   ADD 1 TO WS-CantFeriados
                                   MOVE Fer-Fecha
                                      TO TFer-Fecha(WS-CantFeriados)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           MOVE WS-Contador TO LK-Dias
           MOVE "S" TO LK-Resultado.

      * dias corridos desde la fecha hasta hoy, con tope de 999
       600-ContarCorridos.
           ACCEPT WS-Fecha-Hoy FROM DATE YYYYMMDD
           MOVE ZERO TO WS-Contador
           PERFORM UNTIL WS-Fecha-Trabajo >= WS-Fecha-Hoy
                      OR WS-Contador >= 999
               PERFORM 220-SumarUnDia
               ADD 1 TO WS-Contador
           END-PERFORM
           MOVE WS-Contador TO LK-Dias
           MOVE "S" TO LK-Resultado.

       END PROGRAM CALENDARIO.
