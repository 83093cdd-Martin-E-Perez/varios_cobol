      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FALLOSTRIB.
      ******************************************************************
       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
           SELECT FALLOS ASSIGN TO DYNAMIC
           WS-Path-Fallos
           ORGANIZATION is line sequential
           FILE STATUS is WS-Fallos-Status.

      ******************************************************************
       DATA DIVISION.
        FILE SECTION.
      * Fal-Tipo: D descuento de Fal-Puntos a Fal-Equipo a partir de
      * la fecha Fal-Fecha; R resultado del partido Fal-Fecha
      * Fal-EquLocal - Fal-EquVisit fijado en Fal-GolLocal a
      * Fal-GolVisit. Las lineas con * en la primera columna son
      * comentarios.
       FD  FALLOS.
       01  Fal-Reg.
           03 Fal-Tipo pic x.
           03 filler pic x(2).
           03 Fal-Resolucion pic x(10).
           03 filler pic x(2).
           03 Fal-FechaResol pic 9(8).
           03 filler pic x(2).
           03 Fal-Fecha pic 9(2).
           03 filler pic x(2).
           03 Fal-Equipo pic 9(2).
           03 filler pic x(2).
           03 Fal-Puntos pic 9(2).
           03 filler pic x(2).
           03 Fal-EquLocal pic 9(2).
           03 filler pic x(2).
           03 Fal-EquVisit pic 9(2).
           03 filler pic x(2).
           03 Fal-GolLocal pic 99.
           03 filler pic x(2).
           03 Fal-GolVisit pic 99.

       WORKING-STORAGE SECTION.

       01  WS-Path-Fallos pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\fallos-tribunal.txt".
       01  WS-Path-Override pic x(100).
       01  WS-Fallos-Status pic xx.

       01  WS-Cargado pic 9 value zero.
       01  WS-FlagFallos pic 9 value zero.
       01  WS-ErrorCarga pic 9 value zero.
       01  WS-Valido pic 9.
       01  WS-Fecha-Resultado pic x.
       01  WS-NoFuturo pic x value space.
       01  WS-CantInvalidos pic 9(3) value zero.

       01  WS-CantFallos pic 9(3) value zero.
       01  Tabla-Fallos.
           03 Tabla-Fal OCCURS 100 TIMES.
               05 TFal-Tipo pic x.
               05 TFal-Resolucion pic x(10).
               05 TFal-FechaResol pic 9(8).
               05 TFal-Fecha pic 9(2).
               05 TFal-Equipo pic 9(2).
               05 TFal-Puntos pic 9(2).
               05 TFal-EquLocal pic 9(2).
               05 TFal-EquVisit pic 9(2).
               05 TFal-GolLocal pic 99.
               05 TFal-GolVisit pic 99.
       01  Idx-Fal pic 9(3).
       01  WS-FalEncontrado pic 9.

       01  WS-FechaResol-Aux.
           03 WS-FR-Anio pic 9(4).
           03 WS-FR-Mes pic 9(2).
           03 WS-FR-Dia pic 9(2).

       01  Nota-Descuento.
           03 filler pic x(5) value "RES. ".
           03 nd-Resolucion pic x(10).
           03 filler pic x(5) value " DEL ".
           03 nd-Dia pic 9(2).
           03 filler pic x value "/".
           03 nd-Mes pic 9(2).
           03 filler pic x value "/".
           03 nd-Anio pic 9(4).
           03 filler pic x(11) value " DESCUENTO ".
           03 nd-Puntos pic z9.
           03 filler pic x(20) value " PUNTOS DESDE FECHA ".
           03 nd-Fecha pic z9.
           03 filler pic x(5) value spaces.

       01  Nota-Resultado.
           03 filler pic x(5) value "RES. ".
           03 nr-Resolucion pic x(10).
           03 filler pic x(5) value " DEL ".
           03 nr-Dia pic 9(2).
           03 filler pic x value "/".
           03 nr-Mes pic 9(2).
           03 filler pic x value "/".
           03 nr-Anio pic 9(4).
           03 filler pic x(7) value " FECHA ".
           03 nr-Fecha pic z9.
           03 filler pic x value space.
           03 nr-EquLocal pic 9(2).
           03 filler pic x value "-".
           03 nr-EquVisit pic 9(2).
           03 filler pic x(11) value " RESULTADO ".
           03 nr-GolLocal pic z9.
           03 filler pic x value "-".
           03 nr-GolVisit pic z9.
           03 filler pic x(11) value spaces.

       LINKAGE SECTION.
      * LK-Funcion: R resultado fallado del partido (si no hay fallo
      * los goles vuelven sin cambio), P puntos descontados al equipo
      * hasta la fecha, N siguiente nota del equipo a partir de
      * LK-Indice (cero para la primera)
       01  LK-Funcion pic x.
       01  LK-Fallo.
           03 LK-Fecha pic 9(2).
           03 LK-EquLocal pic 9(2).
           03 LK-EquVisit pic 9(2).
           03 LK-GolLocal pic 99.
           03 LK-GolVisit pic 99.
           03 LK-Equipo pic 9(2).
           03 LK-Puntos pic 9(3).
           03 LK-Indice pic 9(3).
           03 LK-Nota pic x(70).
      * LK-Resultado: S hay fallo, N no hay, X no se pudo cargar la
      * tabla de fallos (RC 8)
       01  LK-Resultado pic x.

       PROCEDURE DIVISION USING LK-Funcion LK-Fallo LK-Resultado.
       MAIN-PROCEDURE.
           IF WS-Cargado IS EQUAL 0
               PERFORM 100-CargarFallos
           END-IF
           IF WS-ErrorCarga IS EQUAL 1
               MOVE "X" TO LK-Resultado
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "N" TO LK-Resultado
           EVALUATE LK-Funcion
               WHEN "R"
                   PERFORM 200-ResultadoFallado
               WHEN "P"
                   PERFORM 300-PuntosDescontados
               WHEN "N"
                   PERFORM 400-SiguienteNota
               WHEN OTHER
                   DISPLAY "FALLOSTRIB: funcion invalida " LK-Funcion
           END-EVALUATE
           GOBACK.

       100-CargarFallos.
           MOVE 1 TO WS-Cargado
           ACCEPT WS-Path-Override FROM ENVIRONMENT "FALLOS-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Fallos
           END-IF
           OPEN INPUT FALLOS
           IF WS-Fallos-Status IS EQUAL "00"
               PERFORM UNTIL WS-FlagFallos IS EQUAL 1
                   READ FALLOS
                       AT END MOVE 1 TO WS-FlagFallos
                       NOT AT END
                           IF Fal-Tipo IS NOT EQUAL "*"
                               AND Fal-Reg IS NOT EQUAL SPACES
                               PERFORM 110-ValidarFallo
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FALLOS
           END-IF
           IF WS-CantInvalidos > ZERO
               DISPLAY "FALLOSTRIB: fallos invalidos ignorados: "
                       WS-CantInvalidos
           END-IF.

       110-ValidarFallo.
           MOVE 1 TO WS-Valido
           IF Fal-Resolucion IS EQUAL SPACES
               OR Fal-Fecha IS NOT NUMERIC
               MOVE 0 TO WS-Valido
           ELSE
               CALL "VALFECHA" USING Fal-FechaResol WS-NoFuturo
                                     WS-Fecha-Resultado
               IF WS-Fecha-Resultado IS NOT EQUAL "V"
                   MOVE 0 TO WS-Valido
               END-IF
           END-IF
           IF WS-Valido IS EQUAL 1
               EVALUATE Fal-Tipo
                   WHEN "D"
                       IF Fal-Equipo IS NOT NUMERIC
                           OR Fal-Puntos IS NOT NUMERIC
                           MOVE 0 TO WS-Valido
                       END-IF
                   WHEN "R"
                       IF Fal-EquLocal IS NOT NUMERIC
                           OR Fal-EquVisit IS NOT NUMERIC
                           OR Fal-GolLocal IS NOT NUMERIC
                           OR Fal-GolVisit IS NOT NUMERIC
                           MOVE 0 TO WS-Valido
                       END-IF
                   WHEN OTHER
                       MOVE 0 TO WS-Valido
               END-EVALUATE
           END-IF
           IF WS-Valido IS EQUAL 0
               DISPLAY "FALLOSTRIB: fallo invalido " Fal-Reg
               ADD 1 TO WS-CantInvalidos
           ELSE
               IF WS-CantFallos IS EQUAL 100
                   DISPLAY "FALLOSTRIB: tabla de fallos llena"
                   MOVE 1 TO WS-ErrorCarga
                   MOVE 1 TO WS-FlagFallos
               ELSE
                   PERFORM 120-GuardarFallo
               END-IF
           END-IF.

       120-GuardarFallo.
           ADD 1 TO WS-CantFallos
           MOVE Fal-Tipo TO TFal-Tipo(WS-CantFallos)
           MOVE Fal-Resolucion TO TFal-Resolucion(WS-CantFallos)
           MOVE Fal-FechaResol TO TFal-FechaResol(WS-CantFallos)
           MOVE Fal-Fecha TO TFal-Fecha(WS-CantFallos)
           MOVE ZERO TO TFal-Equipo(WS-CantFallos)
           MOVE ZERO TO TFal-Puntos(WS-CantFallos)
           MOVE ZERO TO TFal-EquLocal(WS-CantFallos)
           MOVE ZERO TO TFal-EquVisit(WS-CantFallos)
           MOVE ZERO TO TFal-GolLocal(WS-CantFallos)
           MOVE ZERO TO TFal-GolVisit(WS-CantFallos)
           IF Fal-Tipo IS EQUAL "D"
               MOVE Fal-Equipo TO TFal-Equipo(WS-CantFallos)
               MOVE Fal-Puntos TO TFal-Puntos(WS-CantFallos)
           ELSE
               MOVE Fal-EquLocal TO TFal-EquLocal(WS-CantFallos)
               MOVE Fal-EquVisit TO TFal-EquVisit(WS-CantFallos)
               MOVE Fal-GolLocal TO TFal-GolLocal(WS-CantFallos)
               MOVE Fal-GolVisit TO TFal-GolVisit(WS-CantFallos)
           END-IF.

      * si hay mas de un fallo para el partido rige el ultimo
       200-ResultadoFallado.
           PERFORM VARYING Idx-Fal FROM 1 BY 1
                   UNTIL Idx-Fal > WS-CantFallos
               IF TFal-Tipo(Idx-Fal) IS EQUAL "R"
                   AND TFal-Fecha(Idx-Fal) IS EQUAL LK-Fecha
                   AND TFal-EquLocal(Idx-Fal) IS EQUAL LK-EquLocal
                   AND TFal-EquVisit(Idx-Fal) IS EQUAL LK-EquVisit
                   MOVE TFal-GolLocal(Idx-Fal) TO LK-GolLocal
                   MOVE TFal-GolVisit(Idx-Fal) TO LK-GolVisit
                   MOVE "S" TO LK-Resultado
               END-IF
           END-PERFORM.

       300-PuntosDescontados.
           MOVE ZERO TO LK-Puntos
           PERFORM VARYING Idx-Fal FROM 1 BY 1
                   UNTIL Idx-Fal > WS-CantFallos
               IF TFal-Tipo(Idx-Fal) IS EQUAL "D"
                   AND TFal-Equipo(Idx-Fal) IS EQUAL LK-Equipo
                   AND TFal-Fecha(Idx-Fal) <= LK-Fecha
                   ADD TFal-Puntos(Idx-Fal) TO LK-Puntos
                   MOVE "S" TO LK-Resultado
               END-IF
           END-PERFORM.

       400-SiguienteNota.
           MOVE SPACES TO LK-Nota
           MOVE 0 TO WS-FalEncontrado
           COMPUTE Idx-Fal = LK-Indice + 1
           PERFORM UNTIL Idx-Fal > WS-CantFallos
                   OR WS-FalEncontrado = 1
               IF TFal-Fecha(Idx-Fal) <= LK-Fecha
                   AND ((TFal-Tipo(Idx-Fal) IS EQUAL "D"
                         AND TFal-Equipo(Idx-Fal) IS EQUAL LK-Equipo)
                     OR (TFal-Tipo(Idx-Fal) IS EQUAL "R"
                         AND (TFal-EquLocal(Idx-Fal) IS EQUAL LK-Equipo
                         OR TFal-EquVisit(Idx-Fal) IS EQUAL LK-Equipo)))
                   MOVE 1 TO WS-FalEncontrado
               ELSE
                   ADD 1 TO Idx-Fal
               END-IF
           END-PERFORM
           IF WS-FalEncontrado IS EQUAL 1
               MOVE Idx-Fal TO LK-Indice
               MOVE "S" TO LK-Resultado
               MOVE TFal-FechaResol(Idx-Fal) TO WS-FechaResol-Aux
               IF TFal-Tipo(Idx-Fal) IS EQUAL "D"
                   MOVE TFal-Resolucion(Idx-Fal) TO nd-Resolucion
                   MOVE WS-FR-Dia TO nd-Dia
                   MOVE WS-FR-Mes TO nd-Mes
                   MOVE WS-FR-Anio TO nd-Anio
                   MOVE TFal-Puntos(Idx-Fal) TO nd-Puntos
                   MOVE TFal-Fecha(Idx-Fal) TO nd-Fecha
                   MOVE Nota-Descuento TO LK-Nota
               ELSE
                   MOVE TFal-Resolucion(Idx-Fal) TO nr-Resolucion
                   MOVE WS-FR-Dia TO nr-Dia
                   MOVE WS-FR-Mes TO nr-Mes
                   MOVE WS-FR-Anio TO nr-Anio
                   MOVE TFal-Fecha(Idx-Fal) TO nr-Fecha
                   MOVE TFal-EquLocal(Idx-Fal) TO nr-EquLocal
                   MOVE TFal-EquVisit(Idx-Fal) TO nr-EquVisit
                   MOVE TFal-GolLocal(Idx-Fal) TO nr-GolLocal
                   MOVE TFal-GolVisit(Idx-Fal) TO nr-GolVisit
                   MOVE Nota-Resultado TO LK-Nota
               END-IF
           END-IF.

       END PROGRAM FALLOSTRIB.
