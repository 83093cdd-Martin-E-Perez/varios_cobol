               05 Tpa-GolLocal pic 99.
               05 Tpa-Visit pic 9(2).
               05 Tpa-GolVisit pic 99.
               05 Tpa-FalLocal pic 99.
               05 Tpa-FalVisit pic 99.
       01  WS-IdxPar pic 9(3).

       01  WS-CantTabla pic 99 value zero.
               05 Tp-Pts pic 999 value zero.
               05 Tp-GF pic 999 value zero.
               05 Tp-GC pic 999 value zero.
               05 Tp-Neto pic 999 value zero.
       01  WS-IdxTabla pic 99.
       01  WS-IdxTabla2 pic 99.
       01  WS-TablaEncontrada pic 9.
           03 le-Posiciones pic x(114).

       01  WS-Campo3 pic x(3).

       01  WS-Fal-Funcion pic x.
       01  WS-Fallo.
           03 WS-Fal-Fecha pic 9(2).
           03 WS-Fal-EquLocal pic 9(2).
           03 WS-Fal-EquVisit pic 9(2).
           03 WS-Fal-GolLocal pic 99.
           03 WS-Fal-GolVisit pic 99.
           03 WS-Fal-Equipo pic 9(2).
           03 WS-Fal-Puntos pic 9(3).
           03 WS-Fal-Indice pic 9(3).
           03 WS-Fal-Nota pic x(70).
       01  WS-Fal-Resultado pic x.
       01  WS-HayNotas pic 9 value zero.

       01  Lin-Titulo-Notas.
           03 filler pic x(80) value
           "FALLOS DEL TRIBUNAL DE DISCIPLINA".
       01  Lin-Nota.
           03 ln-Equipo pic z9.
           03 filler pic x(2) value space.
           03 ln-Nombre pic x(14).
           03 filler pic x(2) value space.
           03 ln-Nota pic x(70).
       01  WS-Num2 pic z9.

       PROCEDURE DIVISION.
                           MOVE Prog-EquVisit
                                      TO Tf-Visit(WS-CantFixtures)
                           MOVE SPACE TO Tf-Jugado(WS-CantFixtures)
                       ELSE
                           DISPLAY "EVOLUCION: tabla de fixtures llena"
                           MOVE 8 TO RETURN-CODE
                           GOBACK
                       END-IF
               END-READ
           END-PERFORM
                   MOVE Par-EquLocal TO Tf-Local(WS-CantFixtures)
                   MOVE Par-EquVisit TO Tf-Visit(WS-CantFixtures)
                   MOVE SPACE TO Tf-Jugado(WS-CantFixtures)
               ELSE
                   DISPLAY "EVOLUCION: tabla de fixtures llena"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           ELSE
               ADD 1 TO WS-CantRechazados
               ADD 1 TO WS-CantRechazados
           END-IF.

      * un partido suspendido que el tribunal dio por terminado
      * cuenta como jugado con el resultado del fallo
       085-FalloSuspendido.
           MOVE Par-GolLocal TO WS-GolLocal
           MOVE Par-GolVisit TO WS-GolVisit
           PERFORM 160-BuscarFallo
           IF WS-Fal-Resultado IS EQUAL "S"
               PERFORM 060-ValidarPartido
               IF WS-FixEncontrado IS EQUAL 1
                   PERFORM 150-GuardarPartido
               END-IF
           ELSE
               PERFORM 080-SuspenderPartido
           END-IF.

       100-CargarPartidos.
           OPEN INPUT PARTIDOS
           IF WS-Partidos-Status IS NOT EQUAL "00"
                           WHEN "P"
                               PERFORM 070-ReprogramarPartido
                           WHEN "S"
                               PERFORM 085-FalloSuspendido
                           WHEN OTHER
                               PERFORM 060-ValidarPartido
                               IF WS-FixEncontrado IS EQUAL 1
           END-PERFORM
           CLOSE PARTIDOS
           IF WS-MaxFecha > 38
               DISPLAY "EVOLUCION: mas de 38 fechas - tabla de "
                       "evolucion llena"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-CantRechazados > ZERO
               MOVE WS-CantRechazados TO lrz-Cant
               MOVE WS-GolLocal TO Tpa-GolLocal(WS-CantPartidos)
               MOVE Par-EquVisit TO Tpa-Visit(WS-CantPartidos)
               MOVE WS-GolVisit TO Tpa-GolVisit(WS-CantPartidos)
               PERFORM 160-BuscarFallo
               MOVE WS-Fal-GolLocal TO Tpa-FalLocal(WS-CantPartidos)
               MOVE WS-Fal-GolVisit TO Tpa-FalVisit(WS-CantPartidos)
               IF Par-Fecha > WS-MaxFecha
                   MOVE Par-Fecha TO WS-MaxFecha
               END-IF
           ELSE
               DISPLAY "EVOLUCION: tabla de partidos llena"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      * los goles jugados quedan para goles a favor y en contra; los
      * puntos salen del resultado fallado por el tribunal
       160-BuscarFallo.
           MOVE "R" TO WS-Fal-Funcion
           MOVE Par-Fecha TO WS-Fal-Fecha
           MOVE Par-EquLocal TO WS-Fal-EquLocal
           MOVE Par-EquVisit TO WS-Fal-EquVisit
           MOVE WS-GolLocal TO WS-Fal-GolLocal
           MOVE WS-GolVisit TO WS-Fal-GolVisit
           CALL "FALLOSTRIB" USING WS-Fal-Funcion WS-Fallo
                                   WS-Fal-Resultado
           IF WS-Fal-Resultado IS EQUAL "X"
               DISPLAY "EVOLUCION: no se pudo cargar la tabla de fallos"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       200-CargarNombres.
                           MOVE Equ-Codigo TO Tn-Cod(WS-CantNombres)
                           MOVE Equ-Nombre
                                      TO Tn-Nombre(WS-CantNombres)
                       ELSE
                           DISPLAY "EVOLUCION: tabla de equipos llena"
                           MOVE 8 TO RETURN-CODE
                           GOBACK
                       END-IF
               END-READ
           END-PERFORM
           PERFORM 460-BuscarOAltaEquipo
           ADD Tpa-GolVisit(WS-IdxPar) TO Tp-GF(WS-IdxTabla)
           ADD Tpa-GolLocal(WS-IdxPar) TO Tp-GC(WS-IdxTabla)
           IF Tpa-FalLocal(WS-IdxPar) > Tpa-FalVisit(WS-IdxPar)
               ADD 3 TO Tp-Pts(WS-IdxTabla2)
           ELSE
               IF Tpa-FalLocal(WS-IdxPar) < Tpa-FalVisit(WS-IdxPar)
                   ADD 3 TO Tp-Pts(WS-IdxTabla)
               ELSE
                   ADD 1 TO Tp-Pts(WS-IdxTabla2)
                   ADD 1 TO WS-CantTabla
                   MOVE WS-CantTabla TO WS-IdxTabla
                   MOVE WS-CodigoEquipo TO Tp-Cod(WS-IdxTabla)
               ELSE
                   DISPLAY "EVOLUCION: tabla de posiciones llena"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

       500-RegistrarPosiciones.
           PERFORM VARYING WS-IdxTabla FROM 1 BY 1
                   UNTIL WS-IdxTabla > WS-CantTabla
               PERFORM 510-DescontarPuntos
           END-PERFORM
           PERFORM VARYING WS-IdxTabla FROM 1 BY 1
                   UNTIL WS-IdxTabla > WS-CantTabla
               MOVE 1 TO WS-Posicion
                          TO Te-Pos(WS-IdxTabla, WS-FechaActual)
           END-PERFORM.

      * los descuentos del tribunal rigen desde la fecha del fallo;
      * el puntaje no baja de cero
       510-DescontarPuntos.
           MOVE "P" TO WS-Fal-Funcion
           MOVE WS-FechaActual TO WS-Fal-Fecha
           MOVE Tp-Cod(WS-IdxTabla) TO WS-Fal-Equipo
           CALL "FALLOSTRIB" USING WS-Fal-Funcion WS-Fallo
                                   WS-Fal-Resultado
           IF WS-Fal-Resultado IS EQUAL "X"
               DISPLAY "EVOLUCION: no se pudo cargar la tabla de fallos"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-Fal-Puntos > Tp-Pts(WS-IdxTabla)
               MOVE ZERO TO Tp-Neto(WS-IdxTabla)
           ELSE
               COMPUTE Tp-Neto(WS-IdxTabla) = Tp-Pts(WS-IdxTabla)
                                            - WS-Fal-Puntos
           END-IF.

       550-CompararEquipos.
           MOVE 0 TO WS-EsMejor
           COMPUTE WS-Dif1 = Tp-GF(WS-IdxTabla2)
                                       - Tp-GC(WS-IdxTabla2)
           COMPUTE WS-Dif2 = Tp-GF(WS-IdxTabla)
                                       - Tp-GC(WS-IdxTabla)
           IF Tp-Neto(WS-IdxTabla2) > Tp-Neto(WS-IdxTabla)
               MOVE 1 TO WS-EsMejor
           ELSE
               IF Tp-Neto(WS-IdxTabla2) = Tp-Neto(WS-IdxTabla)
                   IF WS-Dif1 > WS-Dif2
                       MOVE 1 TO WS-EsMejor
                   ELSE
                   UNTIL WS-IdxTabla > WS-CantTabla
               PERFORM 850-ImprimoLineaEquipo
           END-PERFORM
           PERFORM VARYING WS-IdxTabla FROM 1 BY 1
                   UNTIL WS-IdxTabla > WS-CantTabla
               PERFORM 870-ImprimoNotasEquipo
           END-PERFORM
           CLOSE EVOLUCION-REPORT.

       850-ImprimoLineaEquipo.
           WRITE Evo-Reg FROM Lin-Equipo
           DISPLAY Lin-Equipo(1:78).

       870-ImprimoNotasEquipo.
           MOVE "N" TO WS-Fal-Funcion
           MOVE WS-MaxFecha TO WS-Fal-Fecha
           MOVE Tp-Cod(WS-IdxTabla) TO WS-Fal-Equipo
           MOVE ZERO TO WS-Fal-Indice
           MOVE "S" TO WS-Fal-Resultado
           PERFORM UNTIL WS-Fal-Resultado IS NOT EQUAL "S"
               CALL "FALLOSTRIB" USING WS-Fal-Funcion WS-Fallo
                                       WS-Fal-Resultado
               IF WS-Fal-Resultado IS EQUAL "X"
                   DISPLAY "EVOLUCION: no se pudo cargar la tabla "
                           "de fallos"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               IF WS-Fal-Resultado IS EQUAL "S"
                   IF WS-HayNotas IS EQUAL 0
                       MOVE 1 TO WS-HayNotas
                       WRITE Evo-Reg FROM Lin-Blanco
                       WRITE Evo-Reg FROM Lin-Titulo-Notas
                   END-IF
                   MOVE Tp-Cod(WS-IdxTabla) TO ln-Equipo
                   PERFORM 860-BuscarNombre
                   MOVE le-Nombre TO ln-Nombre
                   MOVE WS-Fal-Nota TO ln-Nota
                   WRITE Evo-Reg FROM Lin-Nota
               END-IF
           END-PERFORM.

       860-BuscarNombre.
           MOVE 0 TO WS-NomEncontrado
           MOVE SPACES TO le-Nombre
