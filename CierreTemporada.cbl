           WS-Path-Jugadores-Hist
           ORGANIZATION is line sequential.

           SELECT PROMEDIOS ASSIGN TO DYNAMIC
           WS-Path-Promedios
           ORGANIZATION is line sequential
           FILE STATUS is WS-Promedios-Status.

      ******************************************************************
       DATA DIVISION.
        FILE SECTION.
       FD  JUGADORES-HIST.
       01  JugHist-Reg pic x(80).

       FD  PROMEDIOS.
       01  Prom-Reg pic x(132).

       WORKING-STORAGE SECTION.

       01  WS-Path-Partidos pic x(100) value
       01  WS-GolAcum-Status pic xx.
       01  WS-Path-Jugadores-Hist pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\jugadores-hist.txt".
       01  WS-Path-Promedios pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\descenso-promedios.txt".
       01  WS-Promedios-Status pic xx.
       01  WS-Path-Override pic x(100).

       01  WS-Partidos-Status pic xx.
           03 filler pic x value ".".
           03 WS-Sufijo-Temp pic x(4).

      * modo M = monitoreo a mitad de temporada: solo la tabla de
      * promedios desde los partidos actuales, sin cerrar nada
       01  WS-Modo pic x value space.
       01  WS-Param-Num pic x(2).
       01  WS-Param-Clave pic x(30).
       01  WS-Param-Valor pic x(100).
       01  WS-Param-Origen pic x.
       01  Lin-Param.
           03 filler pic x(10) value "PARAMETRO ".
           03 lpar-Clave pic x(30).
           03 lpar-Valor pic x(20).
           03 filler pic x(9) value " ORIGEN: ".
           03 lpar-Origen pic x.
       01  WS-CantTempProm pic 9 value 3.
       01  WS-CantDescensos pic 99 value 2.
       01  WS-FlagPosAcum pic 9 value zero.

      * Ts-Temporada(1) es la temporada actual, las demas son las
      * anteriores de la mas reciente a la mas antigua
       01  WS-CantTemp pic 9 value zero.
       01  Tabla-TempProm.
           03 Ts-Temporada OCCURS 5 times pic x(4).
       01  WS-IdxTemp pic 9.
       01  WS-Ts-Temp pic x(4).
       01  WS-TempEncontrada pic 9.

       01  Tabla-Promedios.
           03 Pr-Equipo OCCURS 20 times.
               05 Pr-Cod pic 9(2).
               05 Pr-Nombre pic x(15).
               05 Pr-Temp OCCURS 5 times.
                   07 Pr-Pts pic 999.
                   07 Pr-PJ pic 99.
               05 Pr-TotPts pic 9(4).
               05 Pr-TotPJ pic 9(3).
               05 Pr-Promedio pic 9v999.
               05 Pr-PtsAct pic 999.
               05 Pr-DifAct pic s9(4).
               05 Pr-GFAct pic 999.
       01  WS-Pr-Temp pic x(63).

       01  Lin-Titulo-Promedios.
           03 filler pic x(36) value
           "DESCENSO POR PROMEDIOS - TEMPORADA ".
           03 ltp-Temporada pic x(4).
           03 filler pic x(2) value space.
           03 ltp-Estado pic x(20).
       01  Lin-Criterio.
           03 filler pic x(50) value
           "Orden: promedio, puntos de la temporada actual, ".
           03 filler pic x(40) value
           "diferencia de gol, goles a favor".
       01  Lin-Encab-Promedios.
           03 filler pic x(23) value "Pue Equ Nombre".
           03 lhp-Col OCCURS 5 times.
               05 filler pic x(4) value space.
               05 lhp-Temp pic x(4).
           03 filler pic x(20) value "   Pts   PJ Promedio".
       01  Lin-Promedio.
           03 lp-Puesto pic z9.
           03 filler pic x(2) value space.
           03 lp-Equipo pic z9.
           03 filler pic x(2) value space.
           03 lp-Nombre pic x(15).
           03 lp-Col OCCURS 5 times.
               05 filler pic x(2) value space.
               05 lp-ColDato.
                   07 lp-ColPts pic zz9.
                   07 lp-ColBarra pic x.
                   07 lp-ColPJ pic z9.
               05 lp-ColVacio redefines lp-ColDato pic x(6).
           03 filler pic x(2) value space.
           03 lp-TotPts pic zzz9.
           03 filler pic x(2) value space.
           03 lp-TotPJ pic zz9.
           03 filler pic x(4) value space.
           03 lp-Promedio pic 9,999.
           03 filler pic x(2) value space.
           03 lp-Marca pic x(15).

       01  WS-CantSancionesLevantadas pic 9(5) value zero.
       01  WS-CantJugArchivados pic 9(7) value zero.

           03 l-Pos-GC pic zz9.
           03 filler pic x(2) value space.
           03 l-Pos-Dif pic ---9.
           03 filler pic x value space.
           03 l-Pos-Marca pic x(3).

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
           03 filler pic x(40) value
           "(*) FALLOS DEL TRIBUNAL DE DISCIPLINA".
       01  Lin-Nota.
           03 ln-Equipo pic z9.
           03 filler pic x(2) value space.
           03 ln-Nota pic x(70).

       01  Lin-Resumen1.
           03 filler pic x(30) value "Jugadores archivados:".
           PERFORM 100-CargarNombresEquipo
           PERFORM 150-CargarFixtures
           PERFORM 200-ArmarPosiciones
           IF WS-Modo IS EQUAL "M"
               PERFORM 600-PromediosDescenso
           ELSE
               PERFORM 300-ArchivarPosiciones
               PERFORM 600-PromediosDescenso
               PERFORM 400-ProcesarJugadores
               PERFORM 500-ArchivarGoleadores
               PERFORM 900-ImprimoResumen
           END-IF

           GOBACK.

           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Programados
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "CIERRETEMP-PROMEDIOS-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Promedios
           END-IF
           ACCEPT WS-Modo FROM ENVIRONMENT "CIERRETEMP-MODO"
           IF WS-Modo IS NOT EQUAL SPACE AND WS-Modo IS NOT EQUAL "M"
               DISPLAY "CIERRETEMP: CIERRETEMP-MODO invalido: "
                       WS-Modo
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "CIERRETEMP-PROM-TEMPORADAS" TO WS-Param-Clave
           PERFORM 010-ObtenerParametro
           MOVE WS-Param-Valor(1:2) TO WS-Param-Num
           IF WS-Param-Num(1:1) IS NUMERIC
               AND WS-Param-Num(2:1) IS EQUAL SPACE
               IF WS-Param-Num(1:1) >= "1" AND <= "5"
                   MOVE WS-Param-Num(1:1) TO WS-CantTempProm
               ELSE
                   DISPLAY "CIERRETEMP: CIERRETEMP-PROM-TEMPORADAS "
                           "debe ser de 1 a 5"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           MOVE "CIERRETEMP-DESCENSOS" TO WS-Param-Clave
           PERFORM 010-ObtenerParametro
           MOVE WS-Param-Valor(1:2) TO WS-Param-Num
           IF WS-Param-Num IS NUMERIC
               MOVE WS-Param-Num TO WS-CantDescensos
           ELSE
               IF WS-Param-Num(1:1) IS NUMERIC
                   AND WS-Param-Num(2:1) IS EQUAL SPACE
                   MOVE WS-Param-Num(1:1) TO WS-CantDescensos
               END-IF
           END-IF
           MOVE WS-Temporada TO WS-Sufijo-Temp
           MOVE WS-Path-Posiciones-Hist TO WS-Path-Override
           PERFORM 050-AgregarSufijo
           MOVE WS-Path-Override TO WS-Path-Goleadores-Hist
           MOVE WS-Path-Jugadores-Hist TO WS-Path-Override
           PERFORM 050-AgregarSufijo
           MOVE WS-Path-Override TO WS-Path-Jugadores-Hist
           IF WS-Modo IS NOT EQUAL "M"
               MOVE WS-Path-Promedios TO WS-Path-Override
               PERFORM 050-AgregarSufijo
               MOVE WS-Path-Override TO WS-Path-Promedios
           END-IF.

       010-ObtenerParametro.
           MOVE SPACES TO WS-Param-Valor
           CALL "PARAMLEE" USING WS-Param-Clave WS-Param-Valor
                                 WS-Param-Origen
           MOVE WS-Param-Clave TO lpar-Clave
           MOVE WS-Param-Valor(1:20) TO lpar-Valor
           MOVE WS-Param-Origen TO lpar-Origen
           DISPLAY Lin-Param
           IF WS-Param-Origen IS EQUAL "X"
               DISPLAY "CIERRETEMP: no se pudieron cargar los "
                       "parametros"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       050-AgregarSufijo.
           PERFORM VARYING WS-Largo-Path FROM 100 BY -1
                           MOVE Equ-Codigo TO Tn-Cod(WS-CantNombres)
                           MOVE Equ-Nombre
                                      TO Tn-Nombre(WS-CantNombres)
                       ELSE
                           DISPLAY "CIERRETEMP: tabla de equipos llena"
                           MOVE 8 TO RETURN-CODE
                           GOBACK
                       END-IF
               END-READ
           END-PERFORM
                           MOVE Prog-EquVisit
                                      TO Tf-Visit(WS-CantFixtures)
                           MOVE SPACE TO Tf-Jugado(WS-CantFixtures)
                       ELSE
                           DISPLAY "CIERRETEMP: tabla de fixtures llena"
                           MOVE 8 TO RETURN-CODE
                           GOBACK
                       END-IF
               END-READ
           END-PERFORM
                   MOVE Par-EquLocal TO Tf-Local(WS-CantFixtures)
                   MOVE Par-EquVisit TO Tf-Visit(WS-CantFixtures)
                   MOVE SPACE TO Tf-Jugado(WS-CantFixtures)
               ELSE
                   DISPLAY "CIERRETEMP: tabla de fixtures llena"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           ELSE
               ADD 1 TO WS-CantPartRechazados
                   WHEN "P"
                       PERFORM 170-ReprogramarPartido
                   WHEN "S"
                       PERFORM 190-FalloSuspendido
                   WHEN OTHER
                       PERFORM 160-ValidarPartido
                       IF WS-FixEncontrado IS EQUAL 1
               MOVE WS-CantPartRechazados TO lrz-Cant
               DISPLAY Lin-Rechazados
           END-IF
           PERFORM 240-DescontarPuntos
           PERFORM 250-OrdenarPosiciones.

      * un partido suspendido que el tribunal dio por terminado
      * cuenta como jugado con el resultado del fallo
       190-FalloSuspendido.
           MOVE Par-GolLocal TO WS-GolLocal
           MOVE Par-GolVisit TO WS-GolVisit
           PERFORM 225-BuscarFallo
           IF WS-Fal-Resultado IS EQUAL "S"
               PERFORM 160-ValidarPartido
               IF WS-FixEncontrado IS EQUAL 1
                   PERFORM 220-ProcesarPartido
               END-IF
           ELSE
               PERFORM 180-SuspenderPartido
           END-IF.

       210-LeerPartido.
           READ PARTIDOS AT END MOVE 1 TO WS-FlagPartidos.

           PERFORM 230-BuscarOAltaEquipo
           ADD WS-GolVisit TO Tp-GF(WS-IdxTabla)
           ADD WS-GolLocal TO Tp-GC(WS-IdxTabla)
           PERFORM 225-BuscarFallo
           IF WS-Fal-GolLocal > WS-Fal-GolVisit
               ADD 3 TO Tp-Pts(WS-IdxTabla2)
               ADD 1 TO Tp-PG(WS-IdxTabla2)
               ADD 1 TO Tp-PP(WS-IdxTabla)
           ELSE
               IF WS-Fal-GolLocal < WS-Fal-GolVisit
                   ADD 3 TO Tp-Pts(WS-IdxTabla)
                   ADD 1 TO Tp-PG(WS-IdxTabla)
                   ADD 1 TO Tp-PP(WS-IdxTabla2)
               END-IF
           END-IF.

      * los goles jugados quedan para goles a favor y en contra; los
      * puntos salen del resultado fallado por el tribunal
       225-BuscarFallo.
           MOVE "R" TO WS-Fal-Funcion
           MOVE Par-Fecha TO WS-Fal-Fecha
           MOVE Par-EquLocal TO WS-Fal-EquLocal
           MOVE Par-EquVisit TO WS-Fal-EquVisit
           MOVE WS-GolLocal TO WS-Fal-GolLocal
           MOVE WS-GolVisit TO WS-Fal-GolVisit
           CALL "FALLOSTRIB" USING WS-Fal-Funcion WS-Fallo
                                   WS-Fal-Resultado
           IF WS-Fal-Resultado IS EQUAL "X"
               DISPLAY "CIERRETEMP: no se pudo cargar la tabla "
                       "de fallos"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       230-BuscarOAltaEquipo.
           MOVE 0 TO WS-TablaEncontrada
           PERFORM VARYING WS-IdxTabla FROM 1 BY 1
                   ADD 1 TO WS-CantTabla
                   MOVE WS-CantTabla TO WS-IdxTabla
                   MOVE WS-CodigoEquipo TO Tp-Cod(WS-IdxTabla)
               ELSE
                   DISPLAY "CIERRETEMP: tabla de posiciones llena"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

      * al cierre rigen todos los descuentos de la temporada; el
      * puntaje no baja de cero
       240-DescontarPuntos.
           PERFORM VARYING WS-IdxTabla FROM 1 BY 1
                      UNTIL WS-IdxTabla > WS-CantTabla
               MOVE "P" TO WS-Fal-Funcion
               MOVE 99 TO WS-Fal-Fecha
               MOVE Tp-Cod(WS-IdxTabla) TO WS-Fal-Equipo
               CALL "FALLOSTRIB" USING WS-Fal-Funcion WS-Fallo
                                       WS-Fal-Resultado
               IF WS-Fal-Resultado IS EQUAL "X"
                   DISPLAY "CIERRETEMP: no se pudo cargar la tabla "
                           "de fallos"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               IF WS-Fal-Puntos > Tp-Pts(WS-IdxTabla)
                   MOVE ZERO TO Tp-Pts(WS-IdxTabla)
               ELSE
                   SUBTRACT WS-Fal-Puntos FROM Tp-Pts(WS-IdxTabla)
               END-IF
           END-PERFORM.

       250-OrdenarPosiciones.
           PERFORM VARYING WS-IdxTabla FROM 1 BY 1
                      UNTIL WS-IdxTabla >= WS-CantTabla
               COMPUTE WS-Dif1 = Tp-GF(WS-IdxTabla)
                                       - Tp-GC(WS-IdxTabla)
               MOVE WS-Dif1 TO l-Pos-Dif
               PERFORM 320-MarcarFallo
               WRITE Pos-Reg FROM Lin-Posicion
               MOVE SPACES TO PosA-Reg
               MOVE WS-Temporada TO PosA-Temporada
               WRITE PosA-Reg
           END-PERFORM
           CLOSE POSICIONES-ACUM
           IF WS-HayNotas IS EQUAL 1
               PERFORM 330-ImprimoNotas
           END-IF
           CLOSE POSICIONES-HIST.

       310-BuscarNombreEquipo.
               MOVE Tn-Nombre(WS-IdxNom) TO l-Pos-Nombre
           END-IF.

       320-MarcarFallo.
           MOVE SPACES TO l-Pos-Marca
           MOVE "N" TO WS-Fal-Funcion
           MOVE 99 TO WS-Fal-Fecha
           MOVE Tp-Cod(WS-IdxTabla) TO WS-Fal-Equipo
           MOVE ZERO TO WS-Fal-Indice
           CALL "FALLOSTRIB" USING WS-Fal-Funcion WS-Fallo
                                   WS-Fal-Resultado
           IF WS-Fal-Resultado IS EQUAL "X"
               DISPLAY "CIERRETEMP: no se pudo cargar la tabla "
                       "de fallos"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-Fal-Resultado IS EQUAL "S"
               MOVE "(*)" TO l-Pos-Marca
               MOVE 1 TO WS-HayNotas
           END-IF.

       330-ImprimoNotas.
           MOVE SPACES TO Pos-Reg
           WRITE Pos-Reg
           WRITE Pos-Reg FROM Lin-Titulo-Notas
           PERFORM VARYING WS-IdxTabla FROM 1 BY 1
                      UNTIL WS-IdxTabla > WS-CantTabla
               MOVE "N" TO WS-Fal-Funcion
               MOVE 99 TO WS-Fal-Fecha
               MOVE Tp-Cod(WS-IdxTabla) TO WS-Fal-Equipo
               MOVE ZERO TO WS-Fal-Indice
               MOVE "S" TO WS-Fal-Resultado
               PERFORM UNTIL WS-Fal-Resultado IS NOT EQUAL "S"
                   CALL "FALLOSTRIB" USING WS-Fal-Funcion WS-Fallo
                                           WS-Fal-Resultado
                   IF WS-Fal-Resultado IS EQUAL "X"
                       DISPLAY "CIERRETEMP: no se pudo cargar la tabla "
                               "de fallos"
                       MOVE 8 TO RETURN-CODE
                       GOBACK
                   END-IF
                   IF WS-Fal-Resultado IS EQUAL "S"
                       MOVE Tp-Cod(WS-IdxTabla) TO ln-Equipo
                       MOVE WS-Fal-Nota TO ln-Nota
                       WRITE Pos-Reg FROM Lin-Nota
                   END-IF
               END-PERFORM
           END-PERFORM.

       400-ProcesarJugadores.
           OPEN I-O JUGADORES
           IF WS-Jugadores-Status IS NOT EQUAL "00"
               MOVE Jug-Idx-Codigo TO Tg-Cod(WS-CantGoleadores)
               MOVE Jug-Idx-Equ TO Tg-Equ(WS-CantGoleadores)
               MOVE Jug-Idx-Goles TO Tg-Goles(WS-CantGoleadores)
           ELSE
               DISPLAY "CIERRETEMP: tabla de goleadores llena"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       500-ArchivarGoleadores.
               END-PERFORM
           END-PERFORM.

      * promedio = puntos / partidos jugados de las ultimas
      * temporadas en POSICIONES-ACUM mas la actual; un club
      * ascendido solo suma las temporadas que jugo en la categoria
       600-PromediosDescenso.
           MOVE 1 TO WS-CantTemp
           MOVE WS-Temporada TO Ts-Temporada(1)
           PERFORM VARYING WS-IdxTabla FROM 1 BY 1
                      UNTIL WS-IdxTabla > WS-CantTabla
               INITIALIZE Pr-Equipo(WS-IdxTabla)
               MOVE Tp-Cod(WS-IdxTabla) TO Pr-Cod(WS-IdxTabla)
               PERFORM 310-BuscarNombreEquipo
               MOVE l-Pos-Nombre TO Pr-Nombre(WS-IdxTabla)
               MOVE Tp-Pts(WS-IdxTabla) TO Pr-Pts(WS-IdxTabla, 1)
               COMPUTE Pr-PJ(WS-IdxTabla, 1) = Tp-PG(WS-IdxTabla)
                       + Tp-PE(WS-IdxTabla) + Tp-PP(WS-IdxTabla)
               MOVE Tp-Pts(WS-IdxTabla) TO Pr-PtsAct(WS-IdxTabla)
               COMPUTE Pr-DifAct(WS-IdxTabla) = Tp-GF(WS-IdxTabla)
                                              - Tp-GC(WS-IdxTabla)
               MOVE Tp-GF(WS-IdxTabla) TO Pr-GFAct(WS-IdxTabla)
           END-PERFORM
           IF WS-CantTempProm > 1
               PERFORM 610-ElegirTemporadas
               PERFORM 630-AcumularTemporadas
           END-IF
           PERFORM VARYING WS-IdxTabla FROM 1 BY 1
                      UNTIL WS-IdxTabla > WS-CantTabla
               PERFORM 650-CalcularPromedio
           END-PERFORM
           PERFORM 660-OrdenarPromedios
           PERFORM 680-ImprimoPromedios.

       610-ElegirTemporadas.
           MOVE 0 TO WS-FlagPosAcum
           OPEN INPUT POSICIONES-ACUM
           IF WS-PosAcum-Status IS NOT EQUAL "00"
               MOVE 1 TO WS-FlagPosAcum
           END-IF
           PERFORM UNTIL WS-FlagPosAcum IS EQUAL 1
               READ POSICIONES-ACUM
                   AT END MOVE 1 TO WS-FlagPosAcum
                   NOT AT END
                       IF PosA-Temporada < WS-Temporada
                           PERFORM 620-RegistrarTemporada
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PosAcum-Status IS NOT EQUAL "35"
               CLOSE POSICIONES-ACUM
           END-IF.

      * se quedan las temporadas anteriores mas recientes, ordenadas
      * de mayor a menor
       620-RegistrarTemporada.
           MOVE 0 TO WS-TempEncontrada
           PERFORM VARYING WS-IdxTemp FROM 2 BY 1
                      UNTIL WS-IdxTemp > WS-CantTemp
               IF Ts-Temporada(WS-IdxTemp) IS EQUAL PosA-Temporada
                   MOVE 1 TO WS-TempEncontrada
               END-IF
           END-PERFORM
           IF WS-TempEncontrada IS EQUAL 0
               IF WS-CantTemp < WS-CantTempProm
                   ADD 1 TO WS-CantTemp
                   MOVE PosA-Temporada TO Ts-Temporada(WS-CantTemp)
               ELSE
                   IF PosA-Temporada > Ts-Temporada(WS-CantTemp)
                       MOVE PosA-Temporada
                                       TO Ts-Temporada(WS-CantTemp)
                   ELSE
                       MOVE 1 TO WS-TempEncontrada
                   END-IF
               END-IF
           END-IF
           IF WS-TempEncontrada IS EQUAL 0
               PERFORM VARYING WS-IdxTemp FROM WS-CantTemp BY -1
                          UNTIL WS-IdxTemp < 3
                   IF Ts-Temporada(WS-IdxTemp)
                                   > Ts-Temporada(WS-IdxTemp - 1)
                       MOVE Ts-Temporada(WS-IdxTemp) TO WS-Ts-Temp
                       MOVE Ts-Temporada(WS-IdxTemp - 1)
                                       TO Ts-Temporada(WS-IdxTemp)
                       MOVE WS-Ts-Temp
                                       TO Ts-Temporada(WS-IdxTemp - 1)
                   END-IF
               END-PERFORM
           END-IF.

       630-AcumularTemporadas.
           MOVE 0 TO WS-FlagPosAcum
           OPEN INPUT POSICIONES-ACUM
           IF WS-PosAcum-Status IS NOT EQUAL "00"
               MOVE 1 TO WS-FlagPosAcum
           END-IF
           PERFORM UNTIL WS-FlagPosAcum IS EQUAL 1
               READ POSICIONES-ACUM
                   AT END MOVE 1 TO WS-FlagPosAcum
                   NOT AT END PERFORM 640-AcumularRegistro
               END-READ
           END-PERFORM
           IF WS-PosAcum-Status IS NOT EQUAL "35"
               CLOSE POSICIONES-ACUM
           END-IF.

       640-AcumularRegistro.
           MOVE 0 TO WS-TempEncontrada
           PERFORM VARYING WS-IdxTemp FROM 2 BY 1
                      UNTIL WS-IdxTemp > WS-CantTemp
                      OR WS-TempEncontrada = 1
               IF Ts-Temporada(WS-IdxTemp) IS EQUAL PosA-Temporada
                   MOVE 1 TO WS-TempEncontrada
               END-IF
           END-PERFORM
           IF WS-TempEncontrada IS EQUAL 1
               SUBTRACT 1 FROM WS-IdxTemp
               MOVE 0 TO WS-TablaEncontrada
               PERFORM VARYING WS-IdxTabla FROM 1 BY 1
                          UNTIL WS-IdxTabla > WS-CantTabla
                          OR WS-TablaEncontrada = 1
                   IF Pr-Cod(WS-IdxTabla) = PosA-Equipo
                       MOVE 1 TO WS-TablaEncontrada
                   END-IF
               END-PERFORM
               IF WS-TablaEncontrada IS EQUAL 1
                   SUBTRACT 1 FROM WS-IdxTabla
                   ADD PosA-Pts TO Pr-Pts(WS-IdxTabla, WS-IdxTemp)
                   ADD PosA-PG PosA-PE PosA-PP
                                   TO Pr-PJ(WS-IdxTabla, WS-IdxTemp)
               END-IF
           END-IF.

       650-CalcularPromedio.
           PERFORM VARYING WS-IdxTemp FROM 1 BY 1
                      UNTIL WS-IdxTemp > WS-CantTemp
               ADD Pr-Pts(WS-IdxTabla, WS-IdxTemp)
                                   TO Pr-TotPts(WS-IdxTabla)
               ADD Pr-PJ(WS-IdxTabla, WS-IdxTemp)
                                   TO Pr-TotPJ(WS-IdxTabla)
           END-PERFORM
           IF Pr-TotPJ(WS-IdxTabla) > ZERO
               COMPUTE Pr-Promedio(WS-IdxTabla) ROUNDED =
                       Pr-TotPts(WS-IdxTabla) / Pr-TotPJ(WS-IdxTabla)
           ELSE
               MOVE ZERO TO Pr-Promedio(WS-IdxTabla)
           END-IF.

       660-OrdenarPromedios.
           PERFORM VARYING WS-IdxTabla FROM 1 BY 1
                      UNTIL WS-IdxTabla >= WS-CantTabla
               PERFORM VARYING WS-IdxTabla2 FROM 1 BY 1
                      UNTIL WS-IdxTabla2 > WS-CantTabla - WS-IdxTabla
                   PERFORM 670-CompararPromedios
                   IF WS-Intercambiar IS EQUAL 1
                       MOVE Pr-Equipo(WS-IdxTabla2) TO WS-Pr-Temp
                       MOVE Pr-Equipo(WS-IdxTabla2 + 1)
                                       TO Pr-Equipo(WS-IdxTabla2)
                       MOVE WS-Pr-Temp
                                       TO Pr-Equipo(WS-IdxTabla2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      * se intercambia cuando el de abajo va primero segun el orden
       670-CompararPromedios.
           MOVE 0 TO WS-Intercambiar
           IF Pr-Promedio(WS-IdxTabla2) < Pr-Promedio(WS-IdxTabla2 + 1)
               MOVE 1 TO WS-Intercambiar
           END-IF
           IF Pr-Promedio(WS-IdxTabla2) = Pr-Promedio(WS-IdxTabla2 + 1)
               AND Pr-PtsAct(WS-IdxTabla2) < Pr-PtsAct(WS-IdxTabla2 + 1)
               MOVE 1 TO WS-Intercambiar
           END-IF
           IF Pr-Promedio(WS-IdxTabla2) = Pr-Promedio(WS-IdxTabla2 + 1)
               AND Pr-PtsAct(WS-IdxTabla2) = Pr-PtsAct(WS-IdxTabla2 + 1)
               AND Pr-DifAct(WS-IdxTabla2) < Pr-DifAct(WS-IdxTabla2 + 1)
               MOVE 1 TO WS-Intercambiar
           END-IF
           IF Pr-Promedio(WS-IdxTabla2) = Pr-Promedio(WS-IdxTabla2 + 1)
               AND Pr-PtsAct(WS-IdxTabla2) = Pr-PtsAct(WS-IdxTabla2 + 1)
               AND Pr-DifAct(WS-IdxTabla2) = Pr-DifAct(WS-IdxTabla2 + 1)
               AND Pr-GFAct(WS-IdxTabla2) < Pr-GFAct(WS-IdxTabla2 + 1)
               MOVE 1 TO WS-Intercambiar
           END-IF.

       680-ImprimoPromedios.
           OPEN OUTPUT PROMEDIOS
           IF WS-Promedios-Status IS NOT EQUAL "00"
               DISPLAY "CIERRETEMP: no se pudo abrir PROMEDIOS "
                       "- estado " WS-Promedios-Status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-Temporada TO ltp-Temporada
           IF WS-Modo IS EQUAL "M"
               MOVE "(PARCIAL)" TO ltp-Estado
           ELSE
               MOVE "(AL CIERRE)" TO ltp-Estado
           END-IF
           WRITE Prom-Reg FROM Lin-Titulo-Promedios
           WRITE Prom-Reg FROM Lin-Criterio
           MOVE SPACES TO Prom-Reg
           WRITE Prom-Reg
           PERFORM VARYING WS-IdxTemp FROM 1 BY 1
                      UNTIL WS-IdxTemp > 5
               IF WS-IdxTemp > WS-CantTemp
                   MOVE SPACES TO lhp-Temp(WS-IdxTemp)
               ELSE
                   MOVE Ts-Temporada(WS-IdxTemp)
                                   TO lhp-Temp(WS-IdxTemp)
               END-IF
           END-PERFORM
           WRITE Prom-Reg FROM Lin-Encab-Promedios
           PERFORM VARYING WS-IdxTabla FROM 1 BY 1
                      UNTIL WS-IdxTabla > WS-CantTabla
               PERFORM 690-ImprimoLineaPromedio
           END-PERFORM
           CLOSE PROMEDIOS.

       690-ImprimoLineaPromedio.
           MOVE WS-IdxTabla TO lp-Puesto
           MOVE Pr-Cod(WS-IdxTabla) TO lp-Equipo
           MOVE Pr-Nombre(WS-IdxTabla) TO lp-Nombre
           PERFORM VARYING WS-IdxTemp FROM 1 BY 1
                      UNTIL WS-IdxTemp > 5
               IF WS-IdxTemp > WS-CantTemp
                   MOVE SPACES TO lp-ColVacio(WS-IdxTemp)
               ELSE
                   IF Pr-PJ(WS-IdxTabla, WS-IdxTemp) IS EQUAL ZERO
                       MOVE "    --" TO lp-ColVacio(WS-IdxTemp)
                   ELSE
                       MOVE Pr-Pts(WS-IdxTabla, WS-IdxTemp)
                                       TO lp-ColPts(WS-IdxTemp)
                       MOVE "/" TO lp-ColBarra(WS-IdxTemp)
                       MOVE Pr-PJ(WS-IdxTabla, WS-IdxTemp)
                                       TO lp-ColPJ(WS-IdxTemp)
                   END-IF
               END-IF
           END-PERFORM
           MOVE Pr-TotPts(WS-IdxTabla) TO lp-TotPts
           MOVE Pr-TotPJ(WS-IdxTabla) TO lp-TotPJ
           MOVE Pr-Promedio(WS-IdxTabla) TO lp-Promedio
           MOVE SPACES TO lp-Marca
           IF WS-IdxTabla > WS-CantTabla - WS-CantDescensos
               IF WS-Modo IS EQUAL "M"
                   MOVE "ZONA DESCENSO" TO lp-Marca
               ELSE
                   MOVE "DESCIENDE" TO lp-Marca
               END-IF
           END-IF
           WRITE Prom-Reg FROM Lin-Promedio.

       900-ImprimoResumen.
           MOVE WS-CantJugArchivados TO lr-Archivados
           MOVE WS-CantSancionesLevantadas TO lr-Levantadas
