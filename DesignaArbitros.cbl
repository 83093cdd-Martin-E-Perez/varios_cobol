      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DESIGARB.
      ******************************************************************
       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
           SELECT ARBITROS ASSIGN TO DYNAMIC
           WS-Path-Arbitros
           ORGANIZATION is INDEXED
           ACCESS MODE is SEQUENTIAL
           RECORD KEY is Arb-Codigo
           FILE STATUS is WS-Arbitros-Status.

           SELECT INDISPONIBLES ASSIGN TO DYNAMIC
           WS-Path-Indisponibles
           ORGANIZATION is line sequential
           FILE STATUS is WS-Indisponibles-Status.

           SELECT PARTIDOS-PROGRAMADOS ASSIGN TO DYNAMIC
           WS-Path-Programados
           ORGANIZATION is line sequential
           FILE STATUS is WS-Programados-Status.

           SELECT EQUIPO ASSIGN TO DYNAMIC
           WS-Path-Equipo
           ORGANIZATION is INDEXED
           ACCESS MODE is RANDOM
           RECORD KEY is Equ-Codigo
           FILE STATUS is WS-Equipo-Status.

           SELECT DESIGNACIONES ASSIGN TO DYNAMIC
           WS-Path-Designaciones
           ORGANIZATION is line sequential
           FILE STATUS is WS-Designaciones-Status.

           SELECT DESIGNACIONES-TRABAJO ASSIGN TO DYNAMIC
           WS-Path-Trabajo
           ORGANIZATION is line sequential
           FILE STATUS is WS-Trabajo-Status.

           SELECT PLANILLA ASSIGN TO DYNAMIC
           WS-Path-Planilla
           ORGANIZATION is line sequential
           FILE STATUS is WS-Planilla-Status.
      ******************************************************************
       DATA DIVISION.
        FILE SECTION.
      * Arb-Funcion: P arbitro principal, A solo asistente
      * Arb-Estado: A activo, I inactivo
       FD  ARBITROS.
       01  Arb-Reg.
           03 Arb-Codigo pic 9(4).
           03 Arb-Nombre pic x(30).
           03 Arb-Funcion pic x.
           03 Arb-Estado pic x.

      * el arbitro no se designa para partidos que se juegan entre
      * Ind-Desde e Ind-Hasta inclusive
       FD  INDISPONIBLES.
       01  Ind-Reg.
           03 Ind-Arbitro pic 9(4).
           03 filler pic x(2).
           03 Ind-Desde pic 9(8).
           03 filler pic x(2).
           03 Ind-Hasta pic 9(8).
           03 filler pic x(2).
           03 Ind-Motivo pic x(30).

       FD  PARTIDOS-PROGRAMADOS.
       01  Prog-Reg.
           03 Prog-Fecha pic 9(2).
           03 Prog-EquLocal pic 9(2).
           03 Prog-EquVisit pic 9(2).

       FD  EQUIPO.
       01  Equ-Reg.
           03 Equ-Codigo pic 9(2).
           03 Equ-Nombre pic x(15).

      * historia de designaciones de la temporada, una linea por
      * partido; cero en un oficial es sin designar
       FD  DESIGNACIONES.
       01  Des-Reg.
           03 Des-Fecha pic 9(2).
           03 filler pic x(2).
           03 Des-EquLocal pic 9(2).
           03 filler pic x(2).
           03 Des-EquVisit pic 9(2).
           03 filler pic x(2).
           03 Des-Oficial pic 9(4) OCCURS 3 TIMES.
           03 filler pic x(2).
           03 Des-FechaJuego pic 9(8).

       FD  DESIGNACIONES-TRABAJO.
       01  Trb-Reg pic x(40).

       FD  PLANILLA.
       01  Pla-Reg pic x(80).

           WORKING-STORAGE SECTION.

       01  WS-Path-Arbitros pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\arbitros-idx.dat".
       01  WS-Path-Indisponibles pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\arbitros-indisponibles.txt".
       01  WS-Path-Programados pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\partidos-programados.txt".
       01  WS-Path-Equipo pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\equipo-idx.dat".
       01  WS-Path-Designaciones pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\arbitros-designaciones.txt".
       01  WS-Path-Trabajo pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\arbitros-designaciones.tmp".
       01  WS-Path-Planilla pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\designacion-arbitros.txt".
       01  WS-Path-Override pic x(100).

       01  WS-Arbitros-Status pic xx.
       01  WS-Indisponibles-Status pic xx.
       01  WS-Programados-Status pic xx.
       01  WS-Equipo-Status pic xx.
       01  WS-Designaciones-Status pic xx.
       01  WS-Trabajo-Status pic xx.
       01  WS-Planilla-Status pic xx.

       01  WS-Param-Clave pic x(30).
       01  WS-Param-Valor pic x(100).
       01  WS-Param-Origen pic x.
       01  Lin-Param.
           03 filler pic x(10) value "PARAMETRO ".
           03 lpar-Clave pic x(30).
           03 lpar-Valor pic x(20).
           03 filler pic x(9) value " ORIGEN: ".
           03 lpar-Origen pic x.

       01  WS-Fecha-Param pic x(2).
       01  WS-Fecha pic 9(2).
       01  WS-FechaJuego-Param pic x(8).
       01  WS-FechaJuego pic 9(8).
       01  WS-FechaJuego-Aux.
           03 WS-FJ-Anio pic 9(4).
           03 WS-FJ-Mes pic 9(2).
           03 WS-FJ-Dia pic 9(2).
       01  WS-FechaJuego-Edit.
           03 WS-FE-Dia pic 9(2).
           03 filler pic x value "/".
           03 WS-FE-Mes pic 9(2).
           03 filler pic x value "/".
           03 WS-FE-Anio pic 9(4).
       01  WS-Fecha-Resultado pic x.
       01  WS-NoFuturo pic x value space.

       01  WS-Fin pic 9.
       01  WS-HayEquipo pic 9 value zero.

      * TArb-CargaPrincipal / TArb-Carga: partidos de la temporada
      * como arbitro principal / en cualquier funcion, sin contar la
      * fecha que se designa
      * TArb-UltFecha / UltLocal / UltVisit: ultimo partido anterior
      * a la fecha que se designa
       01  WS-CantArbitros pic 9(3) value zero.
       01  Tabla-Arbitros.
           03 Tabla-Arb OCCURS 200 TIMES.
               05 TArb-Codigo pic 9(4).
               05 TArb-Nombre pic x(30).
               05 TArb-Funcion pic x.
               05 TArb-Indisponible pic 9.
               05 TArb-CargaPrincipal pic 9(3).
               05 TArb-Carga pic 9(3).
               05 TArb-UltFecha pic 9(2).
               05 TArb-UltLocal pic 9(2).
               05 TArb-UltVisit pic 9(2).
               05 TArb-Hoy pic 9.
       01  Idx-Arb pic 9(3).
       01  WS-ArbEncontrado pic 9.
       01  WS-Codigo-Buscado pic 9(4).

       01  WS-CantPartidos pic 9(2) value zero.
       01  Tabla-Partidos.
           03 Tabla-Par OCCURS 20 TIMES.
               05 TPar-Local pic 9(2).
               05 TPar-Visit pic 9(2).
               05 TPar-Oficial pic 9(3) OCCURS 3 TIMES.
       01  Idx-Par pic 9(2).
       01  Idx-Rol pic 9.

       01  WS-Elegido pic 9(3).
       01  WS-Apto pic 9.
       01  WS-Mejor-Principal pic 9(3).
       01  WS-Mejor-Carga pic 9(3).

       01  WS-CantHistoria pic 9(5) value zero.
       01  WS-CantReemplazadas pic 9(5) value zero.
       01  WS-CantDesignados pic 9(3) value zero.
       01  WS-CantFaltantes pic 9(3) value zero.

       01  Lin-Titulo.
           03 filler pic x(33) value
           "DESIGNACION DE ARBITROS - FECHA ".
           03 lt-Fecha pic z9.
           03 filler pic x(14) value " - SE JUEGA EL".
           03 filler pic x value space.
           03 lt-FechaJuego pic x(10).

       01  Lin-Blanco pic x(80) value spaces.

       01  Lin-Partido.
           03 lpa-Local pic x(15).
           03 filler pic x(6) value "  vs  ".
           03 lpa-Visit pic x(15).

       01  Lin-Oficial.
           03 filler pic x(3) value spaces.
           03 lo-Rol pic x(14).
           03 lo-Codigo pic x(4).
           03 filler pic x(2) value spaces.
           03 lo-Nombre pic x(30).

       01  Lin-Titulo-Carga.
           03 filler pic x(80) value
           "CARGA DE LA TEMPORADA CON ESTA FECHA".
       01  Lin-Columnas-Carga.
           03 filler pic x(6) value "CODIGO".
           03 filler pic x(2) value spaces.
           03 filler pic x(30) value "NOMBRE".
           03 filler pic x(2) value spaces.
           03 filler pic x(10) value "PRINCIPAL".
           03 filler pic x(8) value "TOTAL".
           03 filler pic x(14) value "OBSERVACION".
       01  Lin-Carga.
           03 lc-Codigo pic 9(4).
           03 filler pic x(4) value spaces.
           03 lc-Nombre pic x(30).
           03 filler pic x(2) value spaces.
           03 lc-Principal pic zz9.
           03 filler pic x(7) value spaces.
           03 lc-Total pic zz9.
           03 filler pic x(5) value spaces.
           03 lc-Observacion pic x(14).

       01  Lin-Resumen1.
           03 filler pic x(30) value "Partidos de la fecha:".
           03 lr-Partidos pic zz9.
       01  Lin-Resumen2.
           03 filler pic x(30) value "Oficiales designados:".
           03 lr-Designados pic zz9.
       01  Lin-Resumen3.
           03 filler pic x(30) value "Oficiales sin designar:".
           03 lr-Faltantes pic zz9.
       01  Lin-Resumen4.
           03 filler pic x(30) value "Designaciones reemplazadas:".
           03 lr-Reemplazadas pic zzzz9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 000-LeerParametros
           PERFORM 100-CargarArbitros
           PERFORM 150-CargarIndisponibles
           PERFORM 200-CargarHistoria
           PERFORM 300-CargarPartidos
           PERFORM VARYING Idx-Par FROM 1 BY 1
                   UNTIL Idx-Par > WS-CantPartidos
               MOVE 1 TO Idx-Rol
               PERFORM 400-Designar
           END-PERFORM
           PERFORM VARYING Idx-Rol FROM 2 BY 1 UNTIL Idx-Rol > 3
               PERFORM VARYING Idx-Par FROM 1 BY 1
                       UNTIL Idx-Par > WS-CantPartidos
                   PERFORM 400-Designar
               END-PERFORM
           END-PERFORM
           PERFORM 600-GrabarHistoria
           PERFORM 700-ImprimirPlanilla
           PERFORM 900-ImprimoResumen

           GOBACK.

       000-LeerParametros.
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "DESIGARB-ARBITROS-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Arbitros
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "DESIGARB-INDISPONIBLES-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Indisponibles
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "DESIGARB-PROGRAMADOS-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Programados
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "DESIGARB-EQUIPO-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Equipo
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "DESIGARB-DESIGNACIONES-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Designaciones
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "DESIGARB-TRABAJO-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Trabajo
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "DESIGARB-PLANILLA-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Planilla
           END-IF
           MOVE "DESIGARB-FECHA" TO WS-Param-Clave
           PERFORM 005-ObtenerParametro
           MOVE WS-Param-Valor(1:2) TO WS-Fecha-Param
           IF WS-Fecha-Param IS NOT NUMERIC
                      OR WS-Fecha-Param IS EQUAL "00"
               DISPLAY "DESIGARB: falta el numero de fecha a designar "
                       "(DESIGARB-FECHA)"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-Fecha-Param TO WS-Fecha
           MOVE "DESIGARB-FECHA-JUEGO" TO WS-Param-Clave
           PERFORM 005-ObtenerParametro
           MOVE WS-Param-Valor(1:8) TO WS-FechaJuego-Param
           IF WS-FechaJuego-Param IS NOT NUMERIC
               DISPLAY "DESIGARB: falta el dia en que se juega la "
                       "fecha (DESIGARB-FECHA-JUEGO AAAAMMDD)"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-FechaJuego-Param TO WS-FechaJuego
           CALL "VALFECHA" USING WS-FechaJuego WS-NoFuturo
                                 WS-Fecha-Resultado
           IF WS-Fecha-Resultado IS NOT EQUAL "V"
               DISPLAY "DESIGARB: dia de juego invalido "
                       WS-FechaJuego
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-FechaJuego TO WS-FechaJuego-Aux
           MOVE WS-FJ-Dia TO WS-FE-Dia
           MOVE WS-FJ-Mes TO WS-FE-Mes
           MOVE WS-FJ-Anio TO WS-FE-Anio.

       005-ObtenerParametro.
           MOVE SPACES TO WS-Param-Valor
           CALL "PARAMLEE" USING WS-Param-Clave WS-Param-Valor
                                 WS-Param-Origen
           MOVE WS-Param-Clave TO lpar-Clave
           MOVE WS-Param-Valor(1:20) TO lpar-Valor
           MOVE WS-Param-Origen TO lpar-Origen
           DISPLAY Lin-Param
           IF WS-Param-Origen IS EQUAL "X"
               DISPLAY "DESIGARB: no se pudieron cargar los "
                       "parametros"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      * solo los arbitros activos entran en la designacion
       100-CargarArbitros.
           OPEN INPUT ARBITROS
           IF WS-Arbitros-Status IS NOT EQUAL "00"
               DISPLAY "DESIGARB: no se pudo abrir ARBITROS - estado "
                       WS-Arbitros-Status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 0 TO WS-Fin
           PERFORM UNTIL WS-Fin IS EQUAL 1
               READ ARBITROS NEXT
                   AT END MOVE 1 TO WS-Fin
                   NOT AT END
                       IF Arb-Estado IS EQUAL "A"
                           PERFORM 110-GuardarArbitro
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARBITROS.

       110-GuardarArbitro.
           IF WS-CantArbitros IS EQUAL 200
               DISPLAY "DESIGARB: tabla de arbitros llena"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO WS-CantArbitros
           MOVE Arb-Codigo TO TArb-Codigo(WS-CantArbitros)
           MOVE Arb-Nombre TO TArb-Nombre(WS-CantArbitros)
           MOVE Arb-Funcion TO TArb-Funcion(WS-CantArbitros)
           MOVE 0 TO TArb-Indisponible(WS-CantArbitros)
           MOVE ZERO TO TArb-CargaPrincipal(WS-CantArbitros)
           MOVE ZERO TO TArb-Carga(WS-CantArbitros)
           MOVE ZERO TO TArb-UltFecha(WS-CantArbitros)
           MOVE ZERO TO TArb-UltLocal(WS-CantArbitros)
           MOVE ZERO TO TArb-UltVisit(WS-CantArbitros)
           MOVE 0 TO TArb-Hoy(WS-CantArbitros).

       150-CargarIndisponibles.
           OPEN INPUT INDISPONIBLES
           IF WS-Indisponibles-Status IS NOT EQUAL "00"
               DISPLAY "DESIGARB: sin archivo de indisponibilidades "
                       "- estado " WS-Indisponibles-Status
           ELSE
               MOVE 0 TO WS-Fin
               PERFORM UNTIL WS-Fin IS EQUAL 1
                   READ INDISPONIBLES
                       AT END MOVE 1 TO WS-Fin
                       NOT AT END
                           IF Ind-Arbitro IS NUMERIC
                               AND Ind-Desde IS NUMERIC
                               AND Ind-Hasta IS NUMERIC
                               AND Ind-Desde <= WS-FechaJuego
                               AND Ind-Hasta >= WS-FechaJuego
                               MOVE Ind-Arbitro TO WS-Codigo-Buscado
                               PERFORM 250-BuscarArbitro
                               IF WS-ArbEncontrado IS EQUAL 1
                                   MOVE 1 TO TArb-Indisponible(Idx-Arb)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INDISPONIBLES
           END-IF.

      * las designaciones de la misma fecha se reemplazan; el resto
      * pasa al archivo de trabajo y cuenta para la carga
       200-CargarHistoria.
           OPEN OUTPUT DESIGNACIONES-TRABAJO
           IF WS-Trabajo-Status IS NOT EQUAL "00"
               DISPLAY "DESIGARB: no se pudo crear el archivo de "
                       "trabajo - estado " WS-Trabajo-Status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT DESIGNACIONES
           IF WS-Designaciones-Status IS EQUAL "00"
               MOVE 0 TO WS-Fin
               PERFORM UNTIL WS-Fin IS EQUAL 1
                   READ DESIGNACIONES
                       AT END MOVE 1 TO WS-Fin
                       NOT AT END PERFORM 210-ProcesarHistoria
                   END-READ
               END-PERFORM
               CLOSE DESIGNACIONES
           END-IF
           CLOSE DESIGNACIONES-TRABAJO.

       210-ProcesarHistoria.
           IF Des-Fecha IS EQUAL WS-Fecha
               ADD 1 TO WS-CantReemplazadas
           ELSE
               WRITE Trb-Reg FROM Des-Reg
               ADD 1 TO WS-CantHistoria
               PERFORM VARYING Idx-Rol FROM 1 BY 1 UNTIL Idx-Rol > 3
                   IF Des-Oficial(Idx-Rol) IS NUMERIC
                       AND Des-Oficial(Idx-Rol) > ZERO
                       MOVE Des-Oficial(Idx-Rol) TO WS-Codigo-Buscado
                       PERFORM 250-BuscarArbitro
                       IF WS-ArbEncontrado IS EQUAL 1
                           PERFORM 220-SumarCarga
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       220-SumarCarga.
           ADD 1 TO TArb-Carga(Idx-Arb)
           IF Idx-Rol IS EQUAL 1
               ADD 1 TO TArb-CargaPrincipal(Idx-Arb)
           END-IF
           IF Des-Fecha < WS-Fecha
               AND Des-Fecha > TArb-UltFecha(Idx-Arb)
               MOVE Des-Fecha TO TArb-UltFecha(Idx-Arb)
               MOVE Des-EquLocal TO TArb-UltLocal(Idx-Arb)
               MOVE Des-EquVisit TO TArb-UltVisit(Idx-Arb)
           END-IF.

       250-BuscarArbitro.
           MOVE 0 TO WS-ArbEncontrado
           PERFORM VARYING Idx-Arb FROM 1 BY 1
                   UNTIL Idx-Arb > WS-CantArbitros
                   OR WS-ArbEncontrado = 1
               IF TArb-Codigo(Idx-Arb) IS EQUAL WS-Codigo-Buscado
                   MOVE 1 TO WS-ArbEncontrado
               END-IF
           END-PERFORM
           IF WS-ArbEncontrado IS EQUAL 1
               SUBTRACT 1 FROM Idx-Arb
           END-IF.

       300-CargarPartidos.
           OPEN INPUT PARTIDOS-PROGRAMADOS
           IF WS-Programados-Status IS NOT EQUAL "00"
               DISPLAY "DESIGARB: no se pudo abrir PARTIDOS-PROGRAMADOS"
                       " - estado " WS-Programados-Status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 0 TO WS-Fin
           PERFORM UNTIL WS-Fin IS EQUAL 1
               READ PARTIDOS-PROGRAMADOS
                   AT END MOVE 1 TO WS-Fin
                   NOT AT END
                       IF Prog-Fecha IS EQUAL WS-Fecha
                           PERFORM 310-GuardarPartido
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PARTIDOS-PROGRAMADOS
           IF WS-CantPartidos IS EQUAL ZERO
               DISPLAY "DESIGARB: no hay partidos programados para la "
                       "fecha " WS-Fecha
               MOVE 4 TO RETURN-CODE
           END-IF.

       310-GuardarPartido.
           IF WS-CantPartidos IS EQUAL 20
               DISPLAY "DESIGARB: tabla de partidos llena"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO WS-CantPartidos
           MOVE Prog-EquLocal TO TPar-Local(WS-CantPartidos)
           MOVE Prog-EquVisit TO TPar-Visit(WS-CantPartidos)
           MOVE ZERO TO TPar-Oficial(WS-CantPartidos, 1)
           MOVE ZERO TO TPar-Oficial(WS-CantPartidos, 2)
           MOVE ZERO TO TPar-Oficial(WS-CantPartidos, 3).

      * primero los arbitros principales de todos los partidos y
      * despues los asistentes, para no gastar en una asistencia un
      * principal que haga falta; entre los aptos va el de menos
      * carga en la temporada
       400-Designar.
           MOVE ZERO TO WS-Elegido
           PERFORM VARYING Idx-Arb FROM 1 BY 1
                   UNTIL Idx-Arb > WS-CantArbitros
               PERFORM 410-VerificarApto
               IF WS-Apto IS EQUAL 1
                   PERFORM 420-CompararCarga
               END-IF
           END-PERFORM
           IF WS-Elegido IS EQUAL ZERO
               ADD 1 TO WS-CantFaltantes
           ELSE
               MOVE WS-Elegido TO TPar-Oficial(Idx-Par, Idx-Rol)
               MOVE 1 TO TArb-Hoy(WS-Elegido)
               ADD 1 TO TArb-Carga(WS-Elegido)
               IF Idx-Rol IS EQUAL 1
                   ADD 1 TO TArb-CargaPrincipal(WS-Elegido)
               END-IF
               ADD 1 TO WS-CantDesignados
           END-IF.

      * no dirige dos partidos en la fecha ni repite un club de su
      * partido anterior
       410-VerificarApto.
           MOVE 1 TO WS-Apto
           IF TArb-Hoy(Idx-Arb) IS EQUAL 1
               OR TArb-Indisponible(Idx-Arb) IS EQUAL 1
               MOVE 0 TO WS-Apto
           END-IF
           IF Idx-Rol IS EQUAL 1
               AND TArb-Funcion(Idx-Arb) IS NOT EQUAL "P"
               MOVE 0 TO WS-Apto
           END-IF
           IF TArb-UltFecha(Idx-Arb) > ZERO
               IF TArb-UltLocal(Idx-Arb) IS EQUAL TPar-Local(Idx-Par)
                  OR TArb-UltLocal(Idx-Arb) IS EQUAL TPar-Visit(Idx-Par)
                  OR TArb-UltVisit(Idx-Arb) IS EQUAL TPar-Local(Idx-Par)
                  OR TArb-UltVisit(Idx-Arb) IS EQUAL TPar-Visit(Idx-Par)
                   MOVE 0 TO WS-Apto
               END-IF
           END-IF.

       420-CompararCarga.
           IF WS-Elegido IS EQUAL ZERO
               MOVE Idx-Arb TO WS-Elegido
           ELSE
               IF Idx-Rol IS EQUAL 1
                   IF TArb-CargaPrincipal(Idx-Arb) <
                                 TArb-CargaPrincipal(WS-Elegido)
                       OR (TArb-CargaPrincipal(Idx-Arb) IS EQUAL
                                 TArb-CargaPrincipal(WS-Elegido)
                           AND TArb-Carga(Idx-Arb) <
                                 TArb-Carga(WS-Elegido))
                       MOVE Idx-Arb TO WS-Elegido
                   END-IF
               ELSE
                   IF TArb-Carga(Idx-Arb) < TArb-Carga(WS-Elegido)
                       MOVE Idx-Arb TO WS-Elegido
                   END-IF
               END-IF
           END-IF.

       600-GrabarHistoria.
           OPEN INPUT DESIGNACIONES-TRABAJO
           OPEN OUTPUT DESIGNACIONES
           IF WS-Designaciones-Status IS NOT EQUAL "00"
               DISPLAY "DESIGARB: no se pudo grabar DESIGNACIONES "
                       "- estado " WS-Designaciones-Status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 0 TO WS-Fin
           PERFORM UNTIL WS-Fin IS EQUAL 1
               READ DESIGNACIONES-TRABAJO
                   AT END MOVE 1 TO WS-Fin
                   NOT AT END WRITE Des-Reg FROM Trb-Reg
               END-READ
           END-PERFORM
           CLOSE DESIGNACIONES-TRABAJO
           PERFORM VARYING Idx-Par FROM 1 BY 1
                   UNTIL Idx-Par > WS-CantPartidos
               MOVE SPACES TO Des-Reg
               MOVE WS-Fecha TO Des-Fecha
               MOVE TPar-Local(Idx-Par) TO Des-EquLocal
               MOVE TPar-Visit(Idx-Par) TO Des-EquVisit
               PERFORM VARYING Idx-Rol FROM 1 BY 1 UNTIL Idx-Rol > 3
                   IF TPar-Oficial(Idx-Par, Idx-Rol) IS EQUAL ZERO
                       MOVE ZERO TO Des-Oficial(Idx-Rol)
                   ELSE
                       MOVE TPar-Oficial(Idx-Par, Idx-Rol) TO Idx-Arb
                       MOVE TArb-Codigo(Idx-Arb) TO Des-Oficial(Idx-Rol)
                   END-IF
               END-PERFORM
               MOVE WS-FechaJuego TO Des-FechaJuego
               WRITE Des-Reg
           END-PERFORM
           CLOSE DESIGNACIONES.

       700-ImprimirPlanilla.
           OPEN OUTPUT PLANILLA
           IF WS-Planilla-Status IS NOT EQUAL "00"
               DISPLAY "DESIGARB: no se pudo abrir PLANILLA - estado "
                       WS-Planilla-Status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT EQUIPO
           IF WS-Equipo-Status IS EQUAL "00"
               MOVE 1 TO WS-HayEquipo
           END-IF
           MOVE WS-Fecha TO lt-Fecha
           MOVE WS-FechaJuego-Edit TO lt-FechaJuego
           WRITE Pla-Reg FROM Lin-Titulo
           WRITE Pla-Reg FROM Lin-Blanco
           PERFORM VARYING Idx-Par FROM 1 BY 1
                   UNTIL Idx-Par > WS-CantPartidos
               PERFORM 710-ImprimirPartido
           END-PERFORM
           IF WS-HayEquipo IS EQUAL 1
               CLOSE EQUIPO
           END-IF
           WRITE Pla-Reg FROM Lin-Titulo-Carga
           WRITE Pla-Reg FROM Lin-Columnas-Carga
           PERFORM VARYING Idx-Arb FROM 1 BY 1
                   UNTIL Idx-Arb > WS-CantArbitros
               MOVE TArb-Codigo(Idx-Arb) TO lc-Codigo
               MOVE TArb-Nombre(Idx-Arb) TO lc-Nombre
               MOVE TArb-CargaPrincipal(Idx-Arb) TO lc-Principal
               MOVE TArb-Carga(Idx-Arb) TO lc-Total
               MOVE SPACES TO lc-Observacion
               IF TArb-Indisponible(Idx-Arb) IS EQUAL 1
                   MOVE "NO DISPONIBLE" TO lc-Observacion
               END-IF
               WRITE Pla-Reg FROM Lin-Carga
           END-PERFORM
           CLOSE PLANILLA.

       710-ImprimirPartido.
           MOVE TPar-Local(Idx-Par) TO Equ-Codigo
           PERFORM 720-LeerEquipo
           MOVE Equ-Nombre TO lpa-Local
           MOVE TPar-Visit(Idx-Par) TO Equ-Codigo
           PERFORM 720-LeerEquipo
           MOVE Equ-Nombre TO lpa-Visit
           WRITE Pla-Reg FROM Lin-Partido
           PERFORM VARYING Idx-Rol FROM 1 BY 1 UNTIL Idx-Rol > 3
               EVALUATE Idx-Rol
                   WHEN 1
                       MOVE "ARBITRO" TO lo-Rol
                   WHEN 2
                       MOVE "ASISTENTE 1" TO lo-Rol
                   WHEN OTHER
                       MOVE "ASISTENTE 2" TO lo-Rol
               END-EVALUATE
               IF TPar-Oficial(Idx-Par, Idx-Rol) IS EQUAL ZERO
                   MOVE SPACES TO lo-Codigo
                   MOVE "SIN DESIGNAR" TO lo-Nombre
               ELSE
                   MOVE TPar-Oficial(Idx-Par, Idx-Rol) TO Idx-Arb
                   MOVE TArb-Codigo(Idx-Arb) TO lo-Codigo
                   MOVE TArb-Nombre(Idx-Arb) TO lo-Nombre
               END-IF
               WRITE Pla-Reg FROM Lin-Oficial
           END-PERFORM
           WRITE Pla-Reg FROM Lin-Blanco.

      * sin maestro de equipos la planilla sale con el codigo
       720-LeerEquipo.
           IF WS-HayEquipo IS EQUAL 1
               READ EQUIPO
                   INVALID KEY
                       MOVE SPACES TO Equ-Nombre
                       MOVE Equ-Codigo TO Equ-Nombre(1:2)
               END-READ
           ELSE
               MOVE SPACES TO Equ-Nombre
               MOVE Equ-Codigo TO Equ-Nombre(1:2)
           END-IF.

       900-ImprimoResumen.
           MOVE WS-CantPartidos TO lr-Partidos
           MOVE WS-CantDesignados TO lr-Designados
           MOVE WS-CantFaltantes TO lr-Faltantes
           MOVE WS-CantReemplazadas TO lr-Reemplazadas
           DISPLAY Lin-Resumen1
           DISPLAY Lin-Resumen2
           DISPLAY Lin-Resumen3
           DISPLAY Lin-Resumen4
           IF WS-CantFaltantes > ZERO
               DISPLAY "DESIGARB: no alcanzan los arbitros aptos - "
                       "completar a mano los SIN DESIGNAR"
               MOVE 4 TO RETURN-CODE
           END-IF.

       END PROGRAM DESIGARB.
