      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTLISTA.
      ******************************************************************
       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
           SELECT LISTA-BUENA-FE ASSIGN TO DYNAMIC
           WS-Path-Lista
           ORGANIZATION is INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY is Lbf-Clave
           FILE STATUS is WS-Lista-Status.

           SELECT JUGADORES ASSIGN TO DYNAMIC
           WS-Path-Jugadores
           ORGANIZATION is INDEXED
           ACCESS MODE is RANDOM
           RECORD KEY is Jug-Idx-Codigo
           FILE STATUS is WS-Jugadores-Status.

           SELECT EQUIPO ASSIGN TO DYNAMIC
           WS-Path-Equipo
           ORGANIZATION is INDEXED
           ACCESS MODE is RANDOM
           RECORD KEY is Equ-Codigo
           FILE STATUS is WS-Equipo-Status.

           SELECT JUGADOR-NOMBRES ASSIGN TO DYNAMIC
           WS-Path-JugNombres
           ORGANIZATION is line sequential
           FILE STATUS is WS-JugNombres-Status.

           SELECT MOV-LISTA ASSIGN TO DYNAMIC
           WS-Path-Mov-Lista
           ORGANIZATION is line sequential
           FILE STATUS is WS-Mov-Status.

           SELECT MOV-LISTA-EXCEP ASSIGN TO DYNAMIC
           WS-Path-Mov-Excep
           ORGANIZATION is line sequential.

           SELECT JOURNAL-LISTA ASSIGN TO DYNAMIC
           WS-Path-Journal
           ORGANIZATION is line sequential
           FILE STATUS is WS-Journal-Status.

           SELECT LISTA-OFICIAL ASSIGN TO DYNAMIC
           WS-Path-Oficial
           ORGANIZATION is line sequential
           FILE STATUS is WS-Oficial-Status.

      ******************************************************************
       DATA DIVISION.
        FILE SECTION.
      * Lbf-Estado: A en la lista, B dado de baja dentro del periodo
      *             de inscripcion, R reemplazado (lesion, transferencia
      *             o retiro con resolucion de la liga)
      * Lbf-Mayor: S ocupa uno de los cupos de mayores de la edad tope
       FD  LISTA-BUENA-FE.
       01  Lbf-Reg.
           03 Lbf-Clave.
               05 Lbf-Temporada pic x(4).
               05 Lbf-Equipo pic 9(2).
               05 Lbf-Jugador pic 9(6).
           03 Lbf-Estado pic x.
           03 Lbf-Mayor pic x.
           03 Lbf-FechaAlta pic 9(8).
           03 Lbf-FechaBaja pic 9(8).
           03 Lbf-Reemplaza pic 9(6).
           03 Lbf-ReemplazadoPor pic 9(6).
           03 Lbf-Motivo pic x.
           03 Lbf-Resolucion pic x(10).

       FD  JUGADORES.
       01  Jug-Idx-Reg.
           03 Jug-Idx-Codigo pic 9(6).
           03 Jug-Idx-Equ pic 9(2).
           03 Jug-Idx-Goles pic 9(8).
           03 Jug-Idx-Sancion pic x.
           03 Jug-Idx-FechaSancion pic 9(8).

       FD  EQUIPO.
       01  Equ-Reg.
           03 Equ-Codigo pic 9(2).
           03 Equ-Nombre pic x(15).

       FD  JUGADOR-NOMBRES.
       01  JugNom-Reg.
           03 JugNom-Codigo pic x(6).
           03 JugNom-Nombre pic x(30).
           03 JugNom-Posicion pic x(10).
           03 JugNom-FechaNac pic 9(8).

      * Mov-Tipo: A alta, B baja, R reemplazo de Mov-JugSale por
      *           Mov-Jugador
      * Mov-Motivo (reemplazo): L lesion, T transferencia, R retiro
      * Mov-Fecha en cero toma la fecha de la corrida
       FD  MOV-LISTA.
       01  Mov-Reg.
           03 Mov-Tipo pic x.
           03 Mov-Equipo pic 9(2).
           03 Mov-Jugador pic 9(6).
           03 Mov-Fecha pic 9(8).
           03 Mov-JugSale pic 9(6).
           03 Mov-Motivo pic x.
           03 Mov-Resolucion pic x(10).

       FD  MOV-LISTA-EXCEP.
       01  Exc-Mov-Reg.
           03 Exc-Mov-Tipo pic x.
           03 filler pic x(2) value spaces.
           03 Exc-Mov-Equipo pic 9(2).
           03 filler pic x(2) value spaces.
           03 Exc-Mov-Jugador pic 9(6).
           03 filler pic x(2) value spaces.
           03 Exc-Mov-Motivo pic x(25).

       FD  JOURNAL-LISTA.
       01  Jrn-Reg.
           03 Jrn-Fecha pic 9(8).
           03 filler pic x(2) value spaces.
           03 Jrn-Hora pic 9(8).
           03 filler pic x(2) value spaces.
           03 Jrn-Programa pic x(12).
           03 filler pic x(2) value spaces.
           03 Jrn-Tipo pic x.
           03 filler pic x(2) value spaces.
           03 Jrn-Clave pic x(8).
           03 filler pic x(2) value spaces.
           03 Jrn-Antes pic x(60).
           03 filler pic x(2) value spaces.
           03 Jrn-Despues pic x(60).
           03 filler pic x(2) value spaces.
           03 Jrn-Operador pic x(8).

       FD  LISTA-OFICIAL.
       01  Ofi-Reg pic x(100).

           WORKING-STORAGE SECTION.

       01  WS-Path-Lista pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\lista-buena-fe-idx.dat".
       01  WS-Path-Jugadores pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\jugadores-idx.dat".
       01  WS-Path-Equipo pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\equipo-idx.dat".
       01  WS-Path-JugNombres pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\jugadores-nombres.txt".
       01  WS-Path-Mov-Lista pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\mov-lista-buena-fe.txt".
       01  WS-Path-Mov-Excep pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\mov-lista-buena-fe-excep.txt".
       01  WS-Path-Journal pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\mov-lista-buena-fe-journal.tx
      -    "t".
       01  WS-Path-Oficial pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\lista-buena-fe-oficial.txt".
       01  WS-Path-Override pic x(100).

       01  WS-Param-Clave pic x(30).
       01  WS-Param-Valor pic x(100).
       01  WS-Param-Origen pic x.
       01  Lin-Param.
           03 filler pic x(10) value "PARAMETRO ".
           03 lpar-Clave pic x(30).
           03 lpar-Valor pic x(20).
           03 filler pic x(9) value " ORIGEN: ".
           03 lpar-Origen pic x.

       01  WS-Temporada pic x(4) value spaces.
       01  WS-FechaCierre pic 9(8) value 99999999.
       01  WS-MaxJugadores pic 99 value 30.
       01  WS-EdadMaxima pic 99 value zero.
       01  WS-FechaEdad pic 9(8) value zero.
       01  WS-FechaEdad-R redefines WS-FechaEdad.
           03 WS-FEdad-Anio pic 9(4).
           03 WS-FEdad-MesDia pic 9(4).
       01  WS-CupoMayores pic 99 value 3.
       01  WS-Param-Fecha pic x(8).
       01  WS-Param-Num pic x(2).

       01  WS-Operador pic x(8).
       01  WS-Acc-Funcion pic x.
       01  WS-Acc-Programa pic x(12) value "MANTLISTA".
       01  WS-Acc-Rol pic x value "S".
       01  WS-Acc-Clave pic x(8).
       01  WS-Acc-Resultado pic x.

       01  WS-Lista-Status pic xx.
       01  WS-Jugadores-Status pic xx.
       01  WS-Equipo-Status pic xx.
       01  WS-JugNombres-Status pic xx.
       01  WS-Mov-Status pic xx.
       01  WS-Journal-Status pic xx.
       01  WS-Oficial-Status pic xx.

       01  WS-FlagMov pic 9 value zero.
       01  WS-Motivo pic x(25).
       01  WS-RunFecha pic 9(8).
       01  WS-RunHora pic 9(8).
       01  WS-Imagen-Antes pic x(60).
       01  WS-Imagen-Despues pic x(60).
       01  WS-Fecha-Resultado pic x.
       01  WS-NoFuturo pic x value "S".
       01  WS-SinTope pic x value space.
       01  WS-HayMovimientos pic 9 value zero.
       01  WS-FechaMov pic 9(8).

       01  WS-FlagJugNombres pic 9 value zero.
       01  WS-CantJugNombres pic 9(4) value zero.
       01  Tabla-JugNombres.
           03 Tjn-Jugador OCCURS 2000 TIMES.
               05 Tjn-Cod pic x(6).
               05 Tjn-Nombre pic x(30).
               05 Tjn-Posicion pic x(10).
               05 Tjn-FechaNac pic 9(8).
       01  WS-IdxJugNom pic 9(4).
       01  WS-JugNomEncontrado pic 9.
       01  WS-JugBuscado pic x(6).
       01  WS-NombreJugador pic x(30).
       01  WS-PosicionJugador pic x(10).
       01  WS-FechaNac pic 9(8).
       01  WS-FechaNac-R redefines WS-FechaNac.
           03 WS-FNac-Anio pic 9(4).
           03 WS-FNac-MesDia pic 9(4).

       01  WS-Edad pic 99.
       01  WS-EsMayor pic x.
       01  WS-CantEnLista pic 99.
       01  WS-CantMayores pic 99.
       01  WS-FlagConteo pic 9.
       01  WS-EquipoConteo pic 9(2).
       01  WS-EntraValido pic 9.
       01  WS-Lbf-Sale pic x(60).
       01  WS-Sale-Mayor pic x.

       01  WS-CantAltas pic 9(5) value zero.
       01  WS-CantBajas pic 9(5) value zero.
       01  WS-CantReemplazos pic 9(5) value zero.
       01  WS-CantRechazados pic 9(5) value zero.

       01  Lin-Resumen.
           03 filler pic x(20) value "Altas aplicadas:".
           03 lr-Altas pic ----9.
           03 filler pic x(20) value "Bajas aplicadas:".
           03 lr-Bajas pic ----9.
           03 filler pic x(20) value "Reemplazos:".
           03 lr-Reemplazos pic ----9.
           03 filler pic x(23) value "Movimientos rechazados:".
           03 lr-Rechazados pic ----9.

       01  WS-FlagOficial pic 9.
       01  WS-FlagClub pic 9.
       01  WS-EquipoOficial pic 9(2).
       01  WS-EstadoImpreso pic x.
       01  WS-CantClubes pic 9(3) value zero.

       01  Lin-Ofi-Titulo.
           03 filler pic x(41) value
              "LISTA DE BUENA FE OFICIAL - TEMPORADA ".
           03 lot-Temporada pic x(4).
       01  Lin-Ofi-Club.
           03 filler pic x(6) value "Club: ".
           03 loc-Equipo pic z9.
           03 filler pic x(2) value spaces.
           03 loc-Nombre pic x(15).
       01  Lin-Ofi-Columnas.
           03 filler pic x(8) value "Jugador".
           03 filler pic x(32) value "Nombre".
           03 filler pic x(11) value "Posicion".
           03 filler pic x(11) value "Nacimiento".
           03 filler pic x(5) value "Edad".
           03 filler pic x(11) value "Alta".
           03 filler pic x(20) value "Observaciones".
       01  Lin-Ofi-Jugador.
           03 loj-Jugador pic 9(6).
           03 filler pic x(2) value spaces.
           03 loj-Nombre pic x(30).
           03 filler pic x(2) value spaces.
           03 loj-Posicion pic x(10).
           03 filler pic x value space.
           03 loj-FechaNac pic 9(8).
           03 filler pic x(3) value spaces.
           03 loj-Edad pic z9.
           03 filler pic x(3) value spaces.
           03 loj-FechaAlta pic 9(8).
           03 filler pic x(3) value spaces.
           03 loj-Obs pic x(22).
       01  Lin-Ofi-Salidas.
           03 filler pic x(30) value "Bajas y reemplazos".
       01  Lin-Ofi-Total.
           03 filler pic x(20) value "Jugadores en lista:".
           03 lott-Cant pic z9.
           03 filler pic x(4) value " de ".
           03 lott-Max pic z9.
           03 filler pic x(14) value "   Mayores:".
           03 lott-Mayores pic z9.
           03 filler pic x(4) value " de ".
           03 lott-Cupo pic z9.
       01  WS-Obs.
           03 WS-Obs-Texto pic x(12).
           03 WS-Obs-Jugador pic 9(6).
           03 filler pic x value space.
           03 WS-Obs-Marca pic x(3).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 000-LeerParametros
           PERFORM 050-IngresoOperador
           PERFORM 100-InicioGeneral
           PERFORM 150-CargarNombresJugador
           PERFORM 210-LeerMovimiento
           PERFORM UNTIL WS-FlagMov IS EQUAL 1
               PERFORM 250-ValidarFecha
               IF WS-Motivo IS EQUAL SPACES
                   PERFORM 300-AplicarMovimiento
               END-IF
               PERFORM 210-LeerMovimiento
           END-PERFORM
           PERFORM 850-ImprimoListaOficial
           PERFORM 900-ImprimoResumen
           PERFORM 999-FinGeneral

           GOBACK.

       000-LeerParametros.
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "MANTLISTA-LISTA-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Lista
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "MANTLISTA-JUGADORES-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Jugadores
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "MANTLISTA-EQUIPO-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Equipo
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "MANTLISTA-NOMBRES-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-JugNombres
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "MANTLISTA-MOV-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Mov-Lista
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "MANTLISTA-MOV-EXCEP-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Mov-Excep
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "MANTLISTA-JOURNAL-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Journal
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "MANTLISTA-OFICIAL-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Oficial
           END-IF
           MOVE "FUTBOL-TEMPORADA" TO WS-Param-Clave
           PERFORM 005-ObtenerParametro
           MOVE WS-Param-Valor(1:4) TO WS-Temporada
           IF WS-Temporada IS EQUAL SPACES
               DISPLAY "MANTLISTA: falta FUTBOL-TEMPORADA"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           ACCEPT WS-RunFecha FROM DATE YYYYMMDD
           ACCEPT WS-RunHora FROM TIME
           PERFORM 010-LeerReglas.

      * sin fecha de cierre el periodo de inscripcion queda abierto;
      * sin edad maxima no se controla la edad
       010-LeerReglas.
           MOVE "LISTA-CIERRE-INSCRIPCION" TO WS-Param-Clave
           PERFORM 005-ObtenerParametro
           MOVE WS-Param-Valor(1:8) TO WS-Param-Fecha
           IF WS-Param-Fecha IS NOT EQUAL SPACES
               IF WS-Param-Fecha IS NUMERIC
                   MOVE WS-Param-Fecha TO WS-FechaCierre
                   MOVE SPACE TO WS-Fecha-Resultado
                   CALL "VALFECHA" USING WS-FechaCierre WS-SinTope
                                         WS-Fecha-Resultado
               END-IF
               IF WS-Param-Fecha IS NOT NUMERIC
                          OR WS-Fecha-Resultado IS NOT EQUAL "V"
                   DISPLAY "MANTLISTA: LISTA-CIERRE-INSCRIPCION "
                           "invalida: " WS-Param-Fecha
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           MOVE "LISTA-MAXIMO-JUGADORES" TO WS-Param-Clave
           PERFORM 005-ObtenerParametro
           PERFORM 020-ValorNumerico
           IF WS-Param-Num IS NOT EQUAL SPACES
               IF WS-Param-Num IS NOT NUMERIC
                          OR WS-Param-Num IS EQUAL "00"
                   DISPLAY "MANTLISTA: LISTA-MAXIMO-JUGADORES "
                           "invalido: " WS-Param-Valor(1:2)
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE WS-Param-Num TO WS-MaxJugadores
           END-IF
           MOVE "LISTA-EDAD-MAXIMA" TO WS-Param-Clave
           PERFORM 005-ObtenerParametro
           PERFORM 020-ValorNumerico
           IF WS-Param-Num IS NOT EQUAL SPACES
               IF WS-Param-Num IS NOT NUMERIC
                   DISPLAY "MANTLISTA: LISTA-EDAD-MAXIMA invalida: "
                           WS-Param-Valor(1:2)
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE WS-Param-Num TO WS-EdadMaxima
           END-IF
           MOVE "LISTA-CUPO-MAYORES" TO WS-Param-Clave
           PERFORM 005-ObtenerParametro
           PERFORM 020-ValorNumerico
           IF WS-Param-Num IS NOT EQUAL SPACES
               IF WS-Param-Num IS NOT NUMERIC
                   DISPLAY "MANTLISTA: LISTA-CUPO-MAYORES invalido: "
                           WS-Param-Valor(1:2)
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE WS-Param-Num TO WS-CupoMayores
           END-IF
           MOVE "LISTA-FECHA-CORTE-EDAD" TO WS-Param-Clave
           PERFORM 005-ObtenerParametro
           MOVE WS-Param-Valor(1:8) TO WS-Param-Fecha
           IF WS-Param-Fecha IS EQUAL SPACES
                      AND WS-Temporada IS NUMERIC
               MOVE WS-Temporada TO WS-Param-Fecha(1:4)
               MOVE "0101" TO WS-Param-Fecha(5:4)
           END-IF
           IF WS-Param-Fecha IS NOT EQUAL SPACES
               IF WS-Param-Fecha IS NUMERIC
                   MOVE WS-Param-Fecha TO WS-FechaEdad
                   MOVE SPACE TO WS-Fecha-Resultado
                   CALL "VALFECHA" USING WS-FechaEdad WS-SinTope
                                         WS-Fecha-Resultado
               END-IF
               IF WS-Param-Fecha IS NOT NUMERIC
                          OR WS-Fecha-Resultado IS NOT EQUAL "V"
                   DISPLAY "MANTLISTA: LISTA-FECHA-CORTE-EDAD "
                           "invalida: " WS-Param-Fecha
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           IF WS-EdadMaxima > ZERO AND WS-FechaEdad IS EQUAL ZERO
               DISPLAY "MANTLISTA: falta LISTA-FECHA-CORTE-EDAD"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       005-ObtenerParametro.
           MOVE SPACES TO WS-Param-Valor
           CALL "PARAMLEE" USING WS-Param-Clave WS-Param-Valor
                                 WS-Param-Origen
           MOVE WS-Param-Clave TO lpar-Clave
           MOVE WS-Param-Valor(1:20) TO lpar-Valor
           MOVE WS-Param-Origen TO lpar-Origen
           DISPLAY Lin-Param
           IF WS-Param-Origen IS EQUAL "X"
               DISPLAY "MANTLISTA: no se pudieron cargar los "
                       "parametros"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      * los valores de dos digitos pueden venir con o sin cero
      * adelante ("9" o "09")
       020-ValorNumerico.
           MOVE WS-Param-Valor(1:2) TO WS-Param-Num
           IF WS-Param-Num(2:1) IS EQUAL SPACE
                      AND WS-Param-Num(1:1) IS NOT EQUAL SPACE
               MOVE WS-Param-Num(1:1) TO WS-Param-Num(2:1)
               MOVE "0" TO WS-Param-Num(1:1)
           END-IF.

       050-IngresoOperador.
           MOVE "I" TO WS-Acc-Funcion
           MOVE SPACES TO WS-Acc-Clave
           CALL "OPERACCESO" USING WS-Acc-Funcion WS-Acc-Programa
                                   WS-Acc-Rol WS-Acc-Clave
                                   WS-Acc-Resultado
           IF WS-Acc-Resultado IS NOT EQUAL "S"
               DISPLAY "MANTLISTA: ingreso no autorizado"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-Acc-Clave TO WS-Operador.

      * bajas y reemplazos quedan reservados al administrador
       060-AutorizarAdministrador.
           MOVE "V" TO WS-Acc-Funcion
           MOVE "A" TO WS-Acc-Rol
           CALL "OPERACCESO" USING WS-Acc-Funcion WS-Acc-Programa
                                   WS-Acc-Rol WS-Acc-Clave
                                   WS-Acc-Resultado
           MOVE "S" TO WS-Acc-Rol.

      * la lista se crea vacia en la primera corrida
       100-InicioGeneral.
           OPEN I-O LISTA-BUENA-FE
           IF WS-Lista-Status IS EQUAL "35"
               OPEN OUTPUT LISTA-BUENA-FE
               CLOSE LISTA-BUENA-FE
               OPEN I-O LISTA-BUENA-FE
           END-IF
           IF WS-Lista-Status IS NOT EQUAL "00"
               DISPLAY "MANTLISTA: no se pudo abrir LISTA-BUENA-FE "
                       "- estado " WS-Lista-Status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT JUGADORES
           IF WS-Jugadores-Status IS NOT EQUAL "00"
               DISPLAY "MANTLISTA: no se pudo abrir JUGADORES "
                       "- estado " WS-Jugadores-Status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT EQUIPO
           IF WS-Equipo-Status IS NOT EQUAL "00"
               DISPLAY "MANTLISTA: no se pudo abrir EQUIPO "
                       "- estado " WS-Equipo-Status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
      * sin movimientos la corrida solo emite la lista oficial
           OPEN INPUT MOV-LISTA
           IF WS-Mov-Status IS EQUAL "00"
               MOVE 1 TO WS-HayMovimientos
           ELSE
               MOVE 1 TO WS-FlagMov
           END-IF
           OPEN OUTPUT MOV-LISTA-EXCEP
           OPEN EXTEND JOURNAL-LISTA
           IF WS-Journal-Status IS EQUAL "35"
               OPEN OUTPUT JOURNAL-LISTA
           END-IF.

       150-CargarNombresJugador.
           OPEN INPUT JUGADOR-NOMBRES
           IF WS-JugNombres-Status IS EQUAL "00"
               PERFORM UNTIL WS-FlagJugNombres IS EQUAL 1
                   READ JUGADOR-NOMBRES
                       AT END MOVE 1 TO WS-FlagJugNombres
                       NOT AT END
                           IF WS-CantJugNombres < 2000
                               ADD 1 TO WS-CantJugNombres
                               MOVE JugNom-Reg
                                      TO Tjn-Jugador(WS-CantJugNombres)
                           ELSE
                               DISPLAY "MANTLISTA: tabla de nombres "
                                       "de jugador llena"
                               MOVE 8 TO RETURN-CODE
                               GOBACK
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JUGADOR-NOMBRES
           END-IF.

       160-BuscarNombreJugador.
           MOVE 0 TO WS-JugNomEncontrado
           MOVE SPACES TO WS-NombreJugador
           MOVE SPACES TO WS-PosicionJugador
           MOVE ZERO TO WS-FechaNac
           PERFORM VARYING WS-IdxJugNom FROM 1 BY 1
                   UNTIL WS-IdxJugNom > WS-CantJugNombres
                   OR WS-JugNomEncontrado = 1
               IF Tjn-Cod(WS-IdxJugNom) IS EQUAL WS-JugBuscado
                   MOVE 1 TO WS-JugNomEncontrado
               END-IF
           END-PERFORM
           IF WS-JugNomEncontrado = 1
               SUBTRACT 1 FROM WS-IdxJugNom
               MOVE Tjn-Nombre(WS-IdxJugNom) TO WS-NombreJugador
               MOVE Tjn-Posicion(WS-IdxJugNom) TO WS-PosicionJugador
               IF Tjn-FechaNac(WS-IdxJugNom) IS NUMERIC
                   MOVE Tjn-FechaNac(WS-IdxJugNom) TO WS-FechaNac
               END-IF
           END-IF.

      * edad cumplida a la fecha de corte de la temporada
       170-CalcularEdad.
           MOVE ZERO TO WS-Edad
           MOVE SPACE TO WS-EsMayor
           IF WS-FechaNac > ZERO AND WS-FechaEdad > WS-FechaNac
               COMPUTE WS-Edad = WS-FEdad-Anio - WS-FNac-Anio
               IF WS-FEdad-MesDia < WS-FNac-MesDia
                   SUBTRACT 1 FROM WS-Edad
               END-IF
           END-IF
           IF WS-EdadMaxima > ZERO AND WS-Edad > WS-EdadMaxima
               MOVE "S" TO WS-EsMayor
           END-IF.

       210-LeerMovimiento.
           READ MOV-LISTA AT END MOVE 1 TO WS-FlagMov.

       250-ValidarFecha.
           MOVE SPACES TO WS-Motivo
           IF Mov-Fecha IS NOT NUMERIC OR Mov-Fecha IS EQUAL ZERO
               MOVE WS-RunFecha TO WS-FechaMov
           ELSE
               MOVE Mov-Fecha TO WS-FechaMov
               CALL "VALFECHA" USING WS-FechaMov WS-NoFuturo
                                     WS-Fecha-Resultado
               IF WS-Fecha-Resultado IS NOT EQUAL "V"
                   MOVE "FECHA INVALIDA" TO WS-Motivo
                   PERFORM 700-RegistrarRechazo
               END-IF
           END-IF.

       300-AplicarMovimiento.
           EVALUATE Mov-Tipo
               WHEN "A"
                   PERFORM 400-AplicarAlta
               WHEN "B"
                   MOVE Mov-Jugador TO WS-Acc-Clave
                   PERFORM 060-AutorizarAdministrador
                   IF WS-Acc-Resultado IS EQUAL "S"
                       PERFORM 600-AplicarBaja
                   ELSE
                       MOVE "OPERADOR SIN PERMISO" TO WS-Motivo
                       PERFORM 700-RegistrarRechazo
                   END-IF
               WHEN "R"
                   MOVE Mov-Jugador TO WS-Acc-Clave
                   PERFORM 060-AutorizarAdministrador
                   IF WS-Acc-Resultado IS EQUAL "S"
                       PERFORM 500-AplicarReemplazo
                   ELSE
                       MOVE "OPERADOR SIN PERMISO" TO WS-Motivo
                       PERFORM 700-RegistrarRechazo
                   END-IF
               WHEN OTHER
                   MOVE "TIPO DE MOV. INVALIDO" TO WS-Motivo
                   PERFORM 700-RegistrarRechazo
           END-EVALUATE.

      * club y jugador tienen que existir; la edad se mide a la
      * fecha de corte y los mayores ocupan el cupo de mayores
       350-ValidarJugadorEntrante.
           MOVE 0 TO WS-EntraValido
           MOVE Mov-Equipo TO Equ-Codigo
           READ EQUIPO
               INVALID KEY
                   MOVE "EQUIPO INEXISTENTE" TO WS-Motivo
           END-READ
           IF WS-Motivo IS EQUAL SPACES
               MOVE Mov-Jugador TO Jug-Idx-Codigo
               READ JUGADORES
                   INVALID KEY
                       MOVE "JUGADOR INEXISTENTE" TO WS-Motivo
               END-READ
           END-IF
           IF WS-Motivo IS EQUAL SPACES
               MOVE Mov-Jugador TO WS-JugBuscado
               PERFORM 160-BuscarNombreJugador
               IF WS-EdadMaxima > ZERO AND WS-FechaNac IS EQUAL ZERO
                   MOVE "SIN FECHA DE NACIMIENTO" TO WS-Motivo
               ELSE
                   PERFORM 170-CalcularEdad
               END-IF
           END-IF
           IF WS-Motivo IS EQUAL SPACES
               MOVE WS-Temporada TO Lbf-Temporada
               MOVE Mov-Equipo TO Lbf-Equipo
               MOVE Mov-Jugador TO Lbf-Jugador
               READ LISTA-BUENA-FE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF Lbf-Estado IS EQUAL "A"
                           MOVE "JUGADOR YA EN LA LISTA" TO WS-Motivo
                       END-IF
               END-READ
           END-IF
           IF WS-Motivo IS EQUAL SPACES
               PERFORM 380-ContarLista
           END-IF
           IF WS-Motivo IS EQUAL SPACES
               MOVE 1 TO WS-EntraValido
           ELSE
               PERFORM 700-RegistrarRechazo
           END-IF.

      * cuenta los jugadores vigentes del club y cuantos de ellos
      * ocupan cupo de mayores
       380-ContarLista.
           MOVE ZERO TO WS-CantEnLista
           MOVE ZERO TO WS-CantMayores
           MOVE 0 TO WS-FlagConteo
           MOVE Mov-Equipo TO WS-EquipoConteo
           MOVE WS-Temporada TO Lbf-Temporada
           MOVE Mov-Equipo TO Lbf-Equipo
           MOVE ZERO TO Lbf-Jugador
           START LISTA-BUENA-FE KEY IS NOT LESS Lbf-Clave
               INVALID KEY MOVE 1 TO WS-FlagConteo
           END-START
           PERFORM UNTIL WS-FlagConteo IS EQUAL 1
               READ LISTA-BUENA-FE NEXT
                   AT END MOVE 1 TO WS-FlagConteo
                   NOT AT END
                       IF Lbf-Temporada IS NOT EQUAL WS-Temporada
                                  OR Lbf-Equipo IS NOT EQUAL
                                     WS-EquipoConteo
                           MOVE 1 TO WS-FlagConteo
                       ELSE
                           IF Lbf-Estado IS EQUAL "A"
                               ADD 1 TO WS-CantEnLista
                               IF Lbf-Mayor IS EQUAL "S"
                                   ADD 1 TO WS-CantMayores
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       400-AplicarAlta.
           IF WS-FechaMov > WS-FechaCierre
               MOVE "INSCRIPCION CERRADA" TO WS-Motivo
               PERFORM 700-RegistrarRechazo
           ELSE
               PERFORM 350-ValidarJugadorEntrante
               IF WS-EntraValido IS EQUAL 1
                   IF WS-CantEnLista NOT < WS-MaxJugadores
                       MOVE "LISTA COMPLETA" TO WS-Motivo
                       PERFORM 700-RegistrarRechazo
                   ELSE
                       IF WS-EsMayor IS EQUAL "S"
                          AND WS-CantMayores NOT < WS-CupoMayores
                           MOVE "CUPO DE MAYORES COMPLETO"
                                      TO WS-Motivo
                           PERFORM 700-RegistrarRechazo
                       ELSE
                           MOVE ZERO TO Lbf-Reemplaza
                           PERFORM 450-GrabarEntrante
                           ADD 1 TO WS-CantAltas
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * un jugador dado de baja dentro del periodo puede volver a
      * inscribirse; su registro se reescribe
       450-GrabarEntrante.
           MOVE WS-Temporada TO Lbf-Temporada
           MOVE Mov-Equipo TO Lbf-Equipo
           MOVE Mov-Jugador TO Lbf-Jugador
           MOVE SPACES TO WS-Imagen-Antes
           READ LISTA-BUENA-FE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE Lbf-Reg TO WS-Imagen-Antes
           END-READ
           MOVE WS-Temporada TO Lbf-Temporada
           MOVE Mov-Equipo TO Lbf-Equipo
           MOVE Mov-Jugador TO Lbf-Jugador
           MOVE "A" TO Lbf-Estado
           MOVE WS-EsMayor TO Lbf-Mayor
           MOVE WS-FechaMov TO Lbf-FechaAlta
           MOVE ZERO TO Lbf-FechaBaja
           MOVE ZERO TO Lbf-ReemplazadoPor
           IF Mov-Tipo IS EQUAL "R"
               MOVE Mov-JugSale TO Lbf-Reemplaza
               MOVE Mov-Motivo TO Lbf-Motivo
               MOVE Mov-Resolucion TO Lbf-Resolucion
           ELSE
               MOVE ZERO TO Lbf-Reemplaza
               MOVE SPACE TO Lbf-Motivo
               MOVE SPACES TO Lbf-Resolucion
           END-IF
           IF WS-Imagen-Antes IS EQUAL SPACES
               WRITE Lbf-Reg
                   INVALID KEY CONTINUE
               END-WRITE
           ELSE
               REWRITE Lbf-Reg
                   INVALID KEY CONTINUE
               END-REWRITE
           END-IF
           MOVE Lbf-Reg TO WS-Imagen-Despues
           PERFORM 800-GrabarJournal.

      * despues del cierre solo se admiten reemplazos, y solo por
      * lesion, transferencia o retiro con resolucion de la liga
       500-AplicarReemplazo.
           IF Mov-Motivo IS NOT EQUAL "L"
                      AND Mov-Motivo IS NOT EQUAL "T"
                      AND Mov-Motivo IS NOT EQUAL "R"
               MOVE "MOTIVO NO APROBADO" TO WS-Motivo
               PERFORM 700-RegistrarRechazo
           ELSE
               IF Mov-Resolucion IS EQUAL SPACES
                   MOVE "FALTA RESOLUCION" TO WS-Motivo
                   PERFORM 700-RegistrarRechazo
               ELSE
                   PERFORM 520-BuscarSaliente
               END-IF
           END-IF.

       520-BuscarSaliente.
           MOVE WS-Temporada TO Lbf-Temporada
           MOVE Mov-Equipo TO Lbf-Equipo
           MOVE Mov-JugSale TO Lbf-Jugador
           READ LISTA-BUENA-FE
               INVALID KEY
                   MOVE "REEMPLAZADO NO ESTA EN LISTA" TO WS-Motivo
               NOT INVALID KEY
                   IF Lbf-Estado IS NOT EQUAL "A"
                       MOVE "REEMPLAZADO NO ESTA EN LISTA"
                                  TO WS-Motivo
                   END-IF
           END-READ
           IF WS-Motivo IS NOT EQUAL SPACES
               PERFORM 700-RegistrarRechazo
           ELSE
               MOVE Lbf-Reg TO WS-Lbf-Sale
               MOVE Lbf-Mayor TO WS-Sale-Mayor
               PERFORM 350-ValidarJugadorEntrante
               IF WS-EntraValido IS EQUAL 1
                   IF WS-Sale-Mayor IS EQUAL "S"
                       SUBTRACT 1 FROM WS-CantMayores
                   END-IF
                   IF WS-EsMayor IS EQUAL "S"
                          AND WS-CantMayores NOT < WS-CupoMayores
                       MOVE "CUPO DE MAYORES COMPLETO" TO WS-Motivo
                       PERFORM 700-RegistrarRechazo
                   ELSE
                       PERFORM 550-GrabarSaliente
                       PERFORM 450-GrabarEntrante
                       ADD 1 TO WS-CantReemplazos
                   END-IF
               END-IF
           END-IF.

       550-GrabarSaliente.
           MOVE WS-Lbf-Sale TO Lbf-Reg
           MOVE WS-Lbf-Sale TO WS-Imagen-Antes
           MOVE "R" TO Lbf-Estado
           MOVE WS-FechaMov TO Lbf-FechaBaja
           MOVE Mov-Jugador TO Lbf-ReemplazadoPor
           MOVE Mov-Motivo TO Lbf-Motivo
           MOVE Mov-Resolucion TO Lbf-Resolucion
           REWRITE Lbf-Reg
               INVALID KEY CONTINUE
           END-REWRITE
           MOVE Lbf-Reg TO WS-Imagen-Despues
           PERFORM 800-GrabarJournal.

       600-AplicarBaja.
           IF WS-FechaMov > WS-FechaCierre
               MOVE "INSCRIPCION CERRADA" TO WS-Motivo
               PERFORM 700-RegistrarRechazo
           ELSE
               MOVE WS-Temporada TO Lbf-Temporada
               MOVE Mov-Equipo TO Lbf-Equipo
               MOVE Mov-Jugador TO Lbf-Jugador
               READ LISTA-BUENA-FE
                   INVALID KEY
                       MOVE "JUGADOR NO ESTA EN LISTA" TO WS-Motivo
                       PERFORM 700-RegistrarRechazo
                   NOT INVALID KEY
                       PERFORM 650-GrabarBaja
               END-READ
           END-IF.

       650-GrabarBaja.
           IF Lbf-Estado IS NOT EQUAL "A"
               MOVE "JUGADOR NO ESTA EN LISTA" TO WS-Motivo
               PERFORM 700-RegistrarRechazo
           ELSE
               MOVE Lbf-Reg TO WS-Imagen-Antes
               MOVE "B" TO Lbf-Estado
               MOVE WS-FechaMov TO Lbf-FechaBaja
               REWRITE Lbf-Reg
                   INVALID KEY CONTINUE
               END-REWRITE
               ADD 1 TO WS-CantBajas
               MOVE Lbf-Reg TO WS-Imagen-Despues
               PERFORM 800-GrabarJournal
           END-IF.

       700-RegistrarRechazo.
           MOVE SPACES TO Exc-Mov-Reg
           MOVE WS-Motivo TO Exc-Mov-Motivo
           MOVE Mov-Tipo TO Exc-Mov-Tipo
           MOVE Mov-Equipo TO Exc-Mov-Equipo
           MOVE Mov-Jugador TO Exc-Mov-Jugador
           WRITE Exc-Mov-Reg
           ADD 1 TO WS-CantRechazados.

      * la clave del journal es club + jugador del registro grabado
       800-GrabarJournal.
           MOVE SPACES TO Jrn-Reg
           MOVE WS-RunFecha TO Jrn-Fecha
           MOVE WS-RunHora TO Jrn-Hora
           MOVE "MANTLISTA" TO Jrn-Programa
           MOVE Mov-Tipo TO Jrn-Tipo
           MOVE WS-Operador TO Jrn-Operador
           MOVE Lbf-Equipo TO Jrn-Clave(1:2)
           MOVE Lbf-Jugador TO Jrn-Clave(3:6)
           MOVE WS-Imagen-Antes TO Jrn-Antes
           MOVE WS-Imagen-Despues TO Jrn-Despues
           WRITE Jrn-Reg.

      * lista oficial de la temporada, un bloque por club: primero
      * los jugadores vigentes y despues las bajas y reemplazos
       850-ImprimoListaOficial.
           OPEN OUTPUT LISTA-OFICIAL
           IF WS-Oficial-Status IS NOT EQUAL "00"
               DISPLAY "MANTLISTA: no se pudo abrir LISTA-OFICIAL "
                       "- estado " WS-Oficial-Status
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WS-Temporada TO lot-Temporada
               WRITE Ofi-Reg FROM Lin-Ofi-Titulo
               MOVE 0 TO WS-FlagOficial
               MOVE WS-Temporada TO Lbf-Temporada
               MOVE ZERO TO Lbf-Equipo
               MOVE ZERO TO Lbf-Jugador
               START LISTA-BUENA-FE KEY IS NOT LESS Lbf-Clave
                   INVALID KEY MOVE 1 TO WS-FlagOficial
               END-START
               PERFORM 855-LeerProximoClub
               PERFORM UNTIL WS-FlagOficial IS EQUAL 1
                   PERFORM 860-ImprimoClub
                   MOVE WS-Temporada TO Lbf-Temporada
                   MOVE WS-EquipoOficial TO Lbf-Equipo
                   MOVE 999999 TO Lbf-Jugador
                   START LISTA-BUENA-FE KEY IS GREATER Lbf-Clave
                       INVALID KEY MOVE 1 TO WS-FlagOficial
                   END-START
                   PERFORM 855-LeerProximoClub
               END-PERFORM
               CLOSE LISTA-OFICIAL
           END-IF.

       855-LeerProximoClub.
           IF WS-FlagOficial IS NOT EQUAL 1
               READ LISTA-BUENA-FE NEXT
                   AT END MOVE 1 TO WS-FlagOficial
                   NOT AT END
                       IF Lbf-Temporada IS NOT EQUAL WS-Temporada
                           MOVE 1 TO WS-FlagOficial
                       ELSE
                           MOVE Lbf-Equipo TO WS-EquipoOficial
                       END-IF
               END-READ
           END-IF.

       860-ImprimoClub.
           ADD 1 TO WS-CantClubes
           MOVE WS-EquipoOficial TO Equ-Codigo
           READ EQUIPO
               INVALID KEY MOVE SPACES TO Equ-Nombre
           END-READ
           MOVE SPACES TO Ofi-Reg
           WRITE Ofi-Reg
           MOVE WS-EquipoOficial TO loc-Equipo
           MOVE Equ-Nombre TO loc-Nombre
           WRITE Ofi-Reg FROM Lin-Ofi-Club
           WRITE Ofi-Reg FROM Lin-Ofi-Columnas
           MOVE ZERO TO WS-CantEnLista
           MOVE ZERO TO WS-CantMayores
           MOVE "A" TO WS-EstadoImpreso
           PERFORM 865-RecorrerClub
           MOVE SPACES TO Ofi-Reg
           WRITE Ofi-Reg
           WRITE Ofi-Reg FROM Lin-Ofi-Salidas
           MOVE "X" TO WS-EstadoImpreso
           PERFORM 865-RecorrerClub
           MOVE WS-CantEnLista TO lott-Cant
           MOVE WS-MaxJugadores TO lott-Max
           MOVE WS-CantMayores TO lott-Mayores
           MOVE WS-CupoMayores TO lott-Cupo
           MOVE SPACES TO Ofi-Reg
           WRITE Ofi-Reg
           WRITE Ofi-Reg FROM Lin-Ofi-Total.

      * WS-EstadoImpreso "A" recorre los vigentes, "X" el resto
       865-RecorrerClub.
           MOVE 0 TO WS-FlagClub
           MOVE WS-Temporada TO Lbf-Temporada
           MOVE WS-EquipoOficial TO Lbf-Equipo
           MOVE ZERO TO Lbf-Jugador
           START LISTA-BUENA-FE KEY IS NOT LESS Lbf-Clave
               INVALID KEY MOVE 1 TO WS-FlagClub
           END-START
           PERFORM UNTIL WS-FlagClub IS EQUAL 1
               READ LISTA-BUENA-FE NEXT
                   AT END MOVE 1 TO WS-FlagClub
                   NOT AT END
                       IF Lbf-Temporada IS NOT EQUAL WS-Temporada
                                  OR Lbf-Equipo IS NOT EQUAL
                                     WS-EquipoOficial
                           MOVE 1 TO WS-FlagClub
                       ELSE
                           IF WS-EstadoImpreso IS EQUAL "A"
                                  AND Lbf-Estado IS EQUAL "A"
                               ADD 1 TO WS-CantEnLista
                               IF Lbf-Mayor IS EQUAL "S"
                                   ADD 1 TO WS-CantMayores
                               END-IF
                               PERFORM 870-ImprimoJugador
                           END-IF
                           IF WS-EstadoImpreso IS EQUAL "X"
                                  AND Lbf-Estado IS NOT EQUAL "A"
                               PERFORM 870-ImprimoJugador
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       870-ImprimoJugador.
           MOVE Lbf-Jugador TO WS-JugBuscado
           PERFORM 160-BuscarNombreJugador
           PERFORM 170-CalcularEdad
           MOVE Lbf-Jugador TO loj-Jugador
           MOVE WS-NombreJugador TO loj-Nombre
           MOVE WS-PosicionJugador TO loj-Posicion
           MOVE WS-FechaNac TO loj-FechaNac
           MOVE WS-Edad TO loj-Edad
           MOVE Lbf-FechaAlta TO loj-FechaAlta
           MOVE SPACES TO WS-Obs
           EVALUATE Lbf-Estado
               WHEN "A"
                   IF Lbf-Reemplaza > ZERO
                       MOVE "REEMPLAZA A" TO WS-Obs-Texto
                       MOVE Lbf-Reemplaza TO WS-Obs-Jugador
                   END-IF
               WHEN "B"
                   MOVE "BAJA" TO WS-Obs-Texto
               WHEN "R"
                   MOVE "REEMPL. POR" TO WS-Obs-Texto
                   MOVE Lbf-ReemplazadoPor TO WS-Obs-Jugador
           END-EVALUATE
           IF Lbf-Mayor IS EQUAL "S"
               MOVE "MAY" TO WS-Obs-Marca
           END-IF
           MOVE WS-Obs TO loj-Obs
           WRITE Ofi-Reg FROM Lin-Ofi-Jugador.

       900-ImprimoResumen.
           MOVE WS-CantAltas TO lr-Altas
           MOVE WS-CantBajas TO lr-Bajas
           MOVE WS-CantReemplazos TO lr-Reemplazos
           MOVE WS-CantRechazados TO lr-Rechazados
           DISPLAY Lin-Resumen.

       999-FinGeneral.
           CLOSE LISTA-BUENA-FE
           CLOSE JUGADORES
           CLOSE EQUIPO
           IF WS-HayMovimientos IS EQUAL 1
               CLOSE MOV-LISTA
           END-IF
           CLOSE MOV-LISTA-EXCEP
           CLOSE JOURNAL-LISTA.

       END PROGRAM MANTLISTA.
