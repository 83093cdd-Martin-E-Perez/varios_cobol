      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECAUDACION.
      ******************************************************************
       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
           SELECT PARTIDOS ASSIGN TO DYNAMIC
           WS-Path-Partidos
           ORGANIZATION is line sequential
           FILE STATUS is WS-Partidos-Status.

           SELECT EQUIPO ASSIGN TO DYNAMIC
           WS-Path-Equipo
           ORGANIZATION is INDEXED
           ACCESS MODE is RANDOM
           RECORD KEY is Equ-Codigo
           FILE STATUS is WS-Equipo-Status.

           SELECT RECAUDACIONES ASSIGN TO DYNAMIC
           WS-Path-Recaudacion
           ORGANIZATION is line sequential
           FILE STATUS is WS-Recaudacion-Status.

           SELECT PAGOS-RECAUDACION ASSIGN TO DYNAMIC
           WS-Path-Pagos
           ORGANIZATION is line sequential
           FILE STATUS is WS-Pagos-Status.

           SELECT RECAUDACION-EXCEP ASSIGN TO DYNAMIC
           WS-Path-Excep
           ORGANIZATION is line sequential.

           SELECT LIQUIDACION ASSIGN TO DYNAMIC
           WS-Path-Liquidacion
           ORGANIZATION is line sequential
           FILE STATUS is WS-Liquidacion-Status.

           SELECT CUENTA-CLUBES ASSIGN TO DYNAMIC
           WS-Path-Cuenta
           ORGANIZATION is line sequential
           FILE STATUS is WS-Cuenta-Status.

      ******************************************************************
       DATA DIVISION.
        FILE SECTION.
      * Par-Estado: espacio o J = jugado, L/V = walkover local o
      * visitante, S = suspendido, P = postergado a Par-FechaNueva
       FD  PARTIDOS.
       01  Par-Reg.
           03 Par-Fecha pic 9(2).
           03 Par-EquLocal pic 9(2).
           03 Par-GolLocal pic 99.
           03 Par-EquVisit pic 9(2).
           03 Par-GolVisit pic 99.
           03 Par-Estado pic x.
           03 Par-FechaNueva pic 9(2).

       FD  EQUIPO.
       01  Equ-Reg.
           03 Equ-Codigo pic 9(2).
           03 Equ-Nombre pic x(15).

      * una recaudacion por partido; las categorias sin codigo no
      * se usan. Rec-Bruto tiene que ser la suma de entradas por
      * precio de cada categoria
       FD  RECAUDACIONES.
       01  Rec-Reg.
           03 Rec-Fecha pic 9(2).
           03 Rec-EquLocal pic 9(2).
           03 Rec-EquVisit pic 9(2).
           03 Rec-Categoria OCCURS 4 TIMES.
               05 Rec-Cat-Codigo pic x(3).
               05 Rec-Cat-Entradas pic 9(6).
               05 Rec-Cat-Precio pic 9(5)v99.
           03 Rec-Bruto pic 9(9)v99.
           03 Rec-Policia pic 9(7)v99.
           03 Rec-Arbitraje pic 9(7)v99.
           03 Rec-OtrosGastos pic 9(7)v99.

      * Pgo-Sentido: L la liga le paga al club, C el club le paga
      * a la liga
       FD  PAGOS-RECAUDACION.
       01  Pgo-Reg.
           03 Pgo-Equipo pic 9(2).
           03 Pgo-Fecha pic 9(8).
           03 Pgo-Sentido pic x.
           03 Pgo-Importe pic 9(9)v99.

       FD  RECAUDACION-EXCEP.
       01  RecExc-Reg.
           03 RecExc-Imagen pic x(30).
           03 filler pic x(2) value spaces.
           03 RecExc-Motivo pic x(30).

       FD  LIQUIDACION.
       01  Liq-Reg pic x(90).

       FD  CUENTA-CLUBES.
       01  Cta-Reg pic x(132).

       WORKING-STORAGE SECTION.

       01  WS-Path-Partidos pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\partidos.txt".
       01  WS-Path-Equipo pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\equipo-idx.dat".
       01  WS-Path-Recaudacion pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\recaudacion.txt".
       01  WS-Path-Pagos pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\recaudacion-pagos.txt".
       01  WS-Path-Excep pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\recaudacion-rechazada.txt".
       01  WS-Path-Liquidacion pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\recaudacion-liquidacion.txt".
       01  WS-Path-Cuenta pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\recaudacion-cuenta-clubes.txt".
       01  WS-Path-Override pic x(100).

       01  WS-Partidos-Status pic xx.
       01  WS-Equipo-Status pic xx.
       01  WS-Recaudacion-Status pic xx.
       01  WS-Pagos-Status pic xx.
       01  WS-Liquidacion-Status pic xx.
       01  WS-Cuenta-Status pic xx.

       01  WS-Param-Clave pic x(30).
       01  WS-Param-Valor pic x(100).
       01  WS-Param-Origen pic x.
       01  Lin-Param.
           03 filler pic x(10) value "PARAMETRO ".
           03 lpar-Clave pic x(30).
           03 lpar-Valor pic x(20).
           03 filler pic x(9) value " ORIGEN: ".
           03 lpar-Origen pic x.

      * la liga se queda con WS-PorcLiga de lo recaudado; el resto,
      * neto de gastos, se reparte WS-PorcLocal para el local y lo
      * que queda para el visitante
       01  WS-PorcLiga pic 9(3) value 10.
       01  WS-PorcLocal pic 9(3) value 60.
      * sin RECAUDACION-FECHA se liquida la ultima fecha recaudada
       01  WS-FechaLiquidar pic 9(2) value zero.
       01  WS-FechaFija pic 9 value zero.
       01  WS-HayEquipo pic 9 value zero.
       01  WS-Param-Porc pic x(3).
       01  WS-Param-Fecha pic x(2).

       01  WS-FlagPartidos pic 9 value zero.
       01  WS-CantPartidos pic 9(4) value zero.
       01  Tabla-Partidos.
           03 Tpa-Partido OCCURS 1000 TIMES.
               05 Tpa-Fecha pic 9(2).
               05 Tpa-Local pic 9(2).
               05 Tpa-Visit pic 9(2).
               05 Tpa-Estado pic x.
               05 Tpa-Recaudado pic x.
       01  WS-IdxPar pic 9(4).
       01  WS-ParHallado pic 9.

       01  WS-FlagRec pic 9 value zero.
       01  WS-CantRec pic 9(4) value zero.
       01  Tabla-Recaudaciones.
           03 Tre-Recaudacion OCCURS 1000 TIMES.
               05 Tre-Fecha pic 9(2).
               05 Tre-Local pic 9(2).
               05 Tre-Visit pic 9(2).
               05 Tre-Entradas pic 9(7).
               05 Tre-Bruto pic 9(9)v99.
               05 Tre-Gastos pic 9(9)v99.
               05 Tre-Liga pic 9(9)v99.
               05 Tre-Remanente pic s9(9)v99.
               05 Tre-ParteLocal pic s9(9)v99.
               05 Tre-ParteVisit pic s9(9)v99.
       01  WS-IdxRec pic 9(4).
       01  WS-IdxCat pic 9.
       01  WS-Motivo pic x(30).
       01  WS-SumaBruto pic 9(11)v99.
       01  WS-Entradas pic 9(7).

      * cuenta de la temporada por club; el subindice es el codigo
      * de club. Saldo positivo: la liga le debe al club
       01  Tabla-Cuentas.
           03 Tcu-Club OCCURS 99 TIMES.
               05 Tcu-PJLocal pic 9(3).
               05 Tcu-PJVisit pic 9(3).
               05 Tcu-Bruto pic 9(11)v99.
               05 Tcu-Partes pic s9(11)v99.
               05 Tcu-SaldoPartidos pic s9(11)v99.
               05 Tcu-PagosLiga pic 9(11)v99.
               05 Tcu-PagosClub pic 9(11)v99.
       01  WS-IdxCta pic 9(3).
       01  WS-Saldo pic s9(11)v99.
       01  WS-SaldoClub pic s9(11)v99.
       01  WS-TotalLiga pic 9(11)v99 value zero.
       01  WS-TotalBruto pic 9(11)v99 value zero.

       01  WS-FlagPagos pic 9 value zero.
       01  WS-CantRecOk pic 9(5) value zero.
       01  WS-CantRechazadas pic 9(5) value zero.
       01  WS-CantPagos pic 9(5) value zero.
       01  WS-CantPagosRechazados pic 9(5) value zero.
       01  WS-CantLiquidaciones pic 9(3) value zero.
       01  WS-Fecha-Resultado pic x.
       01  WS-NoFuturo pic x value space.

       01  WS-Nombre pic x(15).
       01  WS-NombreRival pic x(15).
       01  WS-Club pic 9(3).
       01  WS-Rival pic 99.

       01  Lin-Liq-Titulo.
           03 filler pic x(40) value
              "LIQUIDACION DE RECAUDACION - FECHA".
           03 llt-Fecha pic z9.
       01  Lin-Liq-Signo.
           03 filler pic x(40) value
              "Saldo positivo: la liga le debe al club;".
           03 filler pic x(36) value
              " negativo: el club le debe a la liga".
       01  Lin-Liq-Club.
           03 filler pic x(6) value "Club: ".
           03 llc-Equipo pic z9.
           03 filler pic x(2) value spaces.
           03 llc-Nombre pic x(15).
       01  Lin-Liq-Partido.
           03 filler pic x(4) value spaces.
           03 llp-Condicion pic x(10).
           03 filler pic x(5) value " vs ".
           03 llp-Rival pic z9.
           03 filler pic x(2) value spaces.
           03 llp-NombreRival pic x(15).
           03 filler pic x(12) value "  Entradas:".
           03 llp-Entradas pic z.zzz.zz9.
       01  Lin-Liq-Importe.
           03 filler pic x(8) value spaces.
           03 lli-Concepto pic x(36).
           03 lli-Importe pic ---.---.--9,99.
       01  Lin-Liq-Sin.
           03 filler pic x(4) value spaces.
           03 filler pic x(40) value
              "Sin recaudacion en la fecha".

       01  Lin-Cta-Titulo.
           03 filler pic x(33) value
              "CUENTA DE RECAUDACION POR CLUB - ".
           03 filler pic x(27) value
              "ACUMULADO DE LA TEMPORADA".
       01  Lin-Cta-Encabezado.
           03 filler pic x(66) value
           "Equ Nombre          PJL PJV    Recaudado local   Parte del c
      -    "lub".
           03 filler pic x(66) value
           "   Saldo partidos   Pagos liga  Pagos club           Saldo".
       01  Lin-Cta-Club.
           03 lcc-Equipo pic z9.
           03 filler pic x(2) value spaces.
           03 lcc-Nombre pic x(15).
           03 filler pic x value space.
           03 lcc-PJLocal pic zz9.
           03 filler pic x value space.
           03 lcc-PJVisit pic zz9.
           03 filler pic x value space.
           03 lcc-Bruto pic zzz.zzz.zz9,99.
           03 filler pic x value space.
           03 lcc-Partes pic ---.---.--9,99.
           03 filler pic x value space.
           03 lcc-SaldoPartidos pic ---.---.--9,99.
           03 filler pic x value space.
           03 lcc-PagosLiga pic zzzz.zz9,99.
           03 filler pic x value space.
           03 lcc-PagosClub pic zzzz.zz9,99.
           03 filler pic x value space.
           03 lcc-Saldo pic ---.---.--9,99.
           03 filler pic x value space.
           03 lcc-Marca pic x(12).
       01  Lin-Cta-Liga.
           03 filler pic x(36) value
              "Recaudacion bruta de la temporada:".
           03 lcl-Bruto pic zzz.zzz.zz9,99.
       01  Lin-Cta-Liga2.
           03 filler pic x(36) value
              "Porcentaje retenido por la liga:".
           03 lcl-Liga pic zzz.zzz.zz9,99.

       01  Lin-Resumen1.
           03 filler pic x(30) value "Recaudaciones aceptadas:".
           03 lr-RecOk pic zzzz9.
       01  Lin-Resumen2.
           03 filler pic x(30) value "Recaudaciones rechazadas:".
           03 lr-Rechazadas pic zzzz9.
       01  Lin-Resumen3.
           03 filler pic x(30) value "Pagos aplicados:".
           03 lr-Pagos pic zzzz9.
       01  Lin-Resumen4.
           03 filler pic x(30) value "Pagos rechazados:".
           03 lr-PagosRechazados pic zzzz9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 000-LeerParametros
           PERFORM 100-InicioGeneral
           PERFORM 150-CargarPartidos
           PERFORM 200-ProcesarRecaudaciones
           PERFORM 400-ProcesarPagos
           PERFORM 500-ImprimoLiquidacion
           PERFORM 600-ImprimoCuentas
           PERFORM 900-ImprimoResumen
           PERFORM 999-FinGeneral

           GOBACK.

       000-LeerParametros.
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "RECAUDACION-PARTIDOS-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Partidos
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "RECAUDACION-EQUIPO-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Equipo
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "RECAUDACION-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Recaudacion
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "RECAUDACION-PAGOS-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Pagos
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "RECAUDACION-EXCEP-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Excep
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "RECAUDACION-LIQUIDACION-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Liquidacion
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "RECAUDACION-CUENTA-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Cuenta
           END-IF
           MOVE "RECAUDACION-PORC-LIGA" TO WS-Param-Clave
           PERFORM 005-ObtenerParametro
           IF WS-Param-Valor IS NOT EQUAL SPACES
               PERFORM 010-ValorPorcentaje
               MOVE WS-Param-Porc TO WS-PorcLiga
           END-IF
           MOVE "RECAUDACION-PORC-LOCAL" TO WS-Param-Clave
           PERFORM 005-ObtenerParametro
           IF WS-Param-Valor IS NOT EQUAL SPACES
               PERFORM 010-ValorPorcentaje
               MOVE WS-Param-Porc TO WS-PorcLocal
           END-IF
           MOVE "RECAUDACION-FECHA" TO WS-Param-Clave
           PERFORM 005-ObtenerParametro
           MOVE WS-Param-Valor(1:2) TO WS-Param-Fecha
           IF WS-Param-Fecha IS NOT EQUAL SPACES
               IF WS-Param-Fecha(2:1) IS EQUAL SPACE
                   MOVE WS-Param-Fecha(1:1) TO WS-Param-Fecha(2:1)
                   MOVE "0" TO WS-Param-Fecha(1:1)
               END-IF
               IF WS-Param-Fecha IS NUMERIC
                          AND WS-Param-Fecha IS NOT EQUAL "00"
                   MOVE WS-Param-Fecha TO WS-FechaLiquidar
                   MOVE 1 TO WS-FechaFija
               ELSE
                   DISPLAY "RECAUDACION: RECAUDACION-FECHA invalida: "
                           WS-Param-Valor(1:2)
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
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
               DISPLAY "RECAUDACION: no se pudieron cargar los "
                       "parametros"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      * porcentaje entero de 0 a 100, con o sin ceros adelante
       010-ValorPorcentaje.
           MOVE WS-Param-Valor(1:3) TO WS-Param-Porc
           IF WS-Param-Porc(2:2) IS EQUAL SPACES
               MOVE WS-Param-Porc(1:1) TO WS-Param-Porc(3:1)
               MOVE "00" TO WS-Param-Porc(1:2)
           END-IF
           IF WS-Param-Porc(3:1) IS EQUAL SPACE
               MOVE WS-Param-Porc(2:1) TO WS-Param-Porc(3:1)
               MOVE WS-Param-Porc(1:1) TO WS-Param-Porc(2:1)
               MOVE "0" TO WS-Param-Porc(1:1)
           END-IF
           IF WS-Param-Porc IS NOT NUMERIC
                      OR WS-Param-Porc > "100"
               DISPLAY "RECAUDACION: " WS-Param-Clave
                       " debe ser un porcentaje de 0 a 100"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       100-InicioGeneral.
           OPEN INPUT RECAUDACIONES
           IF WS-Recaudacion-Status IS NOT EQUAL "00"
               DISPLAY "RECAUDACION: no se pudo abrir RECAUDACIONES "
                       "- estado " WS-Recaudacion-Status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT PARTIDOS
           IF WS-Partidos-Status IS NOT EQUAL "00"
               DISPLAY "RECAUDACION: no se pudo abrir PARTIDOS "
                       "- estado " WS-Partidos-Status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT EQUIPO
           IF WS-Equipo-Status IS EQUAL "00"
               MOVE 1 TO WS-HayEquipo
           END-IF
           OPEN OUTPUT RECAUDACION-EXCEP
           OPEN OUTPUT LIQUIDACION
           OPEN OUTPUT CUENTA-CLUBES
           INITIALIZE Tabla-Cuentas.

       150-CargarPartidos.
           PERFORM UNTIL WS-FlagPartidos IS EQUAL 1
               READ PARTIDOS
                   AT END MOVE 1 TO WS-FlagPartidos
                   NOT AT END
                       IF WS-CantPartidos < 1000
                           ADD 1 TO WS-CantPartidos
                           MOVE Par-Fecha TO Tpa-Fecha(WS-CantPartidos)
                           MOVE Par-EquLocal
                                  TO Tpa-Local(WS-CantPartidos)
                           MOVE Par-EquVisit
                                  TO Tpa-Visit(WS-CantPartidos)
                           MOVE Par-Estado
                                  TO Tpa-Estado(WS-CantPartidos)
                           MOVE SPACE
                                  TO Tpa-Recaudado(WS-CantPartidos)
                       ELSE
                           DISPLAY "RECAUDACION: tabla de partidos "
                                   "llena"
                           MOVE 8 TO RETURN-CODE
                           GOBACK
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PARTIDOS.

       200-ProcesarRecaudaciones.
           PERFORM UNTIL WS-FlagRec IS EQUAL 1
               READ RECAUDACIONES
                   AT END MOVE 1 TO WS-FlagRec
                   NOT AT END
                       PERFORM 250-ValidarRecaudacion
                       IF WS-Motivo IS EQUAL SPACES
                           PERFORM 300-Liquidar
                       ELSE
                           PERFORM 700-RegistrarRechazo
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RECAUDACIONES.

      * el partido tiene que estar jugado: ni suspendido, ni
      * postergado, ni ganado por walkover
       250-ValidarRecaudacion.
           MOVE SPACES TO WS-Motivo
           IF Rec-EquLocal IS NOT NUMERIC OR Rec-EquLocal IS EQUAL ZERO
                      OR Rec-EquVisit IS NOT NUMERIC
                      OR Rec-EquVisit IS EQUAL ZERO
               MOVE "EQUIPO INVALIDO" TO WS-Motivo
           END-IF
           IF WS-Motivo IS EQUAL SPACES
               PERFORM 260-BuscarPartido
               IF WS-ParHallado IS NOT EQUAL 1
                   MOVE "PARTIDO INEXISTENTE" TO WS-Motivo
               END-IF
           END-IF
           IF WS-Motivo IS EQUAL SPACES
               EVALUATE Tpa-Estado(WS-IdxPar)
                   WHEN "S"
                       MOVE "PARTIDO SUSPENDIDO" TO WS-Motivo
                   WHEN "P"
                       MOVE "PARTIDO POSTERGADO" TO WS-Motivo
                   WHEN "L"
                   WHEN "V"
                       MOVE "PARTIDO GANADO POR WALKOVER"
                                  TO WS-Motivo
               END-EVALUATE
           END-IF
           IF WS-Motivo IS EQUAL SPACES
                      AND Tpa-Recaudado(WS-IdxPar) IS EQUAL "S"
               MOVE "RECAUDACION DUPLICADA" TO WS-Motivo
           END-IF
           IF WS-Motivo IS EQUAL SPACES
               IF Rec-Bruto IS NOT NUMERIC
                          OR Rec-Policia IS NOT NUMERIC
                          OR Rec-Arbitraje IS NOT NUMERIC
                          OR Rec-OtrosGastos IS NOT NUMERIC
                   MOVE "IMPORTE INVALIDO" TO WS-Motivo
               END-IF
           END-IF
           IF WS-Motivo IS EQUAL SPACES
               PERFORM 270-SumarCategorias
           END-IF.

       260-BuscarPartido.
           MOVE 0 TO WS-ParHallado
           PERFORM VARYING WS-IdxPar FROM 1 BY 1
                   UNTIL WS-IdxPar > WS-CantPartidos
                   OR WS-ParHallado = 1
               IF Tpa-Fecha(WS-IdxPar) = Rec-Fecha
                   AND Tpa-Local(WS-IdxPar) = Rec-EquLocal
                   AND Tpa-Visit(WS-IdxPar) = Rec-EquVisit
                   MOVE 1 TO WS-ParHallado
               END-IF
           END-PERFORM
           IF WS-ParHallado = 1
               SUBTRACT 1 FROM WS-IdxPar
           END-IF.

       270-SumarCategorias.
           MOVE ZERO TO WS-SumaBruto
           MOVE ZERO TO WS-Entradas
           PERFORM VARYING WS-IdxCat FROM 1 BY 1
                   UNTIL WS-IdxCat > 4
               IF Rec-Cat-Codigo(WS-IdxCat) IS NOT EQUAL SPACES
                   IF Rec-Cat-Entradas(WS-IdxCat) IS NUMERIC
                          AND Rec-Cat-Precio(WS-IdxCat) IS NUMERIC
                       ADD Rec-Cat-Entradas(WS-IdxCat) TO WS-Entradas
                       COMPUTE WS-SumaBruto = WS-SumaBruto
                               + Rec-Cat-Entradas(WS-IdxCat)
                               * Rec-Cat-Precio(WS-IdxCat)
                   ELSE
                       MOVE "CATEGORIA INVALIDA" TO WS-Motivo
                   END-IF
               END-IF
           END-PERFORM
           IF WS-Motivo IS EQUAL SPACES
                      AND WS-SumaBruto IS NOT EQUAL Rec-Bruto
               MOVE "BRUTO NO COINCIDE CON ENTRADAS" TO WS-Motivo
           END-IF.

      * el local cobra la boleteria y paga los gastos: le debe a la
      * liga su porcentaje mas la parte del visitante, que la liga
      * le acredita al visitante. Si los gastos superan lo que queda
      * despues de la liga, la perdida se reparte igual
       300-Liquidar.
           IF WS-CantRec NOT < 1000
               DISPLAY "RECAUDACION: tabla de recaudaciones llena"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO WS-CantRec
           ADD 1 TO WS-CantRecOk
           MOVE "S" TO Tpa-Recaudado(WS-IdxPar)
           MOVE Rec-Fecha TO Tre-Fecha(WS-CantRec)
           MOVE Rec-EquLocal TO Tre-Local(WS-CantRec)
           MOVE Rec-EquVisit TO Tre-Visit(WS-CantRec)
           MOVE WS-Entradas TO Tre-Entradas(WS-CantRec)
           MOVE Rec-Bruto TO Tre-Bruto(WS-CantRec)
           COMPUTE Tre-Gastos(WS-CantRec) = Rec-Policia
                   + Rec-Arbitraje + Rec-OtrosGastos
           COMPUTE Tre-Liga(WS-CantRec) ROUNDED
                   = Rec-Bruto * WS-PorcLiga / 100
           COMPUTE Tre-Remanente(WS-CantRec) = Rec-Bruto
                   - Tre-Liga(WS-CantRec) - Tre-Gastos(WS-CantRec)
           COMPUTE Tre-ParteLocal(WS-CantRec) ROUNDED
                   = Tre-Remanente(WS-CantRec) * WS-PorcLocal / 100
           COMPUTE Tre-ParteVisit(WS-CantRec)
                   = Tre-Remanente(WS-CantRec)
                   - Tre-ParteLocal(WS-CantRec)
           IF WS-FechaFija IS EQUAL 0
                      AND Rec-Fecha > WS-FechaLiquidar
               MOVE Rec-Fecha TO WS-FechaLiquidar
           END-IF
           ADD Rec-Bruto TO WS-TotalBruto
           ADD Tre-Liga(WS-CantRec) TO WS-TotalLiga
           MOVE Rec-EquLocal TO WS-IdxCta
           ADD 1 TO Tcu-PJLocal(WS-IdxCta)
           ADD Rec-Bruto TO Tcu-Bruto(WS-IdxCta)
           ADD Tre-ParteLocal(WS-CantRec) TO Tcu-Partes(WS-IdxCta)
           COMPUTE Tcu-SaldoPartidos(WS-IdxCta)
                   = Tcu-SaldoPartidos(WS-IdxCta)
                   - Tre-Liga(WS-CantRec) - Tre-ParteVisit(WS-CantRec)
           MOVE Rec-EquVisit TO WS-IdxCta
           ADD 1 TO Tcu-PJVisit(WS-IdxCta)
           ADD Tre-ParteVisit(WS-CantRec) TO Tcu-Partes(WS-IdxCta)
           ADD Tre-ParteVisit(WS-CantRec)
                   TO Tcu-SaldoPartidos(WS-IdxCta).

      * los pagos son opcionales; sin archivo la cuenta queda solo
      * con lo devengado por partidos
       400-ProcesarPagos.
           OPEN INPUT PAGOS-RECAUDACION
           IF WS-Pagos-Status IS EQUAL "00"
               PERFORM UNTIL WS-FlagPagos IS EQUAL 1
                   READ PAGOS-RECAUDACION
                       AT END MOVE 1 TO WS-FlagPagos
                       NOT AT END PERFORM 410-AplicarPago
                   END-READ
               END-PERFORM
               CLOSE PAGOS-RECAUDACION
           END-IF.

       410-AplicarPago.
           MOVE SPACES TO WS-Motivo
           IF Pgo-Equipo IS NOT NUMERIC OR Pgo-Equipo IS EQUAL ZERO
               MOVE "EQUIPO INVALIDO" TO WS-Motivo
           END-IF
           IF WS-Motivo IS EQUAL SPACES
               CALL "VALFECHA" USING Pgo-Fecha WS-NoFuturo
                                     WS-Fecha-Resultado
               IF WS-Fecha-Resultado IS NOT EQUAL "V"
                   MOVE "FECHA DE PAGO INVALIDA" TO WS-Motivo
               END-IF
           END-IF
           IF WS-Motivo IS EQUAL SPACES
               IF Pgo-Importe IS NOT NUMERIC
                          OR Pgo-Importe IS EQUAL ZERO
                   MOVE "IMPORTE INVALIDO" TO WS-Motivo
               END-IF
           END-IF
           IF WS-Motivo IS EQUAL SPACES
               MOVE Pgo-Equipo TO WS-IdxCta
               EVALUATE Pgo-Sentido
                   WHEN "L"
                       ADD Pgo-Importe TO Tcu-PagosLiga(WS-IdxCta)
                   WHEN "C"
                       ADD Pgo-Importe TO Tcu-PagosClub(WS-IdxCta)
                   WHEN OTHER
                       MOVE "SENTIDO DE PAGO INVALIDO" TO WS-Motivo
               END-EVALUATE
           END-IF
           IF WS-Motivo IS EQUAL SPACES
               ADD 1 TO WS-CantPagos
           ELSE
               MOVE SPACES TO RecExc-Reg
               MOVE Pgo-Reg TO RecExc-Imagen
               MOVE WS-Motivo TO RecExc-Motivo
               WRITE RecExc-Reg
               ADD 1 TO WS-CantPagosRechazados
           END-IF.

      * liquidacion de la fecha: un bloque por club que tuvo
      * recaudacion como local o como visitante
       500-ImprimoLiquidacion.
           MOVE WS-FechaLiquidar TO llt-Fecha
           WRITE Liq-Reg FROM Lin-Liq-Titulo
           WRITE Liq-Reg FROM Lin-Liq-Signo
           PERFORM VARYING WS-Club FROM 1 BY 1 UNTIL WS-Club > 99
               PERFORM 510-LiquidarClub
           END-PERFORM
           IF WS-CantLiquidaciones IS EQUAL ZERO
               WRITE Liq-Reg FROM Lin-Liq-Sin
           END-IF.

       510-LiquidarClub.
           MOVE 0 TO WS-ParHallado
           MOVE ZERO TO WS-SaldoClub
           PERFORM VARYING WS-IdxRec FROM 1 BY 1
                   UNTIL WS-IdxRec > WS-CantRec
               IF Tre-Fecha(WS-IdxRec) = WS-FechaLiquidar
                  AND (Tre-Local(WS-IdxRec) = WS-Club
                       OR Tre-Visit(WS-IdxRec) = WS-Club)
                   IF WS-ParHallado IS EQUAL 0
                       MOVE 1 TO WS-ParHallado
                       PERFORM 520-ImprimoClub
                   END-IF
                   PERFORM 530-ImprimoPartido
               END-IF
           END-PERFORM
           IF WS-ParHallado IS EQUAL 1
               MOVE "Saldo de la fecha con la liga:" TO lli-Concepto
               MOVE WS-SaldoClub TO lli-Importe
               WRITE Liq-Reg FROM Lin-Liq-Importe
           END-IF.

       520-ImprimoClub.
           ADD 1 TO WS-CantLiquidaciones
           MOVE WS-Club TO Equ-Codigo
           PERFORM 550-BuscarNombre
           MOVE SPACES TO Liq-Reg
           WRITE Liq-Reg
           MOVE WS-Club TO llc-Equipo
           MOVE WS-Nombre TO llc-Nombre
           WRITE Liq-Reg FROM Lin-Liq-Club.

       530-ImprimoPartido.
           IF Tre-Local(WS-IdxRec) = WS-Club
               MOVE "LOCAL" TO llp-Condicion
               MOVE Tre-Visit(WS-IdxRec) TO WS-Rival
           ELSE
               MOVE "VISITANTE" TO llp-Condicion
               MOVE Tre-Local(WS-IdxRec) TO WS-Rival
           END-IF
           MOVE WS-Rival TO Equ-Codigo
           PERFORM 550-BuscarNombre
           MOVE WS-Rival TO llp-Rival
           MOVE WS-Nombre TO llp-NombreRival
           MOVE Tre-Entradas(WS-IdxRec) TO llp-Entradas
           WRITE Liq-Reg FROM Lin-Liq-Partido
           MOVE "Recaudacion bruta" TO lli-Concepto
           MOVE Tre-Bruto(WS-IdxRec) TO lli-Importe
           WRITE Liq-Reg FROM Lin-Liq-Importe
           MOVE "Porcentaje de la liga" TO lli-Concepto
           MOVE Tre-Liga(WS-IdxRec) TO lli-Importe
           WRITE Liq-Reg FROM Lin-Liq-Importe
           MOVE "Gastos (policia, arbitraje, otros)" TO lli-Concepto
           MOVE Tre-Gastos(WS-IdxRec) TO lli-Importe
           WRITE Liq-Reg FROM Lin-Liq-Importe
           MOVE "Remanente a repartir" TO lli-Concepto
           MOVE Tre-Remanente(WS-IdxRec) TO lli-Importe
           WRITE Liq-Reg FROM Lin-Liq-Importe
           IF Tre-Local(WS-IdxRec) = WS-Club
               MOVE "Parte del club" TO lli-Concepto
               MOVE Tre-ParteLocal(WS-IdxRec) TO lli-Importe
               WRITE Liq-Reg FROM Lin-Liq-Importe
               MOVE "Parte del visitante" TO lli-Concepto
               MOVE Tre-ParteVisit(WS-IdxRec) TO lli-Importe
               WRITE Liq-Reg FROM Lin-Liq-Importe
               COMPUTE WS-Saldo = ZERO - Tre-Liga(WS-IdxRec)
                       - Tre-ParteVisit(WS-IdxRec)
           ELSE
               MOVE "Parte del club" TO lli-Concepto
               MOVE Tre-ParteVisit(WS-IdxRec) TO lli-Importe
               WRITE Liq-Reg FROM Lin-Liq-Importe
               MOVE Tre-ParteVisit(WS-IdxRec) TO WS-Saldo
           END-IF
           MOVE "Saldo del partido con la liga" TO lli-Concepto
           MOVE WS-Saldo TO lli-Importe
           WRITE Liq-Reg FROM Lin-Liq-Importe
           ADD WS-Saldo TO WS-SaldoClub.

       550-BuscarNombre.
           MOVE SPACES TO WS-Nombre
           IF WS-HayEquipo IS EQUAL 1
               READ EQUIPO
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE Equ-Nombre TO WS-Nombre
               END-READ
           END-IF.

      * cuenta de la temporada: devengado por partidos menos lo que
      * la liga ya pago, mas lo que el club ya deposito
       600-ImprimoCuentas.
           WRITE Cta-Reg FROM Lin-Cta-Titulo
           WRITE Cta-Reg FROM Lin-Liq-Signo
           MOVE SPACES TO Cta-Reg
           WRITE Cta-Reg
           WRITE Cta-Reg FROM Lin-Cta-Encabezado
           PERFORM VARYING WS-IdxCta FROM 1 BY 1 UNTIL WS-IdxCta > 99
               IF Tcu-PJLocal(WS-IdxCta) > ZERO
                          OR Tcu-PJVisit(WS-IdxCta) > ZERO
                          OR Tcu-PagosLiga(WS-IdxCta) > ZERO
                          OR Tcu-PagosClub(WS-IdxCta) > ZERO
                   PERFORM 610-ImprimoCuentaClub
               END-IF
           END-PERFORM
           MOVE SPACES TO Cta-Reg
           WRITE Cta-Reg
           MOVE WS-TotalBruto TO lcl-Bruto
           WRITE Cta-Reg FROM Lin-Cta-Liga
           MOVE WS-TotalLiga TO lcl-Liga
           WRITE Cta-Reg FROM Lin-Cta-Liga2.

       610-ImprimoCuentaClub.
           MOVE WS-IdxCta TO Equ-Codigo
           PERFORM 550-BuscarNombre
           COMPUTE WS-Saldo = Tcu-SaldoPartidos(WS-IdxCta)
                   - Tcu-PagosLiga(WS-IdxCta)
                   + Tcu-PagosClub(WS-IdxCta)
           MOVE WS-IdxCta TO lcc-Equipo
           MOVE WS-Nombre TO lcc-Nombre
           MOVE Tcu-PJLocal(WS-IdxCta) TO lcc-PJLocal
           MOVE Tcu-PJVisit(WS-IdxCta) TO lcc-PJVisit
           MOVE Tcu-Bruto(WS-IdxCta) TO lcc-Bruto
           MOVE Tcu-Partes(WS-IdxCta) TO lcc-Partes
           MOVE Tcu-SaldoPartidos(WS-IdxCta) TO lcc-SaldoPartidos
           MOVE Tcu-PagosLiga(WS-IdxCta) TO lcc-PagosLiga
           MOVE Tcu-PagosClub(WS-IdxCta) TO lcc-PagosClub
           MOVE WS-Saldo TO lcc-Saldo
           EVALUATE TRUE
               WHEN WS-Saldo > ZERO
                   MOVE "LA LIGA DEBE" TO lcc-Marca
               WHEN WS-Saldo < ZERO
                   MOVE "EL CLUB DEBE" TO lcc-Marca
               WHEN OTHER
                   MOVE "SALDADO" TO lcc-Marca
           END-EVALUATE
           WRITE Cta-Reg FROM Lin-Cta-Club.

       700-RegistrarRechazo.
           MOVE SPACES TO RecExc-Reg
           MOVE Rec-Reg TO RecExc-Imagen
           MOVE WS-Motivo TO RecExc-Motivo
           WRITE RecExc-Reg
           ADD 1 TO WS-CantRechazadas.

       900-ImprimoResumen.
           MOVE WS-CantRecOk TO lr-RecOk
           MOVE WS-CantRechazadas TO lr-Rechazadas
           MOVE WS-CantPagos TO lr-Pagos
           MOVE WS-CantPagosRechazados TO lr-PagosRechazados
           DISPLAY Lin-Resumen1
           DISPLAY Lin-Resumen2
           DISPLAY Lin-Resumen3
           DISPLAY Lin-Resumen4
           IF WS-CantRechazadas > ZERO OR WS-CantPagosRechazados > ZERO
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       999-FinGeneral.
           IF WS-HayEquipo IS EQUAL 1
               CLOSE EQUIPO
           END-IF
           CLOSE RECAUDACION-EXCEP
           CLOSE LIQUIDACION
           CLOSE CUENTA-CLUBES.

       END PROGRAM RECAUDACION.
