      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANDEJAEXC.
      ******************************************************************
       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
           SELECT FUENTE ASSIGN TO DYNAMIC
           WS-Path-Fuente
           ORGANIZATION is line sequential
           FILE STATUS is WS-Fuente-Status.

           SELECT REGISTRO ASSIGN TO DYNAMIC
           WS-Path-Registro
           ORGANIZATION is line sequential
           FILE STATUS is WS-Registro-Status.

           SELECT REGISTRO-TRABAJO ASSIGN TO DYNAMIC
           WS-Path-Trabajo
           ORGANIZATION is line sequential
           FILE STATUS is WS-Trabajo-Status.

           SELECT EXCEPCIONES-sort ASSIGN TO DYNAMIC
           WS-Path-Excepciones-Sort
           ORGANIZATION is line sequential.

           SELECT BANDEJA-sort ASSIGN TO DYNAMIC
           WS-Path-Bandeja-Sort
           ORGANIZATION is line sequential.

           SELECT BANDEJA ASSIGN TO DYNAMIC
           WS-Path-Bandeja
           ORGANIZATION is line sequential
           FILE STATUS is WS-Bandeja-Status.

      ******************************************************************
       DATA DIVISION.
        FILE SECTION.
      * cualquier archivo de rechazos: la linea entera es la excepcion
       FD  FUENTE.
       01  Fue-Reg pic x(80).

      * Reg-Area: 1 secretaria instituto1, 2 secretaria instituto2,
      *           L liga
      * Reg-Estado: A abierta, C cerrada
       FD  REGISTRO.
       01  Reg-Reg.
           03 Reg-Fuente pic x(12).
           03 filler pic x(2).
           03 Reg-Imagen pic x(60).
           03 filler pic x(2).
           03 Reg-Area pic x.
           03 filler pic x(2).
           03 Reg-Primera pic 9(8).
           03 filler pic x(2).
           03 Reg-Ultima pic 9(8).
           03 filler pic x(2).
           03 Reg-Estado pic x.
           03 filler pic x(2).
           03 Reg-Cierre pic 9(8).

       FD  REGISTRO-TRABAJO.
       01  Trb-Reg pic x(110).

       SD  EXCEPCIONES-sort.
       01  Exs-Reg.
           03 Exs-Fuente pic x(12).
           03 Exs-Imagen pic x(60).
           03 Exs-Area pic x.

       SD  BANDEJA-sort.
       01  Bds-Reg.
           03 Bds-Area pic x.
           03 Bds-Primera pic 9(8).
           03 Bds-Fuente pic x(12).
           03 Bds-Imagen pic x(60).
           03 Bds-Ultima pic 9(8).

       FD  BANDEJA.
       01  Ban-Reg pic x(110).

       WORKING-STORAGE SECTION.

       01  WS-Path-ActasExcl pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\actas-excluidas.txt".
       01  WS-Path-Huerfanos pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\alumnos-huerfanos.txt".
       01  WS-Path-NotasDup pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\notas-duplicadas.txt".
       01  WS-Path-Correlat pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\correlatividades-excep.txt".
       01  WS-Path-ActasRech pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\actas-rechazadas.txt".
       01  WS-Path-ActasCorr pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\actas-correlatividad.txt".
       01  WS-Path-NotasErr pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\notas-errores.txt".
       01  WS-Path-CursosInv pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\cursos-invalidos.txt".
       01  WS-Path-PartidosRech pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\partidos-rechazados.txt".
       01  WS-Path-NovedadesInv pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\novedades-invalidas.txt".
       01  WS-Path-JugDescon pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\jugadores-desconocidos.txt".
       01  WS-Path-TransfRech pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\transferencias-rechazadas.txt".
       01  WS-Path-DetalleRech pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\partidos-detalle-rechazados.t
      -    "xt".
       01  WS-Path-ArbitroRech pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\arbitros-partido-rechazados.t
      -    "xt".
       01  WS-Path-PlanillaRech pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\planillas-rechazadas.txt".
       01  WS-Path-RecaudaRech pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\recaudacion-rechazada.txt".
       01  WS-Path-PreviasRech pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\previas-rechazadas.txt".
       01  WS-Path-Registro pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\excepciones-registro.txt".
       01  WS-Path-Trabajo pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\excepciones-registro.tmp".
       01  WS-Path-Excepciones-Sort pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\excepciones-sort.txt".
       01  WS-Path-Bandeja-Sort pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\bandeja-sort.txt".
       01  WS-Path-Bandeja pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\excepciones-bandeja.txt".
       01  WS-Path-Fuente pic x(100).
       01  WS-Path-Override pic x(100).

       01  WS-Fuente-Status pic xx.
       01  WS-Registro-Status pic xx.
       01  WS-Trabajo-Status pic xx.
       01  WS-Bandeja-Status pic xx.

       01  WS-Param-Clave pic x(30).
       01  WS-Param-Valor pic x(100).
       01  WS-Param-Origen pic x.
       01  WS-DiasCerradas-Param pic x(3).
       01  WS-DiasCerradas pic 9(3) value 30.

       01  Lin-Param.
           03 filler pic x(10) value "PARAMETRO ".
           03 lpar-Clave pic x(30).
           03 lpar-Valor pic x(20).
           03 filler pic x(9) value " ORIGEN: ".
           03 lpar-Origen pic x.

       01  WS-Fecha-Corrida pic 9(8).
       01  WS-Cal-Funcion pic x value "D".
       01  WS-Cal-Fecha pic 9(8).
       01  WS-Cal-Dias pic 9(3).
       01  WS-Cal-Resultado pic x.

      * fuentes de la corrida; la que no se pudo leer no cierra nada
       01  WS-Fuente-Actual pic x(12).
       01  WS-Area-Actual pic x.
       01  WS-FlagFuente pic 9.
       01  WS-CantFuentes pic 9(3) value zero.
       01  Tabla-Fuentes.
           03 Tabla-Fue OCCURS 20 TIMES.
               05 TFue-Codigo pic x(12).
               05 TFue-Leida pic 9.
               05 TFue-Cantidad pic 9(7).
       01  Idx-Fue pic 9(3).
       01  WS-FueEncontrada pic 9.

       01  WS-FinRegistro pic 9 value zero.
       01  WS-FinSort pic 9 value zero.
       01  WS-FinTrabajo pic 9 value zero.
       01  WS-FinBandeja pic 9 value zero.
       01  WS-Clave-Registro.
           03 WS-CReg-Fuente pic x(12).
           03 WS-CReg-Imagen pic x(60).
       01  WS-Clave-Sort.
           03 WS-CSrt-Fuente pic x(12).
           03 WS-CSrt-Imagen pic x(60).
       01  WS-Clave-Anterior pic x(72).

       01  WS-Nueva-Reg.
           03 WN-Fuente pic x(12).
           03 filler pic x(2) value spaces.
           03 WN-Imagen pic x(60).
           03 filler pic x(2) value spaces.
           03 WN-Area pic x.
           03 filler pic x(2) value spaces.
           03 WN-Primera pic 9(8).
           03 filler pic x(2) value spaces.
           03 WN-Ultima pic 9(8).
           03 filler pic x(2) value spaces.
           03 WN-Estado pic x.
           03 filler pic x(2) value spaces.
           03 WN-Cierre pic 9(8).

      * contadores por area: 1 secretaria 1, 2 secretaria 2, 3 liga
       01  Tabla-Areas.
           03 Tabla-Are OCCURS 3 TIMES.
               05 TAre-Abiertas pic 9(5).
               05 TAre-Nuevas pic 9(5).
               05 TAre-Cerradas pic 9(5).
       01  Idx-Area pic 9.
       01  WS-Area-Grp pic x.
       01  WS-CantLeidas pic 9(7) value zero.
       01  WS-CantPurgadas pic 9(5) value zero.

       01  Lin-Encab1.
           03 filler pic x(34) value
           "BANDEJA DE EXCEPCIONES - FECHA: ".
           03 l-FechaCorrida pic 9(8).

       01  Lin-Blanco pic x(110) value spaces.

       01  Lin-Area.
           03 filler pic x(6) value "AREA: ".
           03 la-Nombre pic x(30).

       01  Lin-Titulo.
           03 filler pic x(60) value
           "Origen        Desde     Ultima    Dias        Excepcion".

       01  Lin-Detalle.
           03 ld-Fuente pic x(12).
           03 filler pic x(2) value spaces.
           03 ld-Primera pic 9(8).
           03 filler pic x(2) value spaces.
           03 ld-Ultima pic 9(8).
           03 filler pic x(2) value spaces.
           03 ld-Dias pic zz9.
           03 filler pic x(2) value spaces.
           03 ld-Marca pic x(5).
           03 filler pic x(2) value spaces.
           03 ld-Imagen pic x(60).

       01  Lin-TotArea.
           03 filler pic x(2) value spaces.
           03 lta-Nombre pic x(20).
           03 filler pic x(11) value " Abiertas: ".
           03 lta-Abiertas pic zzzz9.
           03 filler pic x(13) value "  Nuevas hoy:".
           03 lta-Nuevas pic zzzz9.
           03 filler pic x(15) value "  Cerradas hoy:".
           03 lta-Cerradas pic zzzz9.

       01  Lin-SinFuente.
           03 filler pic x(33) value
           "BANDEJAEXC: sin archivo de origen".
           03 filler pic x value space.
           03 lsf-Fuente pic x(12).
           03 filler pic x(35) value
           " - sus excepciones quedan como esta".

       01  Lin-Resumen1.
           03 filler pic x(30) value "Rechazos leidos:".
           03 lr-Leidas pic zzzzzz9.
       01  Lin-Resumen2.
           03 filler pic x(30) value "Cerradas purgadas:".
           03 lr-Purgadas pic zzzzzz9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM 000-LeerParametros

           SORT EXCEPCIONES-sort ASCENDING Exs-Fuente
                                           Exs-Imagen
           INPUT PROCEDURE IS input-excepciones
           OUTPUT PROCEDURE IS output-excepciones

           PERFORM 600-ReemplazarRegistro

           SORT BANDEJA-sort ASCENDING Bds-Area
                                       Bds-Primera
                                       Bds-Fuente
                                       Bds-Imagen
           INPUT PROCEDURE IS input-bandeja
           OUTPUT PROCEDURE IS output-bandeja.

           GOBACK.

       input-excepciones.
           MOVE "ACTAS-EXCL" TO WS-Fuente-Actual
           MOVE "1" TO WS-Area-Actual
           MOVE WS-Path-ActasExcl TO WS-Path-Fuente
           PERFORM 200-LeerFuente
           MOVE "HUERFANOS" TO WS-Fuente-Actual
           MOVE "1" TO WS-Area-Actual
           MOVE WS-Path-Huerfanos TO WS-Path-Fuente
           PERFORM 200-LeerFuente
           MOVE "NOTAS-DUP" TO WS-Fuente-Actual
           MOVE "1" TO WS-Area-Actual
           MOVE WS-Path-NotasDup TO WS-Path-Fuente
           PERFORM 200-LeerFuente
           MOVE "CORRELATIV" TO WS-Fuente-Actual
           MOVE "1" TO WS-Area-Actual
           MOVE WS-Path-Correlat TO WS-Path-Fuente
           PERFORM 200-LeerFuente
           MOVE "ACTAS-RECH" TO WS-Fuente-Actual
           MOVE "1" TO WS-Area-Actual
           MOVE WS-Path-ActasRech TO WS-Path-Fuente
           PERFORM 200-LeerFuente
           MOVE "ACTAS-CORR" TO WS-Fuente-Actual
           MOVE "1" TO WS-Area-Actual
           MOVE WS-Path-ActasCorr TO WS-Path-Fuente
           PERFORM 200-LeerFuente
           MOVE "NOTAS-ERR" TO WS-Fuente-Actual
           MOVE "2" TO WS-Area-Actual
           MOVE WS-Path-NotasErr TO WS-Path-Fuente
           PERFORM 200-LeerFuente
           MOVE "CURSOS-INV" TO WS-Fuente-Actual
           MOVE "2" TO WS-Area-Actual
           MOVE WS-Path-CursosInv TO WS-Path-Fuente
           PERFORM 200-LeerFuente
           MOVE "PARTIDOS-RCH" TO WS-Fuente-Actual
           MOVE "L" TO WS-Area-Actual
           MOVE WS-Path-PartidosRech TO WS-Path-Fuente
           PERFORM 200-LeerFuente
           MOVE "NOVEDAD-INV" TO WS-Fuente-Actual
           MOVE "L" TO WS-Area-Actual
           MOVE WS-Path-NovedadesInv TO WS-Path-Fuente
           PERFORM 200-LeerFuente
           MOVE "JUG-DESCON" TO WS-Fuente-Actual
           MOVE "L" TO WS-Area-Actual
           MOVE WS-Path-JugDescon TO WS-Path-Fuente
           PERFORM 200-LeerFuente
           MOVE "TRANSF-RCH" TO WS-Fuente-Actual
           MOVE "L" TO WS-Area-Actual
           MOVE WS-Path-TransfRech TO WS-Path-Fuente
           PERFORM 200-LeerFuente
           MOVE "DETALLE-RCH" TO WS-Fuente-Actual
           MOVE "L" TO WS-Area-Actual
           MOVE WS-Path-DetalleRech TO WS-Path-Fuente
           PERFORM 200-LeerFuente
           MOVE "ARBITRO-RCH" TO WS-Fuente-Actual
           MOVE "L" TO WS-Area-Actual
           MOVE WS-Path-ArbitroRech TO WS-Path-Fuente
           PERFORM 200-LeerFuente
           MOVE "PLANILLA-RCH" TO WS-Fuente-Actual
           MOVE "L" TO WS-Area-Actual
           MOVE WS-Path-PlanillaRech TO WS-Path-Fuente
           PERFORM 200-LeerFuente
           MOVE "RECAUDA-RCH" TO WS-Fuente-Actual
           MOVE "L" TO WS-Area-Actual
           MOVE WS-Path-RecaudaRech TO WS-Path-Fuente
           PERFORM 200-LeerFuente
           MOVE "PREVIAS-RCH" TO WS-Fuente-Actual
           MOVE "2" TO WS-Area-Actual
           MOVE WS-Path-PreviasRech TO WS-Path-Fuente
           PERFORM 200-LeerFuente.

      * cruce del registro (ordenado por clave) con los rechazos de
      * la corrida: nueva, sigue abierta, o ya no aparece
       output-excepciones.
           PERFORM 300-InicioCruce
           MOVE LOW-VALUES TO WS-Clave-Sort
           PERFORM 310-LeerRegistro
           PERFORM 320-LeerSort
           PERFORM UNTIL WS-FinRegistro IS EQUAL 1
                     AND WS-FinSort IS EQUAL 1
               IF WS-Clave-Sort < WS-Clave-Registro
                   PERFORM 400-ExcepcionNueva
                   PERFORM 320-LeerSort
               ELSE
                   IF WS-Clave-Sort IS EQUAL WS-Clave-Registro
                       PERFORM 410-ExcepcionVigente
                       PERFORM 310-LeerRegistro
                       PERFORM 320-LeerSort
                   ELSE
                       PERFORM 420-ExcepcionNoVista
                       PERFORM 310-LeerRegistro
                   END-IF
               END-IF
           END-PERFORM
           IF WS-Registro-Status IS NOT EQUAL "35"
               CLOSE REGISTRO
           END-IF
           CLOSE REGISTRO-TRABAJO.

       input-bandeja.
           MOVE 0 TO WS-FinRegistro
           OPEN INPUT REGISTRO
           IF WS-Registro-Status IS NOT EQUAL "00"
               DISPLAY "BANDEJAEXC: no se pudo abrir el registro "
                       "- estado " WS-Registro-Status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL WS-FinRegistro IS EQUAL 1
               READ REGISTRO
                   AT END MOVE 1 TO WS-FinRegistro
                   NOT AT END
                       IF Reg-Estado IS EQUAL "A"
                           MOVE Reg-Area TO Bds-Area
                           MOVE Reg-Primera TO Bds-Primera
                           MOVE Reg-Fuente TO Bds-Fuente
                           MOVE Reg-Imagen TO Bds-Imagen
                           MOVE Reg-Ultima TO Bds-Ultima
                           RELEASE Bds-Reg
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REGISTRO.

       output-bandeja.
           PERFORM 700-InicioBandeja
           PERFORM 710-LeerBandeja
           PERFORM UNTIL WS-FinBandeja IS EQUAL 1
               MOVE Bds-Area TO WS-Area-Grp
               PERFORM 720-ImprimoArea
               PERFORM UNTIL Bds-Area IS NOT EQUAL WS-Area-Grp
                          OR WS-FinBandeja IS EQUAL 1
                   PERFORM 730-ImprimoExcepcion
                   PERFORM 710-LeerBandeja
               END-PERFORM
               WRITE Ban-Reg FROM Lin-Blanco
           END-PERFORM
           PERFORM 900-ImprimoResumen
           CLOSE BANDEJA.

       000-LeerParametros.
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "BANDEJAEXC-ACTAS-EXCL-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-ActasExcl
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "BANDEJAEXC-HUERFANOS-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Huerfanos
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "BANDEJAEXC-NOTAS-DUP-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-NotasDup
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "BANDEJAEXC-CORRELATIV-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Correlat
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "BANDEJAEXC-ACTAS-RECH-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-ActasRech
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "BANDEJAEXC-ACTAS-CORR-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-ActasCorr
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "BANDEJAEXC-NOTAS-ERR-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-NotasErr
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "BANDEJAEXC-CURSOS-INV-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-CursosInv
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "BANDEJAEXC-PARTIDOS-RCH-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-PartidosRech
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "BANDEJAEXC-NOVEDAD-INV-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-NovedadesInv
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "BANDEJAEXC-JUG-DESCON-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-JugDescon
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "BANDEJAEXC-TRANSF-RCH-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-TransfRech
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "BANDEJAEXC-DETALLE-RCH-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-DetalleRech
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "BANDEJAEXC-ARBITRO-RCH-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-ArbitroRech
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "BANDEJAEXC-PLANILLA-RCH-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-PlanillaRech
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "BANDEJAEXC-RECAUDA-RCH-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-RecaudaRech
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "BANDEJAEXC-PREVIAS-RCH-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-PreviasRech
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "BANDEJAEXC-REGISTRO-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Registro
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "BANDEJAEXC-TRABAJO-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Trabajo
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "BANDEJAEXC-SORT-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Excepciones-Sort
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "BANDEJAEXC-SORT2-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Bandeja-Sort
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "BANDEJAEXC-BANDEJA-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Bandeja
           END-IF
           MOVE "EXCEPCIONES-DIAS-CERRADAS" TO WS-Param-Clave
           PERFORM 005-ObtenerParametro
           MOVE WS-Param-Valor(1:3) TO WS-DiasCerradas-Param
           IF WS-DiasCerradas-Param IS NUMERIC
               AND WS-DiasCerradas-Param > ZERO
               MOVE WS-DiasCerradas-Param TO WS-DiasCerradas
           END-IF
           MOVE ZEROS TO Tabla-Areas
           ACCEPT WS-Fecha-Corrida FROM DATE YYYYMMDD.

       005-ObtenerParametro.
           MOVE SPACES TO WS-Param-Valor
           CALL "PARAMLEE" USING WS-Param-Clave WS-Param-Valor
                                 WS-Param-Origen
           MOVE WS-Param-Clave TO lpar-Clave
           MOVE WS-Param-Valor(1:20) TO lpar-Valor
           MOVE WS-Param-Origen TO lpar-Origen
           DISPLAY Lin-Param
           IF WS-Param-Origen IS EQUAL "X"
               DISPLAY "BANDEJAEXC: no se pudieron cargar los "
                       "parametros"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       200-LeerFuente.
           ADD 1 TO WS-CantFuentes
           MOVE WS-Fuente-Actual TO TFue-Codigo(WS-CantFuentes)
           MOVE 0 TO TFue-Leida(WS-CantFuentes)
           MOVE ZERO TO TFue-Cantidad(WS-CantFuentes)
           MOVE 0 TO WS-FlagFuente
           OPEN INPUT FUENTE
           IF WS-Fuente-Status IS NOT EQUAL "00"
               MOVE WS-Fuente-Actual TO lsf-Fuente
               DISPLAY Lin-SinFuente
           ELSE
               MOVE 1 TO TFue-Leida(WS-CantFuentes)
               PERFORM UNTIL WS-FlagFuente IS EQUAL 1
                   READ FUENTE
                       AT END MOVE 1 TO WS-FlagFuente
                       NOT AT END
                           IF Fue-Reg IS NOT EQUAL SPACES
                               MOVE WS-Fuente-Actual TO Exs-Fuente
                               MOVE Fue-Reg(1:60) TO Exs-Imagen
                               MOVE WS-Area-Actual TO Exs-Area
                               RELEASE Exs-Reg
                               ADD 1 TO TFue-Cantidad(WS-CantFuentes)
                               ADD 1 TO WS-CantLeidas
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FUENTE
           END-IF.

       300-InicioCruce.
           OPEN INPUT REGISTRO
           IF WS-Registro-Status IS EQUAL "35"
               MOVE 1 TO WS-FinRegistro
           ELSE
               IF WS-Registro-Status IS NOT EQUAL "00"
                   DISPLAY "BANDEJAEXC: no se pudo abrir el registro "
                           "- estado " WS-Registro-Status
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           OPEN OUTPUT REGISTRO-TRABAJO
           IF WS-Trabajo-Status IS NOT EQUAL "00"
               DISPLAY "BANDEJAEXC: no se pudo abrir el archivo de "
                       "trabajo - estado " WS-Trabajo-Status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       310-LeerRegistro.
           IF WS-FinRegistro IS EQUAL 0
               READ REGISTRO
                   AT END MOVE 1 TO WS-FinRegistro
               END-READ
           END-IF
           IF WS-FinRegistro IS EQUAL 1
               MOVE HIGH-VALUES TO WS-Clave-Registro
           ELSE
               MOVE Reg-Fuente TO WS-CReg-Fuente
               MOVE Reg-Imagen TO WS-CReg-Imagen
           END-IF.

      * la misma linea repetida en la corrida es una sola excepcion
       320-LeerSort.
           MOVE WS-Clave-Sort TO WS-Clave-Anterior
           PERFORM 330-ReturnSort
           PERFORM UNTIL WS-FinSort IS EQUAL 1
                      OR WS-Clave-Sort IS NOT EQUAL WS-Clave-Anterior
               PERFORM 330-ReturnSort
           END-PERFORM.

       330-ReturnSort.
           RETURN EXCEPCIONES-sort
               AT END
                   MOVE 1 TO WS-FinSort
                   MOVE HIGH-VALUES TO WS-Clave-Sort
               NOT AT END
                   MOVE Exs-Fuente TO WS-CSrt-Fuente
                   MOVE Exs-Imagen TO WS-CSrt-Imagen
           END-RETURN.

       400-ExcepcionNueva.
           MOVE Exs-Fuente TO WN-Fuente
           MOVE Exs-Imagen TO WN-Imagen
           MOVE Exs-Area TO WN-Area
           MOVE WS-Fecha-Corrida TO WN-Primera
           MOVE WS-Fecha-Corrida TO WN-Ultima
           MOVE "A" TO WN-Estado
           MOVE ZERO TO WN-Cierre
           PERFORM 450-IndiceArea
           ADD 1 TO TAre-Nuevas(Idx-Area)
           WRITE Trb-Reg FROM WS-Nueva-Reg.

      * una excepcion cerrada que vuelve a aparecer se reabre desde hoy
       410-ExcepcionVigente.
           MOVE Reg-Fuente TO WN-Fuente
           MOVE Reg-Imagen TO WN-Imagen
           MOVE Reg-Area TO WN-Area
           MOVE Reg-Primera TO WN-Primera
           MOVE WS-Fecha-Corrida TO WN-Ultima
           MOVE "A" TO WN-Estado
           MOVE ZERO TO WN-Cierre
           IF Reg-Estado IS NOT EQUAL "A"
               MOVE WS-Fecha-Corrida TO WN-Primera
               PERFORM 450-IndiceArea
               ADD 1 TO TAre-Nuevas(Idx-Area)
           END-IF
           WRITE Trb-Reg FROM WS-Nueva-Reg.

      * si su archivo de origen no estuvo esta noche queda como esta;
      * las cerradas se guardan unos dias y despues se purgan
       420-ExcepcionNoVista.
           MOVE Reg-Fuente TO WN-Fuente
           MOVE Reg-Imagen TO WN-Imagen
           MOVE Reg-Area TO WN-Area
           MOVE Reg-Primera TO WN-Primera
           MOVE Reg-Ultima TO WN-Ultima
           MOVE Reg-Estado TO WN-Estado
           MOVE Reg-Cierre TO WN-Cierre
           MOVE 0 TO WS-FueEncontrada
           PERFORM VARYING Idx-Fue FROM 1 BY 1
                   UNTIL Idx-Fue > WS-CantFuentes
                   OR WS-FueEncontrada = 1
               IF TFue-Codigo(Idx-Fue) IS EQUAL Reg-Fuente
                   MOVE 1 TO WS-FueEncontrada
               END-IF
           END-PERFORM
           IF WS-FueEncontrada IS EQUAL 1
               SUBTRACT 1 FROM Idx-Fue
               IF TFue-Leida(Idx-Fue) IS EQUAL 0
                   MOVE 0 TO WS-FueEncontrada
               END-IF
           END-IF
           IF Reg-Estado IS EQUAL "A"
               IF WS-FueEncontrada IS EQUAL 1
                   MOVE "C" TO WN-Estado
                   MOVE WS-Fecha-Corrida TO WN-Cierre
                   PERFORM 450-IndiceArea
                   ADD 1 TO TAre-Cerradas(Idx-Area)
               END-IF
               WRITE Trb-Reg FROM WS-Nueva-Reg
           ELSE
               MOVE Reg-Cierre TO WS-Cal-Fecha
               MOVE ZERO TO WS-Cal-Dias
               CALL "CALENDARIO" USING WS-Cal-Funcion WS-Cal-Fecha
                                       WS-Cal-Dias WS-Cal-Resultado
               IF WS-Cal-Resultado IS EQUAL "X"
                   DISPLAY "BANDEJAEXC: no se pudo cargar el calendario"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               IF WS-Cal-Dias > WS-DiasCerradas
                   ADD 1 TO WS-CantPurgadas
               ELSE
                   WRITE Trb-Reg FROM WS-Nueva-Reg
               END-IF
           END-IF.

       450-IndiceArea.
           EVALUATE WN-Area
               WHEN "1"
                   MOVE 1 TO Idx-Area
               WHEN "2"
                   MOVE 2 TO Idx-Area
               WHEN OTHER
                   MOVE 3 TO Idx-Area
           END-EVALUATE.

       600-ReemplazarRegistro.
           OPEN INPUT REGISTRO-TRABAJO
           OPEN OUTPUT REGISTRO
           IF WS-Registro-Status IS NOT EQUAL "00"
               DISPLAY "BANDEJAEXC: no se pudo grabar el registro "
                       "- estado " WS-Registro-Status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL WS-FinTrabajo IS EQUAL 1
               READ REGISTRO-TRABAJO
                   AT END MOVE 1 TO WS-FinTrabajo
                   NOT AT END
                       WRITE Reg-Reg FROM Trb-Reg
               END-READ
           END-PERFORM
           CLOSE REGISTRO-TRABAJO
           CLOSE REGISTRO.

       700-InicioBandeja.
           OPEN OUTPUT BANDEJA
           IF WS-Bandeja-Status IS NOT EQUAL "00"
               DISPLAY "BANDEJAEXC: no se pudo abrir la bandeja "
                       "- estado " WS-Bandeja-Status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-Fecha-Corrida TO l-FechaCorrida
           WRITE Ban-Reg FROM Lin-Encab1
           WRITE Ban-Reg FROM Lin-Blanco.

       710-LeerBandeja.
           RETURN BANDEJA-sort AT END MOVE 1 TO WS-FinBandeja.

       720-ImprimoArea.
           MOVE WS-Area-Grp TO WN-Area
           PERFORM 450-IndiceArea
           PERFORM 740-NombreArea
           MOVE lta-Nombre TO la-Nombre
           WRITE Ban-Reg FROM Lin-Area
           WRITE Ban-Reg FROM Lin-Titulo.

       730-ImprimoExcepcion.
           ADD 1 TO TAre-Abiertas(Idx-Area)
           MOVE Bds-Fuente TO ld-Fuente
           MOVE Bds-Primera TO ld-Primera
           MOVE Bds-Ultima TO ld-Ultima
           MOVE Bds-Imagen TO ld-Imagen
           MOVE Bds-Primera TO WS-Cal-Fecha
           MOVE ZERO TO WS-Cal-Dias
           CALL "CALENDARIO" USING WS-Cal-Funcion WS-Cal-Fecha
                                   WS-Cal-Dias WS-Cal-Resultado
           IF WS-Cal-Resultado IS EQUAL "X"
               DISPLAY "BANDEJAEXC: no se pudo cargar el calendario"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-Cal-Dias TO ld-Dias
           IF Bds-Primera IS EQUAL WS-Fecha-Corrida
               MOVE "NUEVA" TO ld-Marca
           ELSE
               MOVE SPACES TO ld-Marca
           END-IF
           WRITE Ban-Reg FROM Lin-Detalle.

       740-NombreArea.
           EVALUATE Idx-Area
               WHEN 1
                   MOVE "SECRETARIA 1" TO lta-Nombre
               WHEN 2
                   MOVE "SECRETARIA 2" TO lta-Nombre
               WHEN OTHER
                   MOVE "LIGA" TO lta-Nombre
           END-EVALUATE.

       900-ImprimoResumen.
           PERFORM VARYING Idx-Area FROM 1 BY 1 UNTIL Idx-Area > 3
               PERFORM 740-NombreArea
               MOVE TAre-Abiertas(Idx-Area) TO lta-Abiertas
               MOVE TAre-Nuevas(Idx-Area) TO lta-Nuevas
               MOVE TAre-Cerradas(Idx-Area) TO lta-Cerradas
               WRITE Ban-Reg FROM Lin-TotArea
               DISPLAY Lin-TotArea
           END-PERFORM
           MOVE WS-CantLeidas TO lr-Leidas
           MOVE WS-CantPurgadas TO lr-Purgadas
           WRITE Ban-Reg FROM Lin-Blanco
           WRITE Ban-Reg FROM Lin-Resumen1
           WRITE Ban-Reg FROM Lin-Resumen2
           DISPLAY Lin-Resumen1.

       END PROGRAM BANDEJAEXC.
