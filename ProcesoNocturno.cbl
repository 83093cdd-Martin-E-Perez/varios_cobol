           WS-Path-Ledger
           ORGANIZATION is line sequential
           FILE STATUS is WS-Ledger-Status.

           SELECT PASOS ASSIGN TO DYNAMIC
           WS-Path-Pasos
           ORGANIZATION is line sequential
           FILE STATUS is WS-Pasos-Status.

           SELECT TIEMPOS ASSIGN TO DYNAMIC
           WS-Path-Tiempos
           ORGANIZATION is line sequential
           FILE STATUS is WS-Tiempos-Status.

           SELECT STATS-PASO ASSIGN TO DYNAMIC
           WS-Path-Stats
           ORGANIZATION is line sequential
           FILE STATUS is WS-Stats-Status.
      ******************************************************************
       DATA DIVISION.
        FILE SECTION.
      * Led-Tipo: R una linea por corrida, P una linea por paso
       FD  RUN-LEDGER.
       01  Led-Reg.
           03 Led-Tipo pic x.
           03 filler pic x(2).
           03 Led-Fecha pic 9(8).
           03 filler pic x(2).
           03 Led-HoraInicio pic 9(8).
           03 filler pic x(2).
           03 Led-Detalle pic x(60).

       01  Led-Corrida.
           03 filler pic x(23).
           03 Lco-HoraFin pic 9(8).
           03 filler pic x(2).
           03 Lco-Estado pic x.
           03 filler pic x(2).
           03 Lco-RC-Maximo pic 9(4).
           03 filler pic x(2).
           03 Lco-CantPasos pic 9(3).

      * Lpa-Estado: E ejecutado, R completo en la corrida anterior,
      *             D cancelado por un predecesor, N no corresponde
      *             hoy, A no ejecutado por falla de un paso critico
       01  Led-Paso.
           03 filler pic x(23).
           03 Lpa-Paso pic x(12).
           03 filler pic x(2).
           03 Lpa-Programa pic x(16).
           03 filler pic x(2).
           03 Lpa-Estado pic x.
           03 filler pic x(2).
           03 Lpa-RC pic 9(4).
           03 filler pic x(2).
           03 Lpa-HoraInicio pic 9(8).
           03 filler pic x(2).
           03 Lpa-HoraFin pic 9(8).

      * V: aviso de que la corrida se proyecta pasada la ventana
       01  Led-Aviso.
           03 filler pic x(23).
           03 Lav-Paso pic x(12).
           03 filler pic x(2).
           03 Lav-Proyectado pic 9(4).
           03 filler pic x(2).
           03 Lav-Ventana pic 9(4).

      * un paso por linea, en orden de ejecucion; "*" en la columna 1
      * es comentario
      * Pas-Dias: lunes a domingo, S corre ese dia (en blanco, todos)
      * Pas-Condicion: blanco siempre, L solo dia laborable,
      *                P primer laborable del mes, U ultimo laborable
      * Pas-Critico: S si el paso termina con RC distinto de cero no
      *              se corre nada mas
      * Pas-Pred / Pas-MaxRC: pasos definidos antes y RC maximo
      *              aceptable de cada uno (en blanco, cero)
      * Pas-Contador / Pas-Stats: contador del STATS-RUN del programa
      *              que mide su volumen (en blanco, la suma de todos)
      *              y archivo de stats (en blanco, sin volumen)
       FD  PASOS.
       01  Pas-Reg.
           03 Pas-Nombre pic x(12).
           03 filler pic x(2).
           03 Pas-Programa pic x(16).
           03 filler pic x(2).
           03 Pas-Dias pic x(7).
           03 filler pic x(2).
           03 Pas-Condicion pic x.
           03 filler pic x(2).
           03 Pas-Critico pic x.
           03 filler pic x(2).
           03 Pas-Predecesor OCCURS 5 TIMES.
               05 Pas-Pred pic x(12).
               05 filler pic x.
               05 Pas-MaxRC pic x(4).
               05 filler pic x(2).
           03 Pas-Contador pic x(24).
           03 filler pic x(2).
           03 Pas-Stats pic x(100).

      * una linea por paso ejecutado
       FD  TIEMPOS.
       01  Tie-Reg.
           03 Tie-Fecha pic 9(8).
           03 filler pic x(2).
           03 Tie-Paso pic x(12).
           03 filler pic x(2).
           03 Tie-Programa pic x(16).
           03 filler pic x(2).
           03 Tie-Inicio pic 9(8).
           03 filler pic x(2).
           03 Tie-Fin pic 9(8).
           03 filler pic x(2).
           03 Tie-Segundos pic 9(6).
           03 filler pic x(2).
           03 Tie-Volumen pic 9(9).
           03 filler pic x(2).
           03 Tie-RC pic 9(4).

       FD  STATS-PASO.
       01  Sta-Reg.
           03 Sta-Programa pic x(12).
           03 filler pic x(2).
           03 Sta-Contador pic x(24).
           03 filler pic x(2).
           03 Sta-Valor pic 9(7).

           WORKING-STORAGE SECTION.

       01  WS-Path-Ledger pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\jobnocturno-ledger.txt".
       01  WS-Path-Pasos pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\jobnocturno-pasos.txt".
       01  WS-Path-Tiempos pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\jobnocturno-tiempos.txt".
       01  WS-Path-Stats pic x(100).
       01  WS-Path-Override pic x(100).
       01  WS-Ledger-Status pic xx.
       01  WS-Pasos-Status pic xx.
       01  WS-Tiempos-Status pic xx.
       01  WS-Stats-Status pic xx.
       01  WS-FlagTiempos pic 9 value zero.
       01  WS-FlagStats pic 9.

       01  WS-Param-Clave pic x(30).
       01  WS-Param-Valor pic x(100).
       01  WS-Param-Origen pic x.
       01  WS-Ventana-Param pic x(4).
       01  WS-Ventana pic 9(4) value 0700.

       01  Lin-Param.
           03 filler pic x(10) value "PARAMETRO ".
           03 lpar-Clave pic x(30).
           03 lpar-Valor pic x(20).
           03 filler pic x(9) value " ORIGEN: ".
           03 lpar-Origen pic x.

      * tiempos en segundos desde la medianoche del dia de inicio
       01  WS-Hora-Calc.
           03 WS-HC-HH pic 9(2).
           03 WS-HC-MM pic 9(2).
           03 WS-HC-SS pic 9(2).
           03 WS-HC-CC pic 9(2).
       01  WS-Seg-Calc pic 9(6).
       01  WS-Seg-Inicio pic 9(6).
       01  WS-Seg-Fin pic 9(6).
       01  WS-Seg-Corrida pic 9(6).
       01  WS-Seg-Ahora pic 9(6).
       01  WS-Seg-Ventana pic 9(6).
       01  WS-Seg-Proyectado pic 9(6).
       01  WS-Seg-Pendiente pic 9(6).
       01  WS-Segundos pic 9(6).
       01  WS-Volumen pic 9(9).
       01  WS-AvisoVentana pic 9 value zero.
       01  WS-Proy-Hora pic 9(4).
       01  WS-Proy-HH pic 9(2).
       01  WS-Proy-MM pic 9(2).
       01  WS-Resto pic 9(6).
       01  WS-Paso-Aviso pic x(12).
       01  Idx-Hist pic 9.
       01  WS-FlagLedger pic 9 value zero.
       01  WS-FlagPasos pic 9 value zero.
       01  WS-CorridaHoy pic 9 value zero.
       01  WS-Forzar-Param pic x value space.
       01  WS-Fecha-Hoy pic 9(8).
       01  WS-Hora-Inicio pic 9(8).
       01  WS-Hora-Fin pic 9(8).
       01  WS-DiaSemana pic 9.

       01  WS-Cal-Funcion pic x.
       01  WS-Cal-Fecha pic 9(8).
       01  WS-Cal-Dias pic 9(3) value zero.
       01  WS-Cal-Resultado pic x.
       01  WS-HoyLaborable pic 9 value zero.
       01  WS-HoyPrimerLab pic 9 value zero.
       01  WS-HoyUltimoLab pic 9 value zero.

      * 9999 = paso no ejecutado
       01  WS-CantPasos pic 9(3) value zero.
       01  Tabla-Pasos.
           03 Tabla-Pas OCCURS 50 TIMES.
               05 TPas-Nombre pic x(12).
               05 TPas-Programa pic x(16).
               05 TPas-Dias pic x(7).
               05 TPas-Condicion pic x.
               05 TPas-Critico pic x.
               05 TPas-CantPred pic 9.
               05 TPas-Pred OCCURS 5 TIMES.
                   07 TPas-PredIdx pic 9(3).
                   07 TPas-MaxRC pic 9(4).
               05 TPas-Estado pic x.
               05 TPas-RC pic 9(4).
               05 TPas-HoraInicio pic 9(8).
               05 TPas-HoraFin pic 9(8).
               05 TPas-Ult-RC pic 9(4).
               05 TPas-Contador pic x(24).
               05 TPas-Stats pic x(100).
               05 TPas-Hoy pic 9.
               05 TPas-CantHist pic 9.
               05 TPas-Hist pic 9(6) OCCURS 5 TIMES.
               05 TPas-Promedio pic 9(6).
       01  Idx-Pas pic 9(3).
       01  Idx-Pred pic 9.
       01  Idx-Dep pic 9(3).
       01  Idx-Bus pic 9(3).
       01  WS-Limite-Busqueda pic 9(3).
       01  WS-Nombre-Buscado pic x(12).
       01  WS-PasoEncontrado pic 9.
       01  WS-ErrorPasos pic 9 value zero.
       01  WS-Corresponde pic 9.
       01  WS-PredOk pic 9.
       01  WS-Abortar pic 9 value zero.
       01  WS-Programa-Paso pic x(16).

       01  WS-RC-Maximo pic 9(4) value zero.
       01  WS-RC-Paso pic 9(4).
       01  WS-CantEjecutados pic 9(3) value zero.
       01  WS-CantCancelados pic 9(3) value zero.
       01  WS-CantNoCorresponde pic 9(3) value zero.

       01  WS-Restart-Activo pic 9 value zero.
       01  WS-HayUltimo pic 9 value zero.
       01  WS-Ult-Estado pic x value space.
       01  WS-Grupo-Fecha pic 9(8) value zero.
       01  WS-Grupo-Hora pic 9(8) value zero.

       01  Lin-Resumen.
           03 filler pic x(18) value "Pasos ejecutados:".
           03 lr-Ejecutados pic zz9.
           03 filler pic x(14) value "  cancelados:".
           03 lr-Cancelados pic zz9.
           03 filler pic x(20) value "  no corresponden:".
           03 lr-NoCorresponde pic zz9.
           03 filler pic x(14) value "  RC maximo:".
           03 lr-RC-Maximo pic zzz9.

       01  Lin-Paso.
           03 filler pic x(18) value "JOBNOCTURNO paso ".
           03 lp-Paso pic x(12).
           03 filler pic x(5) value " RC: ".
           03 lp-RC pic zzz9.
           03 filler pic x(2) value spaces.
           03 lp-Estado pic x(30).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM 010-VerificarLedger
           PERFORM 060-CargarTiempos

           MOVE ZERO TO Idx-Pas
           MOVE "INICIO" TO WS-Paso-Aviso
           PERFORM 800-ProyectarFin
           PERFORM VARYING Idx-Pas FROM 1 BY 1
                   UNTIL Idx-Pas > WS-CantPasos
               PERFORM 100-EjecutarPaso
           END-PERFORM

           PERFORM 920-CalcularMaximo
           IF WS-Abortar IS EQUAL 1
               IF WS-RC-Maximo < 8
                   MOVE 8 TO WS-RC-Maximo
               END-IF
               PERFORM 950-GrabarLedger
               MOVE WS-RC-Maximo TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 900-ImprimoResumen

           PERFORM 950-GrabarLedger

           CALL "RESUMEN"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Ledger
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "JOBNOCTURNO-PASOS-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Pasos
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "JOBNOCTURNO-TIEMPOS-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Tiempos
           END-IF
           ACCEPT WS-Forzar-Param
                      FROM ENVIRONMENT "JOBNOCTURNO-FORZAR"
           MOVE "JOBNOCTURNO-FIN-VENTANA" TO WS-Param-Clave
           PERFORM 005-ObtenerParametro
           MOVE WS-Param-Valor(1:4) TO WS-Ventana-Param
           IF WS-Ventana-Param IS NUMERIC
               AND WS-Ventana-Param(1:2) < "24"
               AND WS-Ventana-Param(3:2) < "60"
               MOVE WS-Ventana-Param TO WS-Ventana
           END-IF
           ACCEPT WS-Fecha-Hoy FROM DATE YYYYMMDD
           ACCEPT WS-Hora-Inicio FROM TIME
           ACCEPT WS-DiaSemana FROM DAY-OF-WEEK
           MOVE "L" TO WS-Cal-Funcion
           CALL "CALENDARIO" USING WS-Cal-Funcion WS-Fecha-Hoy
                                   WS-Cal-Dias WS-Cal-Resultado
           IF WS-Cal-Resultado IS EQUAL "X"
               DISPLAY "JOBNOCTURNO: no se pudo cargar el calendario"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-Cal-Resultado IS EQUAL "N"
               AND WS-Forzar-Param IS NOT EQUAL "S"
               AND WS-Forzar-Param IS NOT EQUAL "Y"
               MOVE ZERO TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-Cal-Resultado IS EQUAL "S"
               MOVE 1 TO WS-HoyLaborable
           END-IF
           PERFORM 015-CalcularCalendario
           PERFORM 030-CargarPasos
           OPEN INPUT RUN-LEDGER
           IF WS-Ledger-Status IS EQUAL "00"
               PERFORM UNTIL WS-FlagLedger IS EQUAL 1
                       AT END MOVE 1 TO WS-FlagLedger
                       NOT AT END
                           PERFORM 020-GuardarUltimoLedger
                   END-READ
               END-PERFORM
               CLOSE RUN-LEDGER
                       "abortada - se saltean los pasos con RC cero"
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
               DISPLAY "JOBNOCTURNO: no se pudieron cargar los "
                       "parametros"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * primer y ultimo dia laborable del mes, para Pas-Condicion
       015-CalcularCalendario.
           IF WS-HoyLaborable IS EQUAL 1
               MOVE WS-Fecha-Hoy TO WS-Cal-Fecha
               MOVE "01" TO WS-Cal-Fecha(7:2)
               MOVE "P" TO WS-Cal-Funcion
               MOVE ZERO TO WS-Cal-Dias
               CALL "CALENDARIO" USING WS-Cal-Funcion WS-Cal-Fecha
                                       WS-Cal-Dias WS-Cal-Resultado
               IF WS-Cal-Fecha IS EQUAL WS-Fecha-Hoy
                   MOVE 1 TO WS-HoyPrimerLab
               END-IF
               MOVE WS-Fecha-Hoy TO WS-Cal-Fecha
               MOVE 1 TO WS-Cal-Dias
               CALL "CALENDARIO" USING WS-Cal-Funcion WS-Cal-Fecha
                                       WS-Cal-Dias WS-Cal-Resultado
               IF WS-Cal-Fecha(5:2) IS NOT EQUAL WS-Fecha-Hoy(5:2)
                   MOVE 1 TO WS-HoyUltimoLab
               END-IF
           END-IF.

      * el ledger se agrupa por fecha y hora de inicio de la corrida;
      * una corrida sin su linea R se corto a mitad y cuenta como
      * abortada
       020-GuardarUltimoLedger.
           IF Led-Tipo IS EQUAL "R" OR Led-Tipo IS EQUAL "P"
               IF Led-Fecha IS NOT EQUAL WS-Grupo-Fecha
                   OR Led-HoraInicio IS NOT EQUAL WS-Grupo-Hora
                   MOVE Led-Fecha TO WS-Grupo-Fecha
                   MOVE Led-HoraInicio TO WS-Grupo-Hora
                   MOVE 1 TO WS-HayUltimo
                   MOVE "A" TO WS-Ult-Estado
                   PERFORM VARYING Idx-Bus FROM 1 BY 1
                           UNTIL Idx-Bus > WS-CantPasos
                       MOVE 9999 TO TPas-Ult-RC(Idx-Bus)
                   END-PERFORM
               END-IF
               IF Led-Tipo IS EQUAL "R"
                   MOVE Lco-Estado TO WS-Ult-Estado
                   IF Led-Fecha IS EQUAL WS-Fecha-Hoy
                       AND Lco-Estado IS EQUAL "C"
                       MOVE 1 TO WS-CorridaHoy
                   END-IF
               ELSE
                   IF (Lpa-Estado IS EQUAL "E"
                       OR Lpa-Estado IS EQUAL "R")
                       AND Lpa-RC IS NUMERIC
                       MOVE Lpa-Paso TO WS-Nombre-Buscado
                       MOVE WS-CantPasos TO WS-Limite-Busqueda
                       PERFORM 045-BuscarPaso
                       IF WS-PasoEncontrado IS EQUAL 1
                           MOVE Lpa-RC TO TPas-Ult-RC(Idx-Bus)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       030-CargarPasos.
           OPEN INPUT PASOS
           IF WS-Pasos-Status IS EQUAL "35"
               DISPLAY "JOBNOCTURNO: sin archivo de pasos - se usa la "
                       "secuencia estandar"
               PERFORM 035-PasosEstandar
           ELSE
               IF WS-Pasos-Status IS NOT EQUAL "00"
                   DISPLAY "JOBNOCTURNO: no se pudo abrir el archivo "
                           "de pasos - estado " WS-Pasos-Status
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-FlagPasos IS EQUAL 1
                   READ PASOS
                       AT END MOVE 1 TO WS-FlagPasos
                       NOT AT END
                           IF Pas-Reg IS NOT EQUAL SPACES
                               AND Pas-Nombre(1:1) IS NOT EQUAL "*"
                               PERFORM 040-AgregarPaso
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PASOS
           END-IF
           IF WS-CantPasos IS EQUAL ZERO
               DISPLAY "JOBNOCTURNO: el archivo de pasos no define "
                       "ningun paso"
               MOVE 1 TO WS-ErrorPasos
           END-IF
           IF WS-ErrorPasos IS EQUAL 1
               DISPLAY "JOBNOCTURNO: definicion de pasos invalida - "
                       "no se corre nada"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       035-PasosEstandar.
           MOVE SPACES TO Pas-Reg
           MOVE "BACKUP" TO Pas-Nombre
           MOVE "BACKUPMAESTROS" TO Pas-Programa
           MOVE "S" TO Pas-Critico
           PERFORM 040-AgregarPaso
           MOVE SPACES TO Pas-Reg
           MOVE "VERIFDIG" TO Pas-Nombre
           MOVE "VERIFDIG" TO Pas-Programa
           PERFORM 040-AgregarPaso
           MOVE SPACES TO Pas-Reg
           MOVE "EDITNOTAS2" TO Pas-Nombre
           MOVE "EDITNOTAS2" TO Pas-Programa
           MOVE "VERIFDIG" TO Pas-Pred(1)
           MOVE "0004" TO Pas-MaxRC(1)
           PERFORM 040-AgregarPaso
           MOVE SPACES TO Pas-Reg
           MOVE "EDITACTAS1" TO Pas-Nombre
           MOVE "EDITACTAS1" TO Pas-Programa
           MOVE "VERIFDIG" TO Pas-Pred(1)
           MOVE "0004" TO Pas-MaxRC(1)
           PERFORM 040-AgregarPaso
           MOVE SPACES TO Pas-Reg
           MOVE "XREFALUMNO" TO Pas-Nombre
           MOVE "XREFALUMNO" TO Pas-Programa
           PERFORM 040-AgregarPaso
           MOVE SPACES TO Pas-Reg
           MOVE "AUDICRUCE" TO Pas-Nombre
           MOVE "AUDICRUCE" TO Pas-Programa
           PERFORM 040-AgregarPaso
           MOVE SPACES TO Pas-Reg
           MOVE "INSTITUTO1" TO Pas-Nombre
           MOVE "INSTITUTO1" TO Pas-Programa
           MOVE "NOTAS-LEIDAS" TO Pas-Contador
           MOVE "D:\cobol\COBOL 32 - PARCIAL\instituto1-stats.txt"
             TO Pas-Stats
           PERFORM 040-AgregarPaso
           MOVE SPACES TO Pas-Reg
           MOVE "INSTITUTO2" TO Pas-Nombre
           MOVE "INSTITUTO2" TO Pas-Programa
           MOVE "D:\cobol\COBOL 32 - PARCIAL\instituto2-stats.txt"
             TO Pas-Stats
           PERFORM 040-AgregarPaso
           MOVE SPACES TO Pas-Reg
           MOVE "AUDIPROM2" TO Pas-Nombre
           MOVE "AUDIPROM2" TO Pas-Programa
           PERFORM 040-AgregarPaso
           MOVE SPACES TO Pas-Reg
           MOVE "FUTBOL" TO Pas-Nombre
           MOVE "FUTBOL" TO Pas-Programa
           MOVE "PARTIDOS-OK" TO Pas-Contador
           MOVE "D:\cobol\COBOL 32 - PARCIAL\futbol-stats.txt"
             TO Pas-Stats
           PERFORM 040-AgregarPaso
           MOVE SPACES TO Pas-Reg
           MOVE "MONITORVOL" TO Pas-Nombre
           MOVE "MONITORVOL" TO Pas-Programa
           PERFORM 040-AgregarPaso
           MOVE SPACES TO Pas-Reg
           MOVE "BANDEJAEXC" TO Pas-Nombre
           MOVE "BANDEJAEXC" TO Pas-Programa
           PERFORM 040-AgregarPaso
           MOVE SPACES TO Pas-Reg
           MOVE "INFTIEMPOS" TO Pas-Nombre
           MOVE "INFTIEMPOS" TO Pas-Programa
           MOVE "S" TO Pas-Dias
           PERFORM 040-AgregarPaso
           MOVE SPACES TO Pas-Reg
           MOVE "DISTRIB" TO Pas-Nombre
           MOVE "DISTRIB" TO Pas-Programa
           PERFORM 040-AgregarPaso.

       040-AgregarPaso.
           IF WS-CantPasos IS EQUAL 50
               DISPLAY "JOBNOCTURNO: tabla de pasos llena - paso "
                       Pas-Nombre " no cargado"
               MOVE 1 TO WS-ErrorPasos
           ELSE
               ADD 1 TO WS-CantPasos
               MOVE Pas-Nombre TO TPas-Nombre(WS-CantPasos)
               MOVE Pas-Programa TO TPas-Programa(WS-CantPasos)
               MOVE Pas-Dias TO TPas-Dias(WS-CantPasos)
               MOVE Pas-Condicion TO TPas-Condicion(WS-CantPasos)
               MOVE Pas-Critico TO TPas-Critico(WS-CantPasos)
               MOVE ZERO TO TPas-CantPred(WS-CantPasos)
               MOVE SPACE TO TPas-Estado(WS-CantPasos)
               MOVE 9999 TO TPas-RC(WS-CantPasos)
               MOVE ZERO TO TPas-HoraInicio(WS-CantPasos)
               MOVE ZERO TO TPas-HoraFin(WS-CantPasos)
               MOVE 9999 TO TPas-Ult-RC(WS-CantPasos)
               MOVE Pas-Contador TO TPas-Contador(WS-CantPasos)
               MOVE Pas-Stats TO TPas-Stats(WS-CantPasos)
               MOVE ZERO TO TPas-CantHist(WS-CantPasos)
               MOVE ZERO TO TPas-Promedio(WS-CantPasos)
               COMPUTE WS-Limite-Busqueda = WS-CantPasos - 1
               IF Pas-Nombre IS EQUAL SPACES
                   OR Pas-Programa IS EQUAL SPACES
                   DISPLAY "JOBNOCTURNO: paso sin nombre o sin "
                           "programa: " Pas-Reg(1:40)
                   MOVE 1 TO WS-ErrorPasos
               END-IF
               MOVE Pas-Nombre TO WS-Nombre-Buscado
               PERFORM 045-BuscarPaso
               IF WS-PasoEncontrado IS EQUAL 1
                   DISPLAY "JOBNOCTURNO: paso repetido " Pas-Nombre
                   MOVE 1 TO WS-ErrorPasos
               END-IF
               IF Pas-Condicion IS NOT EQUAL SPACE
                   AND Pas-Condicion IS NOT EQUAL "L"
                   AND Pas-Condicion IS NOT EQUAL "P"
                   AND Pas-Condicion IS NOT EQUAL "U"
                   DISPLAY "JOBNOCTURNO: condicion invalida en el "
                           "paso " Pas-Nombre
                   MOVE 1 TO WS-ErrorPasos
               END-IF
               PERFORM VARYING Idx-Pred FROM 1 BY 1 UNTIL Idx-Pred > 5
                   IF Pas-Pred(Idx-Pred) IS NOT EQUAL SPACES
                       PERFORM 042-AgregarPredecesor
                   END-IF
               END-PERFORM
           END-IF.

      * los predecesores tienen que estar definidos antes del paso
       042-AgregarPredecesor.
           MOVE Pas-Pred(Idx-Pred) TO WS-Nombre-Buscado
           PERFORM 045-BuscarPaso
           IF WS-PasoEncontrado IS EQUAL 0
               DISPLAY "JOBNOCTURNO: el paso " Pas-Nombre
                       " depende de " Pas-Pred(Idx-Pred)
                       " que no esta definido antes"
               MOVE 1 TO WS-ErrorPasos
           ELSE
               IF Pas-MaxRC(Idx-Pred) IS NOT EQUAL SPACES
                   AND Pas-MaxRC(Idx-Pred) IS NOT NUMERIC
                   DISPLAY "JOBNOCTURNO: RC maximo invalido en el "
                           "paso " Pas-Nombre
                   MOVE 1 TO WS-ErrorPasos
               ELSE
                   ADD 1 TO TPas-CantPred(WS-CantPasos)
                   MOVE Idx-Bus TO TPas-PredIdx(WS-CantPasos,
                                         TPas-CantPred(WS-CantPasos))
                   IF Pas-MaxRC(Idx-Pred) IS EQUAL SPACES
                       MOVE ZERO TO TPas-MaxRC(WS-CantPasos,
                                         TPas-CantPred(WS-CantPasos))
                   ELSE
                       MOVE Pas-MaxRC(Idx-Pred) TO
                            TPas-MaxRC(WS-CantPasos,
                                       TPas-CantPred(WS-CantPasos))
                   END-IF
               END-IF
           END-IF.

       045-BuscarPaso.
           MOVE 0 TO WS-PasoEncontrado
           PERFORM VARYING Idx-Bus FROM 1 BY 1
                   UNTIL Idx-Bus > WS-Limite-Busqueda
                   OR WS-PasoEncontrado = 1
               IF TPas-Nombre(Idx-Bus) IS EQUAL WS-Nombre-Buscado
                   MOVE 1 TO WS-PasoEncontrado
               END-IF
           END-PERFORM
           IF WS-PasoEncontrado IS EQUAL 1
               SUBTRACT 1 FROM Idx-Bus
           END-IF.

      * historia de tiempos: promedio de las ultimas cinco corridas
      * de cada paso; tambien se marca que pasos corresponden hoy
       060-CargarTiempos.
           PERFORM VARYING Idx-Pas FROM 1 BY 1
                   UNTIL Idx-Pas > WS-CantPasos
               PERFORM 200-EvaluarCalendario
               MOVE WS-Corresponde TO TPas-Hoy(Idx-Pas)
           END-PERFORM
           OPEN INPUT TIEMPOS
           IF WS-Tiempos-Status IS EQUAL "00"
               PERFORM UNTIL WS-FlagTiempos IS EQUAL 1
                   READ TIEMPOS
                       AT END MOVE 1 TO WS-FlagTiempos
                       NOT AT END
                           PERFORM 065-AcumularTiempo
                   END-READ
               END-PERFORM
               CLOSE TIEMPOS
           END-IF
           PERFORM VARYING Idx-Pas FROM 1 BY 1
                   UNTIL Idx-Pas > WS-CantPasos
               MOVE ZERO TO WS-Seg-Pendiente
               PERFORM VARYING Idx-Hist FROM 1 BY 1
                       UNTIL Idx-Hist > TPas-CantHist(Idx-Pas)
                   ADD TPas-Hist(Idx-Pas, Idx-Hist) TO WS-Seg-Pendiente
               END-PERFORM
               IF TPas-CantHist(Idx-Pas) > ZERO
                   DIVIDE WS-Seg-Pendiente BY TPas-CantHist(Idx-Pas)
                       GIVING TPas-Promedio(Idx-Pas)
               END-IF
           END-PERFORM.

       065-AcumularTiempo.
           IF Tie-Segundos IS NUMERIC
               MOVE Tie-Paso TO WS-Nombre-Buscado
               MOVE WS-CantPasos TO WS-Limite-Busqueda
               PERFORM 045-BuscarPaso
               IF WS-PasoEncontrado IS EQUAL 1
                   IF TPas-CantHist(Idx-Bus) < 5
                       ADD 1 TO TPas-CantHist(Idx-Bus)
                   ELSE
                       PERFORM VARYING Idx-Hist FROM 1 BY 1
                               UNTIL Idx-Hist > 4
                           MOVE TPas-Hist(Idx-Bus, Idx-Hist + 1)
                             TO TPas-Hist(Idx-Bus, Idx-Hist)
                       END-PERFORM
                   END-IF
                   MOVE Tie-Segundos TO
                        TPas-Hist(Idx-Bus, TPas-CantHist(Idx-Bus))
               END-IF
           END-IF.

       100-EjecutarPaso.
           ACCEPT TPas-HoraInicio(Idx-Pas) FROM TIME
           MOVE 9999 TO TPas-RC(Idx-Pas)
           IF WS-Abortar IS EQUAL 1
               MOVE "A" TO TPas-Estado(Idx-Pas)
               MOVE "NO EJECUTADO - JOB ABORTADO" TO lp-Estado
           ELSE
               MOVE TPas-Hoy(Idx-Pas) TO WS-Corresponde
               IF WS-Corresponde IS EQUAL 0
                   MOVE "N" TO TPas-Estado(Idx-Pas)
                   MOVE "NO CORRESPONDE HOY" TO lp-Estado
                   ADD 1 TO WS-CantNoCorresponde
               ELSE
                   PERFORM 300-EvaluarPredecesores
                   IF WS-PredOk IS EQUAL 0
                       MOVE "D" TO TPas-Estado(Idx-Pas)
                       MOVE "CANCELADO POR PREDECESOR" TO lp-Estado
                       ADD 1 TO WS-CantCancelados
                       DISPLAY "JOBNOCTURNO: " TPas-Nombre(Idx-Pas)
                               " no se corre - " TPas-Nombre(Idx-Dep)
                               " no termino bien"
                   ELSE
                       PERFORM 400-LlamarPrograma
                   END-IF
               END-IF
           END-IF
           ACCEPT TPas-HoraFin(Idx-Pas) FROM TIME
           MOVE TPas-Nombre(Idx-Pas) TO lp-Paso
           MOVE TPas-RC(Idx-Pas) TO lp-RC
           DISPLAY Lin-Paso
           PERFORM 700-GrabarPasoLedger
           IF TPas-Estado(Idx-Pas) IS EQUAL "E"
               PERFORM 600-GrabarTiempo
               MOVE TPas-Nombre(Idx-Pas) TO WS-Paso-Aviso
               PERFORM 800-ProyectarFin
           END-IF.

       200-EvaluarCalendario.
           MOVE 1 TO WS-Corresponde
           IF TPas-Dias(Idx-Pas) IS NOT EQUAL SPACES
               AND TPas-Dias(Idx-Pas)(WS-DiaSemana:1) IS NOT EQUAL "S"
               MOVE 0 TO WS-Corresponde
           END-IF
           EVALUATE TPas-Condicion(Idx-Pas)
               WHEN "L"
                   IF WS-HoyLaborable IS EQUAL 0
                       MOVE 0 TO WS-Corresponde
                   END-IF
               WHEN "P"
                   IF WS-HoyPrimerLab IS EQUAL 0
                       MOVE 0 TO WS-Corresponde
                   END-IF
               WHEN "U"
                   IF WS-HoyUltimoLab IS EQUAL 0
                       MOVE 0 TO WS-Corresponde
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * un predecesor que no correspondia hoy no traba al dependiente
       300-EvaluarPredecesores.
           MOVE 1 TO WS-PredOk
           PERFORM VARYING Idx-Pred FROM 1 BY 1
                   UNTIL Idx-Pred > TPas-CantPred(Idx-Pas)
                   OR WS-PredOk = 0
               MOVE TPas-PredIdx(Idx-Pas, Idx-Pred) TO Idx-Dep
               EVALUATE TPas-Estado(Idx-Dep)
                   WHEN "D"
                   WHEN "A"
                       MOVE 0 TO WS-PredOk
                   WHEN "E"
                   WHEN "R"
                       IF TPas-RC(Idx-Dep) >
                                      TPas-MaxRC(Idx-Pas, Idx-Pred)
                           MOVE 0 TO WS-PredOk
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.

       400-LlamarPrograma.
           IF WS-Restart-Activo IS EQUAL 1
               AND TPas-Ult-RC(Idx-Pas) IS EQUAL ZERO
               MOVE ZERO TO TPas-RC(Idx-Pas)
               MOVE "R" TO TPas-Estado(Idx-Pas)
               MOVE "COMPLETO EN CORRIDA ANTERIOR" TO lp-Estado
               PERFORM 500-InformarSalteado
           ELSE
               MOVE TPas-Programa(Idx-Pas) TO WS-Programa-Paso
               CALL WS-Programa-Paso
                   ON EXCEPTION
                       DISPLAY "JOBNOCTURNO: no se encontro el "
                               "programa " WS-Programa-Paso
                       MOVE 12 TO TPas-RC(Idx-Pas)
                   NOT ON EXCEPTION
                       MOVE RETURN-CODE TO TPas-RC(Idx-Pas)
               END-CALL
               MOVE ZERO TO RETURN-CODE
               MOVE "E" TO TPas-Estado(Idx-Pas)
               MOVE SPACES TO lp-Estado
               ADD 1 TO WS-CantEjecutados
           END-IF
           IF TPas-Critico(Idx-Pas) IS EQUAL "S"
               AND TPas-RC(Idx-Pas) IS NOT EQUAL ZERO
               DISPLAY "JOBNOCTURNO: fallo el paso critico "
                       TPas-Nombre(Idx-Pas) " - RC " TPas-RC(Idx-Pas)
               MOVE 1 TO WS-Abortar
           END-IF.

       500-InformarSalteado.
           DISPLAY "JOBNOCTURNO: paso ya completado en la corrida "
                   "anterior - se saltea".

       600-GrabarTiempo.
           MOVE TPas-HoraInicio(Idx-Pas) TO WS-Hora-Calc
           PERFORM 610-SegundosDeHora
           MOVE WS-Seg-Calc TO WS-Seg-Inicio
           MOVE TPas-HoraFin(Idx-Pas) TO WS-Hora-Calc
           PERFORM 610-SegundosDeHora
           MOVE WS-Seg-Calc TO WS-Seg-Fin
           IF WS-Seg-Fin < WS-Seg-Inicio
               ADD 86400 TO WS-Seg-Fin
           END-IF
           COMPUTE WS-Segundos = WS-Seg-Fin - WS-Seg-Inicio
           PERFORM 650-LeerVolumen
           OPEN EXTEND TIEMPOS
           IF WS-Tiempos-Status IS EQUAL "35"
               OPEN OUTPUT TIEMPOS
           END-IF
           IF WS-Tiempos-Status IS NOT EQUAL "00"
               DISPLAY "JOBNOCTURNO: no se pudo grabar la historia de "
                       "tiempos - estado " WS-Tiempos-Status
           ELSE
               MOVE SPACES TO Tie-Reg
               MOVE WS-Fecha-Hoy TO Tie-Fecha
               MOVE TPas-Nombre(Idx-Pas) TO Tie-Paso
               MOVE TPas-Programa(Idx-Pas) TO Tie-Programa
               MOVE TPas-HoraInicio(Idx-Pas) TO Tie-Inicio
               MOVE TPas-HoraFin(Idx-Pas) TO Tie-Fin
               MOVE WS-Segundos TO Tie-Segundos
               MOVE WS-Volumen TO Tie-Volumen
               MOVE TPas-RC(Idx-Pas) TO Tie-RC
               WRITE Tie-Reg
               CLOSE TIEMPOS
           END-IF.

       610-SegundosDeHora.
           COMPUTE WS-Seg-Calc = WS-HC-HH * 3600 + WS-HC-MM * 60
                               + WS-HC-SS.

      * volumen del paso segun el STATS-RUN que acaba de grabar
       650-LeerVolumen.
           MOVE ZERO TO WS-Volumen
           IF TPas-Stats(Idx-Pas) IS NOT EQUAL SPACES
               MOVE TPas-Stats(Idx-Pas) TO WS-Path-Stats
               MOVE 0 TO WS-FlagStats
               OPEN INPUT STATS-PASO
               IF WS-Stats-Status IS EQUAL "00"
                   PERFORM UNTIL WS-FlagStats IS EQUAL 1
                       READ STATS-PASO
                           AT END MOVE 1 TO WS-FlagStats
                           NOT AT END
                               IF Sta-Valor IS NUMERIC
                                   AND (TPas-Contador(Idx-Pas) IS EQUAL
                                              SPACES
                                   OR TPas-Contador(Idx-Pas) IS EQUAL
                                              Sta-Contador)
                                   ADD Sta-Valor TO WS-Volumen
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE STATS-PASO
               END-IF
           END-IF.

       700-GrabarPasoLedger.
           OPEN EXTEND RUN-LEDGER
           IF WS-Ledger-Status IS EQUAL "35"
               OPEN OUTPUT RUN-LEDGER
           END-IF
           IF WS-Ledger-Status IS NOT EQUAL "00"
               DISPLAY "JOBNOCTURNO: no se pudo grabar el ledger "
                       "- estado " WS-Ledger-Status
           ELSE
               MOVE SPACES TO Led-Reg
               MOVE "P" TO Led-Tipo
               MOVE WS-Fecha-Hoy TO Led-Fecha
               MOVE WS-Hora-Inicio TO Led-HoraInicio
               MOVE TPas-Nombre(Idx-Pas) TO Lpa-Paso
               MOVE TPas-Programa(Idx-Pas) TO Lpa-Programa
               MOVE TPas-Estado(Idx-Pas) TO Lpa-Estado
               MOVE TPas-RC(Idx-Pas) TO Lpa-RC
               MOVE TPas-HoraInicio(Idx-Pas) TO Lpa-HoraInicio
               MOVE TPas-HoraFin(Idx-Pas) TO Lpa-HoraFin
               WRITE Led-Paso
               CLOSE RUN-LEDGER
           END-IF.

      * fin proyectado = ahora + promedio historico de los pasos que
      * faltan y corresponden hoy; se avisa una sola vez por corrida
       800-ProyectarFin.
           IF WS-AvisoVentana IS EQUAL 0
               MOVE WS-Hora-Inicio TO WS-Hora-Calc
               PERFORM 610-SegundosDeHora
               MOVE WS-Seg-Calc TO WS-Seg-Corrida
               ACCEPT WS-Hora-Calc FROM TIME
               PERFORM 610-SegundosDeHora
               MOVE WS-Seg-Calc TO WS-Seg-Ahora
               IF WS-Seg-Ahora < WS-Seg-Corrida
                   ADD 86400 TO WS-Seg-Ahora
               END-IF
               MOVE ZERO TO WS-Seg-Pendiente
               PERFORM VARYING Idx-Bus FROM Idx-Pas BY 1
                       UNTIL Idx-Bus > WS-CantPasos
                   IF Idx-Bus > Idx-Pas
                       AND TPas-Hoy(Idx-Bus) IS EQUAL 1
                       ADD TPas-Promedio(Idx-Bus) TO WS-Seg-Pendiente
                   END-IF
               END-PERFORM
               COMPUTE WS-Seg-Proyectado = WS-Seg-Ahora
                                         + WS-Seg-Pendiente
               MOVE ZERO TO WS-Hora-Calc
               MOVE WS-Ventana(1:2) TO WS-HC-HH
               MOVE WS-Ventana(3:2) TO WS-HC-MM
               PERFORM 610-SegundosDeHora
               MOVE WS-Seg-Calc TO WS-Seg-Ventana
               IF WS-Seg-Ventana <= WS-Seg-Corrida
                   ADD 86400 TO WS-Seg-Ventana
               END-IF
               IF WS-Seg-Proyectado > WS-Seg-Ventana
                   MOVE 1 TO WS-AvisoVentana
                   DIVIDE WS-Seg-Proyectado BY 86400
                       GIVING WS-Segundos REMAINDER WS-Resto
                   DIVIDE WS-Resto BY 3600 GIVING WS-Proy-HH
                       REMAINDER WS-Resto
                   DIVIDE WS-Resto BY 60 GIVING WS-Proy-MM
                   COMPUTE WS-Proy-Hora = WS-Proy-HH * 100
                                        + WS-Proy-MM
                   DISPLAY "JOBNOCTURNO: AVISO - se proyecta terminar "
                           "a las " WS-Proy-Hora " pasado el fin de "
                           "ventana " WS-Ventana
                   PERFORM 850-GrabarAvisoLedger
               END-IF
           END-IF.

       850-GrabarAvisoLedger.
           OPEN EXTEND RUN-LEDGER
           IF WS-Ledger-Status IS EQUAL "35"
               OPEN OUTPUT RUN-LEDGER
           END-IF
           IF WS-Ledger-Status IS EQUAL "00"
               MOVE SPACES TO Led-Reg
               MOVE "V" TO Led-Tipo
               MOVE WS-Fecha-Hoy TO Led-Fecha
               MOVE WS-Hora-Inicio TO Led-HoraInicio
               MOVE WS-Paso-Aviso TO Lav-Paso
               MOVE WS-Proy-Hora TO Lav-Proyectado
               MOVE WS-Ventana TO Lav-Ventana
               WRITE Led-Aviso
               CLOSE RUN-LEDGER
           END-IF.

       950-GrabarLedger.
           ELSE
               ACCEPT WS-Hora-Fin FROM TIME
               MOVE SPACES TO Led-Reg
               MOVE "R" TO Led-Tipo
               MOVE WS-Fecha-Hoy TO Led-Fecha
               MOVE WS-Hora-Inicio TO Led-HoraInicio
               MOVE WS-Hora-Fin TO Lco-HoraFin
               MOVE WS-RC-Maximo TO Lco-RC-Maximo
               MOVE WS-CantPasos TO Lco-CantPasos
               IF WS-RC-Maximo < 8
                   MOVE "C" TO Lco-Estado
               ELSE
                   MOVE "A" TO Lco-Estado
               END-IF
               WRITE Led-Corrida
               CLOSE RUN-LEDGER
           END-IF.

       920-CalcularMaximo.
           MOVE ZERO TO WS-RC-Maximo
           PERFORM VARYING Idx-Pas FROM 1 BY 1
                   UNTIL Idx-Pas > WS-CantPasos
               MOVE TPas-RC(Idx-Pas) TO WS-RC-Paso
               PERFORM 930-AcumularMaximo
           END-PERFORM.

       930-AcumularMaximo.
           IF WS-RC-Paso IS NOT EQUAL 9999
               MOVE WS-RC-Paso TO WS-RC-Maximo
           END-IF.

       900-ImprimoResumen.
           MOVE WS-CantEjecutados TO lr-Ejecutados
           MOVE WS-CantCancelados TO lr-Cancelados
           MOVE WS-CantNoCorresponde TO lr-NoCorresponde
           MOVE WS-RC-Maximo TO lr-RC-Maximo
           DISPLAY Lin-Resumen.

       END PROGRAM JOBNOCTURNO.
