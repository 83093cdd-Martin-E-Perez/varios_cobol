      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFTIEMPOS.
      ******************************************************************
       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
           SELECT TIEMPOS ASSIGN TO DYNAMIC
           WS-Path-Tiempos
           ORGANIZATION is line sequential
           FILE STATUS is WS-Tiempos-Status.

           SELECT TIEMPOS-sort ASSIGN TO DYNAMIC
           WS-Path-Tiempos-Sort
           ORGANIZATION is line sequential.

           SELECT INFORME-TIEMPOS ASSIGN TO DYNAMIC
           WS-Path-Informe
           ORGANIZATION is line sequential
           FILE STATUS is WS-Informe-Status.

      ******************************************************************
       DATA DIVISION.
        FILE SECTION.
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

      * Tis-Semana: A ultimos siete dias, P los siete anteriores
       SD  TIEMPOS-sort.
       01  Tis-Reg.
           03 Tis-Paso pic x(12).
           03 Tis-Fecha pic 9(8).
           03 Tis-Inicio pic 9(8).
           03 Tis-Semana pic x.
           03 Tis-Fin pic 9(8).
           03 Tis-Segundos pic 9(6).
           03 Tis-Volumen pic 9(9).
           03 Tis-RC pic 9(4).

       FD  INFORME-TIEMPOS.
       01  Inf-Reg pic x(90).

       WORKING-STORAGE SECTION.

       01  WS-Path-Tiempos pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\jobnocturno-tiempos.txt".
       01  WS-Path-Tiempos-Sort pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\tiempos-sort.txt".
       01  WS-Path-Informe pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\informe-tiempos.txt".
       01  WS-Path-Override pic x(100).

       01  WS-Tiempos-Status pic xx.
       01  WS-Informe-Status pic xx.

       01  WS-FlagTiempos pic 9 value zero.
       01  WS-FlagSort pic 9 value zero.

       01  WS-Fecha-Corrida pic 9(8).
       01  WS-Cal-Funcion pic x value "D".
       01  WS-Cal-Fecha pic 9(8).
       01  WS-Cal-Dias pic 9(3).
       01  WS-Cal-Resultado pic x.

       01  WS-Paso-Grp pic x(12).
       01  WS-Seg-Actual pic 9(8).
       01  WS-Vol-Actual pic 9(11).
       01  WS-Cant-Actual pic 9(3).
       01  WS-Seg-Previa pic 9(8).
       01  WS-Cant-Previa pic 9(3).
       01  WS-Prom-Actual pic 9(6).
       01  WS-Prom-Previa pic 9(6).
       01  WS-Tolerancia pic 9(6).
       01  WS-PorMil pic 9(6)v99.
       01  WS-Minutos pic 9(4).
       01  WS-Segs pic 9(2).

       01  WS-CantPasos pic 9(5) value zero.
       01  WS-CantCorridas pic 9(7) value zero.
       01  WS-CantSuben pic 9(5) value zero.

       01  Lin-Encab1.
           03 filler pic x(40) value
           "JOBNOCTURNO - TIEMPOS POR PASO - SEMANA".
           03 filler pic x(7) value "Fecha: ".
           03 l-FechaCorrida pic 9(8).

       01  Lin-Blanco pic x(90) value spaces.

       01  Lin-Paso.
           03 filler pic x(6) value "Paso: ".
           03 l-Paso pic x(12).

       01  Lin-Titulo.
           03 filler pic x(2) value spaces.
           03 filler pic x(40) value
           "Fecha     Inicio    Fin          Tiempo".
           03 filler pic x(36) value
           "     Registros   Seg/1000      RC".

       01  Lin-Corrida.
           03 filler pic x(2) value spaces.
           03 lc-Fecha pic 9(8).
           03 filler pic x(2) value spaces.
           03 lc-Inicio pic 9(8).
           03 filler pic x(2) value spaces.
           03 lc-Fin pic 9(8).
           03 filler pic x(2) value spaces.
           03 lc-Minutos pic zzz9.
           03 filler pic x value ":".
           03 lc-Segs pic 99.
           03 filler pic x(2) value spaces.
           03 lc-Volumen pic zzzzzzzz9.
           03 filler pic x(2) value spaces.
           03 lc-PorMil pic zzzzz9,99.
           03 filler pic x(2) value spaces.
           03 lc-RC pic zzz9.

       01  Lin-Promedio.
           03 filler pic x(2) value spaces.
           03 filler pic x(24) value "Promedio semana (seg):".
           03 lpr-Actual pic zzzzz9.
           03 filler pic x(20) value "   semana anterior:".
           03 lpr-Previa pic zzzzz9.
           03 filler pic x(3) value spaces.
           03 lpr-Tendencia pic x(15).

       01  Lin-PorMil.
           03 filler pic x(2) value spaces.
           03 filler pic x(24) value "Seg por mil registros:".
           03 lpm-PorMil pic zzzzz9,99.

       01  Lin-Resumen1.
           03 filler pic x(30) value "Pasos informados:".
           03 lr-Pasos pic zzzzzz9.
       01  Lin-Resumen2.
           03 filler pic x(30) value "Corridas de la semana:".
           03 lr-Corridas pic zzzzzz9.
       01  Lin-Resumen3.
           03 filler pic x(30) value "Pasos mas lentos que antes:".
           03 lr-Suben pic zzzzzz9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM 000-LeerParametros

           SORT TIEMPOS-sort ASCENDING Tis-Paso
                                       Tis-Fecha
                                       Tis-Inicio
           INPUT PROCEDURE IS input-procedure
           OUTPUT PROCEDURE IS output-procedure.

           GOBACK.

       input-procedure.
           PERFORM 100-InicioGeneral
           PERFORM 200-LeerTiempos
           PERFORM UNTIL WS-FlagTiempos IS EQUAL 1
               IF Tie-Fecha IS NUMERIC
                   AND Tie-Segundos IS NUMERIC
                   AND Tie-Volumen IS NUMERIC
                   MOVE Tie-Fecha TO WS-Cal-Fecha
                   MOVE ZERO TO WS-Cal-Dias
                   CALL "CALENDARIO" USING WS-Cal-Funcion WS-Cal-Fecha
                                           WS-Cal-Dias WS-Cal-Resultado
                   IF WS-Cal-Resultado IS EQUAL "X"
                       DISPLAY "INFTIEMPOS: no se pudo cargar el "
                               "calendario"
                       MOVE 8 TO RETURN-CODE
                       GOBACK
                   END-IF
                   IF WS-Cal-Resultado IS EQUAL "S"
                       AND WS-Cal-Dias < 14
                       AND Tie-Fecha <= WS-Fecha-Corrida
                       PERFORM 250-ReleaseTiempo
                   END-IF
               END-IF
               PERFORM 200-LeerTiempos
           END-PERFORM
           CLOSE TIEMPOS.

       output-procedure.
           PERFORM 300-InicioSalida
           PERFORM 400-LeerSort
           PERFORM UNTIL WS-FlagSort IS EQUAL 1
               MOVE Tis-Paso TO WS-Paso-Grp
               PERFORM 500-ImprimoPaso
               ADD 1 TO WS-CantPasos
               MOVE ZERO TO WS-Seg-Actual
               MOVE ZERO TO WS-Vol-Actual
               MOVE ZERO TO WS-Cant-Actual
               MOVE ZERO TO WS-Seg-Previa
               MOVE ZERO TO WS-Cant-Previa
               PERFORM UNTIL Tis-Paso NOT EQUAL WS-Paso-Grp
                           OR WS-FlagSort IS EQUAL 1
                   IF Tis-Semana IS EQUAL "A"
                       PERFORM 600-ImprimoCorrida
                       ADD Tis-Segundos TO WS-Seg-Actual
                       ADD Tis-Volumen TO WS-Vol-Actual
                       ADD 1 TO WS-Cant-Actual
                       ADD 1 TO WS-CantCorridas
                   ELSE
                       ADD Tis-Segundos TO WS-Seg-Previa
                       ADD 1 TO WS-Cant-Previa
                   END-IF
                   PERFORM 400-LeerSort
               END-PERFORM
               PERFORM 700-ImprimoTendencia
           END-PERFORM
           PERFORM 900-ImprimoResumen
           PERFORM 999-FinGeneral.

       000-LeerParametros.
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "JOBNOCTURNO-TIEMPOS-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Tiempos
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "INFTIEMPOS-SORT-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Tiempos-Sort
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "INFTIEMPOS-INFORME-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Informe
           END-IF
           ACCEPT WS-Fecha-Corrida FROM DATE YYYYMMDD.

       100-InicioGeneral.
           OPEN INPUT TIEMPOS
           IF WS-Tiempos-Status IS NOT EQUAL "00"
               DISPLAY "INFTIEMPOS: no se pudo abrir TIEMPOS "
                       "- estado " WS-Tiempos-Status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       200-LeerTiempos.
           READ TIEMPOS
               AT END MOVE 1 TO WS-FlagTiempos.

       250-ReleaseTiempo.
           MOVE Tie-Paso TO Tis-Paso
           MOVE Tie-Fecha TO Tis-Fecha
           MOVE Tie-Inicio TO Tis-Inicio
           MOVE Tie-Fin TO Tis-Fin
           MOVE Tie-Segundos TO Tis-Segundos
           MOVE Tie-Volumen TO Tis-Volumen
           MOVE Tie-RC TO Tis-RC
           IF WS-Cal-Dias < 7
               MOVE "A" TO Tis-Semana
           ELSE
               MOVE "P" TO Tis-Semana
           END-IF
           RELEASE Tis-Reg.

       300-InicioSalida.
           OPEN OUTPUT INFORME-TIEMPOS
           IF WS-Informe-Status IS NOT EQUAL "00"
               DISPLAY "INFTIEMPOS: no se pudo abrir el informe "
                       "- estado " WS-Informe-Status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-Fecha-Corrida TO l-FechaCorrida
           WRITE Inf-Reg FROM Lin-Encab1
           WRITE Inf-Reg FROM Lin-Blanco.

       400-LeerSort.
           RETURN TIEMPOS-sort AT END MOVE 1 TO WS-FlagSort.

       500-ImprimoPaso.
           MOVE WS-Paso-Grp TO l-Paso
           WRITE Inf-Reg FROM Lin-Paso
           WRITE Inf-Reg FROM Lin-Titulo.

       600-ImprimoCorrida.
           MOVE Tis-Fecha TO lc-Fecha
           MOVE Tis-Inicio TO lc-Inicio
           MOVE Tis-Fin TO lc-Fin
           DIVIDE Tis-Segundos BY 60 GIVING WS-Minutos
               REMAINDER WS-Segs
           MOVE WS-Minutos TO lc-Minutos
           MOVE WS-Segs TO lc-Segs
           MOVE Tis-Volumen TO lc-Volumen
           IF Tis-Volumen > ZERO
               COMPUTE WS-PorMil ROUNDED =
                       Tis-Segundos * 1000 / Tis-Volumen
           ELSE
               MOVE ZERO TO WS-PorMil
           END-IF
           MOVE WS-PorMil TO lc-PorMil
           MOVE Tis-RC TO lc-RC
           WRITE Inf-Reg FROM Lin-Corrida.

      * se compara el promedio de la semana con el de la anterior;
      * menos de un diez por ciento de diferencia se toma como estable
       700-ImprimoTendencia.
           MOVE ZERO TO WS-Prom-Actual
           MOVE ZERO TO WS-Prom-Previa
           IF WS-Cant-Actual > ZERO
               DIVIDE WS-Seg-Actual BY WS-Cant-Actual
                   GIVING WS-Prom-Actual
           END-IF
           IF WS-Cant-Previa > ZERO
               DIVIDE WS-Seg-Previa BY WS-Cant-Previa
                   GIVING WS-Prom-Previa
           END-IF
           MOVE WS-Prom-Actual TO lpr-Actual
           MOVE WS-Prom-Previa TO lpr-Previa
           DIVIDE WS-Prom-Previa BY 10 GIVING WS-Tolerancia
           IF WS-Cant-Actual IS EQUAL ZERO
               MOVE "SIN CORRIDAS" TO lpr-Tendencia
           ELSE
               IF WS-Cant-Previa IS EQUAL ZERO
                   MOVE "SIN COMPARACION" TO lpr-Tendencia
               ELSE
                   IF WS-Prom-Actual > WS-Prom-Previa + WS-Tolerancia
                       MOVE "MAS LENTO" TO lpr-Tendencia
                       ADD 1 TO WS-CantSuben
                   ELSE
                       IF WS-Prom-Actual + WS-Tolerancia
                                              < WS-Prom-Previa
                           MOVE "MAS RAPIDO" TO lpr-Tendencia
                       ELSE
                           MOVE "ESTABLE" TO lpr-Tendencia
                       END-IF
                   END-IF
               END-IF
           END-IF
           WRITE Inf-Reg FROM Lin-Promedio
           IF WS-Vol-Actual > ZERO
               COMPUTE WS-PorMil ROUNDED =
                       WS-Seg-Actual * 1000 / WS-Vol-Actual
               MOVE WS-PorMil TO lpm-PorMil
               WRITE Inf-Reg FROM Lin-PorMil
           END-IF
           WRITE Inf-Reg FROM Lin-Blanco.

       900-ImprimoResumen.
           MOVE WS-CantPasos TO lr-Pasos
           MOVE WS-CantCorridas TO lr-Corridas
           MOVE WS-CantSuben TO lr-Suben
           DISPLAY Lin-Resumen1
           DISPLAY Lin-Resumen2
           DISPLAY Lin-Resumen3
           WRITE Inf-Reg FROM Lin-Resumen1
           WRITE Inf-Reg FROM Lin-Resumen2
           WRITE Inf-Reg FROM Lin-Resumen3.

       999-FinGeneral.
           CLOSE INFORME-TIEMPOS.

       END PROGRAM INFTIEMPOS.
