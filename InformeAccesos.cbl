      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFACCESOS.
      ******************************************************************
       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
           SELECT ACCESOS ASSIGN TO DYNAMIC
           WS-Path-Accesos
           ORGANIZATION is line sequential
           FILE STATUS is WS-Accesos-Status.

           SELECT OPERADORES ASSIGN TO DYNAMIC
           WS-Path-Operadores
           ORGANIZATION is line sequential
           FILE STATUS is WS-Operadores-Status.

           SELECT ACCESOS-sort ASSIGN TO DYNAMIC
           WS-Path-Accesos-Sort
           ORGANIZATION is line sequential.

           SELECT INFORME ASSIGN TO DYNAMIC
           WS-Path-Informe
           ORGANIZATION is line sequential
           FILE STATUS is WS-Informe-Status.

      ******************************************************************
       DATA DIVISION.
        FILE SECTION.
       FD  ACCESOS.
       01  Acc-Reg.
           03 Acc-Fecha pic 9(8).
           03 filler pic x(2).
           03 Acc-Hora pic 9(8).
           03 filler pic x(2).
           03 Acc-Operador pic x(8).
           03 filler pic x(2).
           03 Acc-Programa pic x(12).
           03 filler pic x(2).
           03 Acc-Evento pic x(10).
           03 filler pic x(2).
           03 Acc-Clave pic x(8).

       FD  OPERADORES.
       01  Ope-Reg.
           03 Ope-Codigo pic x(8).
           03 Ope-Clave pic x(8).
           03 Ope-Rol pic x.
           03 Ope-Estado pic x.
           03 Ope-Nombre pic x(30).

       SD  ACCESOS-sort.
       01  Acc-Sort-Reg.
           03 Acc-Sort-Operador pic x(8).
           03 Acc-Sort-Fecha pic 9(8).
           03 Acc-Sort-Hora pic 9(8).
           03 Acc-Sort-Programa pic x(12).
           03 Acc-Sort-Evento pic x(10).
           03 Acc-Sort-Clave pic x(8).

       FD  INFORME.
       01  Inf-Reg pic x(80).

       WORKING-STORAGE SECTION.

       01  WS-Path-Accesos pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\accesos-log.txt".
       01  WS-Path-Operadores pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\operadores.txt".
       01  WS-Path-Accesos-Sort pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\accesos-sort.txt".
       01  WS-Path-Informe pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\informe-accesos.txt".
       01  WS-Path-Override pic x(100).

       01  WS-Accesos-Status pic xx.
       01  WS-Operadores-Status pic xx.
       01  WS-Informe-Status pic xx.

       01  WS-Operador pic x(8).
       01  WS-Acc-Funcion pic x.
       01  WS-Acc-Programa pic x(12) value "INFACCESOS".
       01  WS-Acc-Rol pic x value "A".
       01  WS-Acc-Clave pic x(8).
       01  WS-Acc-Resultado pic x.

       01  WS-FlagAccesos pic 9 value zero.
       01  WS-FlagOperadores pic 9 value zero.
       01  WS-FlagSort pic 9 value zero.

       01  WS-Fecha-Corrida pic 9(8).
       01  WS-Periodo-Param pic x(6).
       01  WS-Periodo pic 9(6).
       01  WS-Periodo-R REDEFINES WS-Periodo.
           03 WS-Periodo-Anio pic 9(4).
           03 WS-Periodo-Mes pic 99.

       01  WS-CantOperadores pic 9(5) value zero.
       01  Tabla-Operadores.
           03 Tabla-Ope OCCURS 500 TIMES.
               05 TOpe-Codigo pic x(8).
               05 TOpe-Nombre pic x(30).
               05 TOpe-Rol pic x.
       01  Idx-Ope pic 9(5).
       01  WS-OpeEncontrado pic 9.

       01  WS-Operador-Grp pic x(8).
       01  WS-OpeIngresos pic 9(5).
       01  WS-OpeConsultas pic 9(5).
       01  WS-OpeRechazos pic 9(5).
       01  WS-OpeDenegados pic 9(5).

       01  WS-CantEventos pic 9(7) value zero.
       01  WS-CantOperadoresInf pic 9(5) value zero.
       01  WS-TotIngresos pic 9(7) value zero.
       01  WS-TotConsultas pic 9(7) value zero.
       01  WS-TotRechazos pic 9(7) value zero.
       01  WS-TotDenegados pic 9(7) value zero.

       01  Lin-Encab1.
           03 filler pic x(36) value
           "INFORME MENSUAL DE ACCESOS - PERIODO".
           03 filler pic x value space.
           03 l-Periodo pic 9(6).
           03 filler pic x(9) value "  Fecha: ".
           03 l-FechaCorrida pic 9(8).

       01  Lin-Blanco pic x(80) value spaces.

       01  Lin-Operador.
           03 filler pic x(10) value "Operador: ".
           03 lo-Codigo pic x(8).
           03 filler pic x(2) value spaces.
           03 lo-Nombre pic x(30).
           03 filler pic x(6) value "  Rol ".
           03 lo-Rol pic x.

       01  Lin-Titulo.
           03 filler pic x(60) value
           "  Fecha     Hora      Programa      Evento      Legajo/DNI".

       01  Lin-Detalle.
           03 filler pic x(2) value spaces.
           03 ld-Fecha pic 9(8).
           03 filler pic x(2) value spaces.
           03 ld-Hora pic 9(8).
           03 filler pic x(2) value spaces.
           03 ld-Programa pic x(12).
           03 filler pic x(2) value spaces.
           03 ld-Evento pic x(10).
           03 filler pic x(2) value spaces.
           03 ld-Clave pic x(8).

       01  Lin-SubTotal.
           03 filler pic x(12) value "  Ingresos: ".
           03 ls-Ingresos pic zzzz9.
           03 filler pic x(13) value "  Consultas: ".
           03 ls-Consultas pic zzzz9.
           03 filler pic x(12) value "  Rechazos: ".
           03 ls-Rechazos pic zzzz9.
           03 filler pic x(13) value "  Denegados: ".
           03 ls-Denegados pic zzzz9.

       01  Lin-Resumen1.
           03 filler pic x(30) value "Operadores con actividad:".
           03 lr-Operadores pic zzzzzz9.
       01  Lin-Resumen2.
           03 filler pic x(30) value "Ingresos:".
           03 lr-Ingresos pic zzzzzz9.
       01  Lin-Resumen3.
           03 filler pic x(30) value "Consultas de alumnos:".
           03 lr-Consultas pic zzzzzz9.
       01  Lin-Resumen4.
           03 filler pic x(30) value "Ingresos rechazados:".
           03 lr-Rechazos pic zzzzzz9.
       01  Lin-Resumen5.
           03 filler pic x(30) value "Funciones denegadas:".
           03 lr-Denegados pic zzzzzz9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM 000-LeerParametros
           PERFORM 050-IngresoOperador

           SORT ACCESOS-sort ASCENDING Acc-Sort-Operador
                                       Acc-Sort-Fecha
                                       Acc-Sort-Hora
           INPUT PROCEDURE IS input-procedure
           OUTPUT PROCEDURE IS output-procedure.

           GOBACK.

       input-procedure.
           PERFORM 100-InicioGeneral
           PERFORM 200-LeerAccesos
           PERFORM UNTIL WS-FlagAccesos IS EQUAL 1
               IF Acc-Fecha(1:6) IS EQUAL WS-Periodo
                   MOVE Acc-Operador TO Acc-Sort-Operador
                   MOVE Acc-Fecha TO Acc-Sort-Fecha
                   MOVE Acc-Hora TO Acc-Sort-Hora
                   MOVE Acc-Programa TO Acc-Sort-Programa
                   MOVE Acc-Evento TO Acc-Sort-Evento
                   MOVE Acc-Clave TO Acc-Sort-Clave
                   RELEASE Acc-Sort-Reg
               END-IF
               PERFORM 200-LeerAccesos
           END-PERFORM
           CLOSE ACCESOS.

       output-procedure.
           PERFORM 300-InicioSalida
           PERFORM 400-LeerSort
           PERFORM UNTIL WS-FlagSort IS EQUAL 1
               MOVE Acc-Sort-Operador TO WS-Operador-Grp
               MOVE ZERO TO WS-OpeIngresos
               MOVE ZERO TO WS-OpeConsultas
               MOVE ZERO TO WS-OpeRechazos
               MOVE ZERO TO WS-OpeDenegados
               PERFORM 500-ImprimoOperador
               ADD 1 TO WS-CantOperadoresInf
               PERFORM UNTIL Acc-Sort-Operador
                                          NOT EQUAL WS-Operador-Grp
                           OR WS-FlagSort IS EQUAL 1
                   PERFORM 600-ImprimoEvento
                   PERFORM 400-LeerSort
               END-PERFORM
               PERFORM 700-ImprimoSubTotal
           END-PERFORM
           PERFORM 900-ImprimoResumen
           PERFORM 999-FinGeneral.

      * por omision se informa el mes anterior al de la corrida
       000-LeerParametros.
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "ACCESOS-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Accesos
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "OPERADORES-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Operadores
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "INFACCESOS-SORT-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Accesos-Sort
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "INFACCESOS-INFORME-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Informe
           END-IF
           ACCEPT WS-Fecha-Corrida FROM DATE YYYYMMDD
           MOVE WS-Fecha-Corrida(1:6) TO WS-Periodo
           IF WS-Periodo-Mes IS EQUAL 1
               SUBTRACT 1 FROM WS-Periodo-Anio
               MOVE 12 TO WS-Periodo-Mes
           ELSE
               SUBTRACT 1 FROM WS-Periodo-Mes
           END-IF
           MOVE SPACES TO WS-Periodo-Param
           ACCEPT WS-Periodo-Param
                      FROM ENVIRONMENT "INFACCESOS-PERIODO"
           IF WS-Periodo-Param IS NUMERIC
               MOVE WS-Periodo-Param TO WS-Periodo
           END-IF.

       050-IngresoOperador.
           MOVE "I" TO WS-Acc-Funcion
           MOVE SPACES TO WS-Acc-Clave
           CALL "OPERACCESO" USING WS-Acc-Funcion WS-Acc-Programa
                                   WS-Acc-Rol WS-Acc-Clave
                                   WS-Acc-Resultado
           IF WS-Acc-Resultado IS NOT EQUAL "S"
               DISPLAY "INFACCESOS: ingreso no autorizado"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-Acc-Clave TO WS-Operador.

       100-InicioGeneral.
           PERFORM 150-CargarOperadores
           OPEN INPUT ACCESOS
           IF WS-Accesos-Status IS NOT EQUAL "00"
               DISPLAY "INFACCESOS: no se pudo abrir ACCESOS "
                       "- estado " WS-Accesos-Status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       150-CargarOperadores.
           OPEN INPUT OPERADORES
           IF WS-Operadores-Status IS EQUAL "00"
               PERFORM UNTIL WS-FlagOperadores IS EQUAL 1
                   READ OPERADORES
                       AT END MOVE 1 TO WS-FlagOperadores
                       NOT AT END
                           IF WS-CantOperadores < 500
                               ADD 1 TO WS-CantOperadores
                               MOVE Ope-Codigo
                                    TO TOpe-Codigo(WS-CantOperadores)
                               MOVE Ope-Nombre
                                    TO TOpe-Nombre(WS-CantOperadores)
                               MOVE Ope-Rol
                                    TO TOpe-Rol(WS-CantOperadores)
                           ELSE
                               DISPLAY "INFACCESOS: tabla de "
                                       "operadores llena"
                               MOVE 8 TO RETURN-CODE
                               GOBACK
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERADORES
           END-IF.

       200-LeerAccesos.
           READ ACCESOS
               AT END MOVE 1 TO WS-FlagAccesos.

       300-InicioSalida.
           OPEN OUTPUT INFORME
           IF WS-Informe-Status IS NOT EQUAL "00"
               DISPLAY "INFACCESOS: no se pudo abrir INFORME "
                       "- estado " WS-Informe-Status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-Periodo TO l-Periodo
           MOVE WS-Fecha-Corrida TO l-FechaCorrida
           WRITE Inf-Reg FROM Lin-Encab1
           WRITE Inf-Reg FROM Lin-Blanco.

       400-LeerSort.
           RETURN ACCESOS-sort AT END MOVE 1 TO WS-FlagSort.

      * un codigo rechazado puede no figurar en el archivo de operadores
       500-ImprimoOperador.
           MOVE WS-Operador-Grp TO lo-Codigo
           MOVE "(NO REGISTRADO)" TO lo-Nombre
           MOVE SPACE TO lo-Rol
           MOVE 0 TO WS-OpeEncontrado
           PERFORM VARYING Idx-Ope FROM 1 BY 1
                   UNTIL Idx-Ope > WS-CantOperadores
                   OR WS-OpeEncontrado = 1
               IF TOpe-Codigo(Idx-Ope) IS EQUAL WS-Operador-Grp
                   MOVE 1 TO WS-OpeEncontrado
               END-IF
           END-PERFORM
           IF WS-OpeEncontrado IS EQUAL 1
               SUBTRACT 1 FROM Idx-Ope
               MOVE TOpe-Nombre(Idx-Ope) TO lo-Nombre
               MOVE TOpe-Rol(Idx-Ope) TO lo-Rol
           END-IF
           WRITE Inf-Reg FROM Lin-Operador
           WRITE Inf-Reg FROM Lin-Titulo.

       600-ImprimoEvento.
           ADD 1 TO WS-CantEventos
           EVALUATE Acc-Sort-Evento
               WHEN "INGRESO"
                   ADD 1 TO WS-OpeIngresos
               WHEN "CONSULTA"
                   ADD 1 TO WS-OpeConsultas
               WHEN "RECHAZO"
                   ADD 1 TO WS-OpeRechazos
               WHEN "DENEGADO"
                   ADD 1 TO WS-OpeDenegados
           END-EVALUATE
           MOVE Acc-Sort-Fecha TO ld-Fecha
           MOVE Acc-Sort-Hora TO ld-Hora
           MOVE Acc-Sort-Programa TO ld-Programa
           MOVE Acc-Sort-Evento TO ld-Evento
           MOVE Acc-Sort-Clave TO ld-Clave
           WRITE Inf-Reg FROM Lin-Detalle.

       700-ImprimoSubTotal.
           MOVE WS-OpeIngresos TO ls-Ingresos
           MOVE WS-OpeConsultas TO ls-Consultas
           MOVE WS-OpeRechazos TO ls-Rechazos
           MOVE WS-OpeDenegados TO ls-Denegados
           WRITE Inf-Reg FROM Lin-SubTotal
           WRITE Inf-Reg FROM Lin-Blanco
           ADD WS-OpeIngresos TO WS-TotIngresos
           ADD WS-OpeConsultas TO WS-TotConsultas
           ADD WS-OpeRechazos TO WS-TotRechazos
           ADD WS-OpeDenegados TO WS-TotDenegados.

       900-ImprimoResumen.
           MOVE WS-CantOperadoresInf TO lr-Operadores
           MOVE WS-TotIngresos TO lr-Ingresos
           MOVE WS-TotConsultas TO lr-Consultas
           MOVE WS-TotRechazos TO lr-Rechazos
           MOVE WS-TotDenegados TO lr-Denegados
           WRITE Inf-Reg FROM Lin-Resumen1
           WRITE Inf-Reg FROM Lin-Resumen2
           WRITE Inf-Reg FROM Lin-Resumen3
           WRITE Inf-Reg FROM Lin-Resumen4
           WRITE Inf-Reg FROM Lin-Resumen5
           DISPLAY Lin-Resumen1
           DISPLAY Lin-Resumen3.

       999-FinGeneral.
           CLOSE INFORME.

       END PROGRAM INFACCESOS.
