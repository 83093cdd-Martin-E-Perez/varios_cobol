      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTPLAN.
      ******************************************************************
       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
           SELECT PLAN-ESTUDIOS ASSIGN TO DYNAMIC
           WS-Path-Plan
           ORGANIZATION is line sequential
           FILE STATUS is WS-Plan-Status.

           SELECT MOV-PLAN ASSIGN TO DYNAMIC
           WS-Path-Mov-Plan
           ORGANIZATION is line sequential.

           SELECT PLAN-NUEVO ASSIGN TO DYNAMIC
           WS-Path-Plan-Nuevo
           ORGANIZATION is line sequential.

           SELECT MOV-PLAN-EXCEP ASSIGN TO DYNAMIC
           WS-Path-Mov-Excep
           ORGANIZATION is line sequential.

      ******************************************************************
       DATA DIVISION.
        FILE SECTION.
       FD  PLAN-ESTUDIOS.
       01  Pln-Reg.
           03 Pln-Materia pic x(3).
           03 Pln-Curso pic 9.
           03 Pln-Correlativa pic x(3) OCCURS 4 TIMES.

       FD  MOV-PLAN.
       01  Mov-Reg.
           03 Mov-Tipo pic x.
           03 Mov-Materia pic x(3).
           03 Mov-Curso pic x.
           03 Mov-Correlativa pic x(3) OCCURS 4 TIMES.

       FD  PLAN-NUEVO.
       01  Pln-Nuevo-Reg.
           03 Pln-Nuevo-Materia pic x(3).
           03 Pln-Nuevo-Curso pic 9.
           03 Pln-Nuevo-Correlativa pic x(3) OCCURS 4 TIMES.

       FD  MOV-PLAN-EXCEP.
       01  Exc-Mov-Reg.
           03 Exc-Mov-Tipo pic x.
           03 filler pic x(2) value spaces.
           03 Exc-Mov-Materia pic x(3).
           03 filler pic x(2) value spaces.
           03 Exc-Mov-Motivo pic x(25).

           WORKING-STORAGE SECTION.

       01  WS-Path-Plan pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\plan-estudios.txt".
       01  WS-Path-Mov-Plan pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\mov-plan.txt".
       01  WS-Path-Plan-Nuevo pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\plan-estudios-nuevo.txt".
       01  WS-Path-Mov-Excep pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\mov-plan-excep.txt".
       01  WS-Path-Override pic x(100).

       01  WS-Operador pic x(8).
       01  WS-Acc-Funcion pic x.
       01  WS-Acc-Programa pic x(12) value "MANTPLAN".
       01  WS-Acc-Rol pic x value "S".
       01  WS-Acc-Clave pic x(8).
       01  WS-Acc-Resultado pic x.

       01  WS-Plan-Status pic xx.

       01  WS-FlagPlan pic 9 value zero.
       01  WS-FlagMov pic 9 value zero.

       01  WS-CantMovimientos pic 9(5) value zero.
       01  WS-TablaLlena pic 9 value zero.
       01  WS-Sub pic 9(5).

       01  Tabla-Movimientos.
           03 Tabla-Mov OCCURS 500 TIMES.
               05 TMov-Tipo pic x.
               05 TMov-Materia pic x(3).
               05 TMov-Curso pic x.
               05 TMov-Correlativa pic x(3) OCCURS 4 TIMES.
               05 TMov-Aplicado pic x value space.

       01  Idx-Mov pic 9(5).
       01  Idx-Cor pic 9.
       01  WS-Hubo-Baja pic x value "N".
       01  WS-Hubo-Cambio pic x value "N".
       01  WS-Idx-Cambio pic 9(5).
       01  WS-Motivo pic x(25).

       01  WS-CantAltas pic 9(5) value zero.
       01  WS-CantCambios pic 9(5) value zero.
       01  WS-CantBajas pic 9(5) value zero.
       01  WS-CantRechazados pic 9(5) value zero.

       01  Lin-Resumen.
           03 filler pic x(20) value "Altas aplicadas:".
           03 lr-Altas pic ----9.
           03 filler pic x(20) value "Cambios aplicados:".
           03 lr-Cambios pic ----9.
           03 filler pic x(20) value "Bajas aplicadas:".
           03 lr-Bajas pic ----9.
           03 filler pic x(23) value "Movimientos rechazados:".
           03 lr-Rechazados pic ----9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 000-LeerParametros
           PERFORM 050-IngresoOperador
           PERFORM 100-InicioGeneral
           PERFORM 200-CargarMovimientos
           PERFORM 300-CopiarYActualizarPlan
           PERFORM 400-AgregarAltas
           PERFORM 900-ImprimoResumen
           PERFORM 999-FinGeneral

           GOBACK.

       000-LeerParametros.
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "MANTPLAN-PLAN-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Plan
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "MANTPLAN-MOV-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Mov-Plan
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "MANTPLAN-PLAN-NUEVO-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Plan-Nuevo
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "MANTPLAN-MOV-EXCEP-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Mov-Excep
           END-IF.

       050-IngresoOperador.
           MOVE "I" TO WS-Acc-Funcion
           MOVE SPACES TO WS-Acc-Clave
           CALL "OPERACCESO" USING WS-Acc-Funcion WS-Acc-Programa
                                   WS-Acc-Rol WS-Acc-Clave
                                   WS-Acc-Resultado
           IF WS-Acc-Resultado IS NOT EQUAL "S"
               DISPLAY "MANTPLAN: ingreso no autorizado"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-Acc-Clave TO WS-Operador.

      * las bajas quedan reservadas al administrador
       060-AutorizarBaja.
           MOVE "V" TO WS-Acc-Funcion
           MOVE "A" TO WS-Acc-Rol
           CALL "OPERACCESO" USING WS-Acc-Funcion WS-Acc-Programa
                                   WS-Acc-Rol WS-Acc-Clave
                                   WS-Acc-Resultado
           MOVE "S" TO WS-Acc-Rol.

       100-InicioGeneral.
           OPEN INPUT PLAN-ESTUDIOS
           IF WS-Plan-Status IS EQUAL "35"
               MOVE 1 TO WS-FlagPlan
           END-IF
           OPEN INPUT MOV-PLAN
           OPEN OUTPUT PLAN-NUEVO
           OPEN OUTPUT MOV-PLAN-EXCEP.

       200-CargarMovimientos.
           PERFORM 210-LeerMovimiento
           PERFORM UNTIL WS-FlagMov IS EQUAL 1
               IF WS-CantMovimientos < 500
                   ADD 1 TO WS-CantMovimientos
                   MOVE Mov-Tipo TO TMov-Tipo(WS-CantMovimientos)
                   MOVE Mov-Materia TO TMov-Materia(WS-CantMovimientos)
                   MOVE Mov-Curso TO TMov-Curso(WS-CantMovimientos)
                   PERFORM VARYING Idx-Cor FROM 1 BY 1
                           UNTIL Idx-Cor > 4
                       MOVE Mov-Correlativa(Idx-Cor)
                         TO TMov-Correlativa(WS-CantMovimientos Idx-Cor)
                   END-PERFORM
               ELSE
                   MOVE 1 TO WS-TablaLlena
                   MOVE SPACES TO Exc-Mov-Reg
                   MOVE "TABLA DE MOV LLENA" TO Exc-Mov-Motivo
                   MOVE Mov-Tipo TO Exc-Mov-Tipo
                   MOVE Mov-Materia TO Exc-Mov-Materia
                   WRITE Exc-Mov-Reg
                   ADD 1 TO WS-CantRechazados
               END-IF
               PERFORM 210-LeerMovimiento
           END-PERFORM.

       210-LeerMovimiento.
           READ MOV-PLAN AT END MOVE 1 TO WS-FlagMov.

       300-CopiarYActualizarPlan.
           PERFORM 310-LeerPlan
           PERFORM UNTIL WS-FlagPlan IS EQUAL 1
               PERFORM 320-ProcesarMovimientosDeMateria
               IF WS-Hubo-Baja IS EQUAL "S"
                   ADD 1 TO WS-CantBajas
               ELSE
                   IF WS-Hubo-Cambio IS EQUAL "S"
                       MOVE WS-Idx-Cambio TO WS-Sub
                       PERFORM 450-GrabarDesdeMovimiento
                       ADD 1 TO WS-CantCambios
                   ELSE
                       WRITE Pln-Nuevo-Reg FROM Pln-Reg
                   END-IF
               END-IF
               PERFORM 310-LeerPlan
           END-PERFORM.

       310-LeerPlan.
           READ PLAN-ESTUDIOS AT END MOVE 1 TO WS-FlagPlan.

       320-ProcesarMovimientosDeMateria.
           MOVE "N" TO WS-Hubo-Baja
           MOVE "N" TO WS-Hubo-Cambio
           PERFORM VARYING Idx-Mov FROM 1 BY 1
                   UNTIL Idx-Mov > WS-CantMovimientos
               IF TMov-Materia(Idx-Mov) IS EQUAL TO Pln-Materia
                   AND TMov-Aplicado(Idx-Mov) IS NOT EQUAL TO "S"
                   EVALUATE TMov-Tipo(Idx-Mov)
                       WHEN "A"
                           MOVE "MATERIA YA EN EL PLAN" TO WS-Motivo
                           PERFORM 700-RegistrarRechazo
                       WHEN "C"
                           MOVE Idx-Mov TO WS-Sub
                           PERFORM 420-ValidarContenido
                           IF WS-Motivo IS EQUAL SPACES
                               MOVE Idx-Mov TO WS-Idx-Cambio
                               MOVE "S" TO WS-Hubo-Cambio
                           ELSE
                               PERFORM 700-RegistrarRechazo
                           END-IF
                       WHEN "B"
                           MOVE TMov-Materia(Idx-Mov) TO WS-Acc-Clave
                           PERFORM 060-AutorizarBaja
                           IF WS-Acc-Resultado IS EQUAL "S"
                               MOVE "S" TO WS-Hubo-Baja
                           ELSE
                               MOVE "OPERADOR SIN PERMISO"
                                                      TO WS-Motivo
                               PERFORM 700-RegistrarRechazo
                           END-IF
                       WHEN OTHER
                           MOVE "TIPO DE MOV. INVALIDO" TO WS-Motivo
                           PERFORM 700-RegistrarRechazo
                   END-EVALUATE
                   MOVE "S" TO TMov-Aplicado(Idx-Mov)
               END-IF
           END-PERFORM.

       400-AgregarAltas.
           PERFORM VARYING WS-Sub FROM 1 BY 1
                   UNTIL WS-Sub > WS-CantMovimientos
               IF TMov-Tipo(WS-Sub) IS EQUAL TO "A"
                   AND TMov-Aplicado(WS-Sub) IS NOT EQUAL TO "S"
                   PERFORM 410-ValidarAltaDuplicada
                   IF TMov-Aplicado(WS-Sub) IS NOT EQUAL TO "S"
                       PERFORM 420-ValidarContenido
                       IF WS-Motivo IS EQUAL SPACES
                           PERFORM 450-GrabarDesdeMovimiento
                           ADD 1 TO WS-CantAltas
                       ELSE
                           MOVE WS-Sub TO Idx-Mov
                           PERFORM 700-RegistrarRechazo
                       END-IF
                       MOVE "S" TO TMov-Aplicado(WS-Sub)
                   END-IF
               ELSE
                   IF TMov-Aplicado(WS-Sub) IS NOT EQUAL TO "S"
                       MOVE "MATERIA NO ESTA EN EL PLAN" TO WS-Motivo
                       MOVE WS-Sub TO Idx-Mov
                       PERFORM 700-RegistrarRechazo
                   END-IF
               END-IF
           END-PERFORM.

       410-ValidarAltaDuplicada.
           PERFORM VARYING Idx-Mov FROM 1 BY 1
                   UNTIL Idx-Mov >= WS-Sub
               IF TMov-Tipo(Idx-Mov) IS EQUAL TO "A"
                   AND TMov-Materia(Idx-Mov) IS EQUAL TO
                                                  TMov-Materia(WS-Sub)
                   MOVE "MATERIA DUPLICADA" TO WS-Motivo
                   MOVE WS-Sub TO Idx-Mov
                   PERFORM 700-RegistrarRechazo
                   MOVE "S" TO TMov-Aplicado(WS-Sub)
               END-IF
           END-PERFORM.

      * una materia no puede ser correlativa de si misma y el curso
      * tiene que ser un curso de la institucion
       420-ValidarContenido.
           MOVE SPACES TO WS-Motivo
           IF TMov-Curso(WS-Sub) IS NOT NUMERIC
               OR TMov-Curso(WS-Sub) IS EQUAL "0"
               MOVE "CURSO INVALIDO" TO WS-Motivo
           END-IF
           PERFORM VARYING Idx-Cor FROM 1 BY 1
                   UNTIL Idx-Cor > 4
               IF TMov-Correlativa(WS-Sub Idx-Cor)
                                  IS EQUAL TMov-Materia(WS-Sub)
                   MOVE "CORRELATIVA DE SI MISMA" TO WS-Motivo
               END-IF
           END-PERFORM.

       450-GrabarDesdeMovimiento.
           MOVE TMov-Materia(WS-Sub) TO Pln-Nuevo-Materia
           MOVE TMov-Curso(WS-Sub) TO Pln-Nuevo-Curso
           PERFORM VARYING Idx-Cor FROM 1 BY 1
                   UNTIL Idx-Cor > 4
               MOVE TMov-Correlativa(WS-Sub Idx-Cor)
                          TO Pln-Nuevo-Correlativa(Idx-Cor)
           END-PERFORM
           WRITE Pln-Nuevo-Reg.

       700-RegistrarRechazo.
           MOVE SPACES TO Exc-Mov-Reg
           MOVE WS-Motivo TO Exc-Mov-Motivo
           MOVE TMov-Tipo(Idx-Mov) TO Exc-Mov-Tipo
           MOVE TMov-Materia(Idx-Mov) TO Exc-Mov-Materia
           WRITE Exc-Mov-Reg
           ADD 1 TO WS-CantRechazados.

       900-ImprimoResumen.
           MOVE WS-CantAltas TO lr-Altas
           MOVE WS-CantCambios TO lr-Cambios
           MOVE WS-CantBajas TO lr-Bajas
           MOVE WS-CantRechazados TO lr-Rechazados
           DISPLAY Lin-Resumen
           IF WS-TablaLlena IS EQUAL 1
               DISPLAY "MANTPLAN: tabla de movimientos llena - "
                       "resultado incompleto"
               MOVE 8 TO RETURN-CODE
           END-IF.

       999-FinGeneral.
           IF WS-Plan-Status IS NOT EQUAL "35"
               CLOSE PLAN-ESTUDIOS
           END-IF
           CLOSE MOV-PLAN
           CLOSE PLAN-NUEVO
           CLOSE MOV-PLAN-EXCEP.

       END PROGRAM MANTPLAN.
