           03 Jrn-Antes pic x(60).
           03 filler pic x(2) value spaces.
           03 Jrn-Despues pic x(60).
           03 filler pic x(2) value spaces.
           03 Jrn-Operador pic x(8).

           WORKING-STORAGE SECTION.

           "D:\cobol\COBOL 32 - PARCIAL\mov-jugadores-journal.txt".
       01  WS-Path-Override pic x(100).

       01  WS-Operador pic x(8).
       01  WS-Acc-Funcion pic x.
       01  WS-Acc-Programa pic x(12) value "MANTJUGADOR".
       01  WS-Acc-Rol pic x value "S".
       01  WS-Acc-Clave pic x(8).
       01  WS-Acc-Resultado pic x.

       01  WS-Journal-Status pic xx.
       01  WS-RunFecha pic 9(8).
       01  WS-RunHora pic 9(8).
       01  WS-FlagMov pic 9 value zero.

       01  WS-CantMovimientos pic 9(5) value zero.
       01  WS-TablaLlena pic 9 value zero.
       01  WS-Sub pic 9(5).

       01  Tabla-Movimientos.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 000-LeerParametros
           PERFORM 050-IngresoOperador
           PERFORM 100-InicioGeneral
           PERFORM 150-ProcesarPendientesAnteriores
           PERFORM 200-CargarMovimientos
           ACCEPT WS-RunFecha FROM DATE YYYYMMDD
           ACCEPT WS-RunHora FROM TIME.

       050-IngresoOperador.
           MOVE "I" TO WS-Acc-Funcion
           MOVE SPACES TO WS-Acc-Clave
           CALL "OPERACCESO" USING WS-Acc-Funcion WS-Acc-Programa
                                   WS-Acc-Rol WS-Acc-Clave
                                   WS-Acc-Resultado
           IF WS-Acc-Resultado IS NOT EQUAL "S"
               DISPLAY "MANTJUGADOR: ingreso no autorizado"
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
           OPEN INPUT JUGADOR-NOMBRES
           OPEN INPUT MOV-JUGADOR
               MOVE Mov-FechaNac
                          TO TMov-FechaNac(WS-CantMovimientos)
           ELSE
               MOVE 1 TO WS-TablaLlena
               MOVE SPACES TO Exc-Mov-Reg
               MOVE "TABLA DE MOV LLENA" TO Exc-Mov-Motivo
               MOVE Mov-Tipo TO Exc-Mov-Tipo
                           MOVE Mov-Reg
                                  TO TPen-Salida(WS-CantPendientes)
                       ELSE
                           MOVE 1 TO WS-TablaLlena
                           MOVE SPACES TO Exc-Mov-Reg
                           MOVE "TABLA PENDIENTES LLENA"
                                      TO Exc-Mov-Motivo
                                                     WS-FechaNac-Nueva
                           MOVE "S" TO WS-Hubo-Cambio
                       WHEN "B"
                           MOVE TMov-Codigo(Idx-Mov) TO WS-Acc-Clave
                           PERFORM 060-AutorizarBaja
                           IF WS-Acc-Resultado IS EQUAL "S"
                               MOVE "S" TO WS-Hubo-Baja
                           ELSE
                               MOVE SPACES TO Exc-Mov-Reg
                               MOVE "OPERADOR SIN PERMISO" TO
                                                     Exc-Mov-Motivo
                               MOVE TMov-Tipo(Idx-Mov) TO Exc-Mov-Tipo
                               MOVE TMov-Codigo(Idx-Mov) TO
                                                     Exc-Mov-Codigo
                               WRITE Exc-Mov-Reg
                               ADD 1 TO WS-CantRechazados
                           END-IF
                       WHEN OTHER
                           MOVE SPACES TO Exc-Mov-Reg
                           MOVE "TIPO DE MOV. INVALIDO" TO
           MOVE WS-RunHora TO Jrn-Hora
           MOVE "MANTJUGADOR" TO Jrn-Programa
           MOVE WS-Jrn-Tipo TO Jrn-Tipo
           MOVE WS-Operador TO Jrn-Operador
           MOVE WS-Jrn-Clave TO Jrn-Clave
           MOVE WS-Imagen-Antes TO Jrn-Antes
           MOVE WS-Imagen-Despues TO Jrn-Despues
           MOVE WS-CantRechazados TO lr-Rechazados
           DISPLAY Lin-Resumen
           MOVE WS-CantPendientes TO lr-Pendientes
           DISPLAY Lin-Pendientes
           IF WS-TablaLlena IS EQUAL 1
               DISPLAY "MANTJUGADOR: tabla de movimientos o pendientes "
                       "llena - resultado incompleto"
               MOVE 8 TO RETURN-CODE
           END-IF.

       999-FinGeneral.
           CLOSE JUGADOR-NOMBRES
