           "D:\cobol\COBOL 32 - PARCIAL\mov-materias-excep.txt".
       01  WS-Path-Override pic x(100).

       01  WS-Operador pic x(8).
       01  WS-Acc-Funcion pic x.
       01  WS-Acc-Programa pic x(12) value "MANTMATERIA".
       01  WS-Acc-Rol pic x value "S".
       01  WS-Acc-Clave pic x(8).
       01  WS-Acc-Resultado pic x.

       01  WS-Maestro-Status pic xx.

       01  WS-FlagMaestro pic 9 value zero.
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
           PERFORM 200-CargarMovimientos
           PERFORM 300-CopiarYActualizarMaestro
               MOVE WS-Path-Override TO WS-Path-Mov-Excep
           END-IF.

       050-IngresoOperador.
           MOVE "I" TO WS-Acc-Funcion
           MOVE SPACES TO WS-Acc-Clave
           CALL "OPERACCESO" USING WS-Acc-Funcion WS-Acc-Programa
                                   WS-Acc-Rol WS-Acc-Clave
                                   WS-Acc-Resultado
           IF WS-Acc-Resultado IS NOT EQUAL "S"
               DISPLAY "MANTMATERIA: ingreso no autorizado"
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
           OPEN INPUT MATERIAS-MAESTRO
           IF WS-Maestro-Status IS EQUAL "35"
                   MOVE Mov-Institucion
                              TO TMov-Institucion(WS-CantMovimientos)
               ELSE
                   MOVE 1 TO WS-TablaLlena
                   MOVE SPACES TO Exc-Mov-Reg
                   MOVE "TABLA DE MOV LLENA" TO Exc-Mov-Motivo
                   MOVE Mov-Tipo TO Exc-Mov-Tipo
                                               WS-Institucion-Nueva
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
           MOVE WS-CantCambios TO lr-Cambios
           MOVE WS-CantBajas TO lr-Bajas
           MOVE WS-CantRechazados TO lr-Rechazados
           DISPLAY Lin-Resumen
           IF WS-TablaLlena IS EQUAL 1
               DISPLAY "MANTMATERIA: tabla de movimientos llena - "
                       "resultado incompleto"
               MOVE 8 TO RETURN-CODE
           END-IF.

       999-FinGeneral.
           IF WS-Maestro-Status IS NOT EQUAL "35"
