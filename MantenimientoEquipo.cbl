           03 Jrn-Antes pic x(60).
           03 filler pic x(2) value spaces.
           03 Jrn-Despues pic x(60).
           03 filler pic x(2) value spaces.
           03 Jrn-Operador pic x(8).

           WORKING-STORAGE SECTION.

           "D:\cobol\COBOL 32 - PARCIAL\mov-equipo-journal.txt".
       01  WS-Path-Override pic x(100).

       01  WS-Operador pic x(8).
       01  WS-Acc-Funcion pic x.
       01  WS-Acc-Programa pic x(12) value "MANTEQUIPO".
       01  WS-Acc-Rol pic x value "S".
       01  WS-Acc-Clave pic x(8).
       01  WS-Acc-Resultado pic x.

       01  WS-Equipo-Status pic xx.
       01  WS-Journal-Status pic xx.

       01  WS-Pendientes-Status pic xx.
       01  WS-FlagPendAnt pic 9 value zero.
       01  WS-CantPendientes pic 9(5) value zero.
       01  WS-TablaLlena pic 9 value zero.
       01  Tabla-PendSalida.
           03 TPen-Salida OCCURS 2000 TIMES pic x(26).
       01  Idx-PendSal pic 9(5).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 000-LeerParametros
           PERFORM 050-IngresoOperador
           PERFORM 100-InicioGeneral
           PERFORM 150-ProcesarPendientesAnteriores
           PERFORM 210-LeerMovimiento
           ACCEPT WS-RunFecha FROM DATE YYYYMMDD
           ACCEPT WS-RunHora FROM TIME.

       050-IngresoOperador.
           MOVE "I" TO WS-Acc-Funcion
           MOVE SPACES TO WS-Acc-Clave
           CALL "OPERACCESO" USING WS-Acc-Funcion WS-Acc-Programa
                                   WS-Acc-Rol WS-Acc-Clave
                                   WS-Acc-Resultado
           IF WS-Acc-Resultado IS NOT EQUAL "S"
               DISPLAY "MANTEQUIPO: ingreso no autorizado"
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
           OPEN I-O EQUIPO
           IF WS-Equipo-Status IS NOT EQUAL "00"
                           MOVE Mov-Reg
                                  TO TPen-Salida(WS-CantPendientes)
                       ELSE
                           MOVE 1 TO WS-TablaLlena
                           MOVE "TABLA PENDIENTES LLENA" TO WS-Motivo
                           PERFORM 700-RegistrarRechazo
                       END-IF
               WHEN "C"
                   PERFORM 500-AplicarCambio
               WHEN "B"
                   MOVE Mov-Codigo TO WS-Acc-Clave
                   PERFORM 060-AutorizarBaja
                   IF WS-Acc-Resultado IS EQUAL "S"
                       PERFORM 600-AplicarBaja
                   ELSE
                       MOVE "OPERADOR SIN PERMISO" TO WS-Motivo
                       PERFORM 700-RegistrarRechazo
                   END-IF
               WHEN OTHER
                   MOVE "TIPO DE MOV. INVALIDO" TO WS-Motivo
                   PERFORM 700-RegistrarRechazo
           MOVE WS-RunHora TO Jrn-Hora
           MOVE "MANTEQUIPO" TO Jrn-Programa
           MOVE Mov-Tipo TO Jrn-Tipo
           MOVE WS-Operador TO Jrn-Operador
           MOVE Mov-Codigo TO Jrn-Clave
           MOVE WS-Imagen-Antes TO Jrn-Antes
           MOVE WS-Imagen-Despues TO Jrn-Despues
           MOVE WS-CantRechazados TO lr-Rechazados
           DISPLAY Lin-Resumen
           MOVE WS-CantPendientes TO lr-Pendientes
           DISPLAY Lin-Pendientes
           IF WS-TablaLlena IS EQUAL 1
               DISPLAY "MANTEQUIPO: tabla de pendientes llena - "
                       "resultado incompleto"
               MOVE 8 TO RETURN-CODE
           END-IF.

       999-FinGeneral.
           CLOSE EQUIPO
