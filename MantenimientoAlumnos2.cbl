       01  Alu-Reg.
           03 Alu-Dni pic x(8).
           03 Alu-Nombre pic x(40).
           03 Alu-Anio pic 9.
           03 Alu-Div pic x.

       FD  MOV-ALUMNOS.
       01  Mov-Reg.
           03 Mov-Dni pic x(8).
           03 Mov-Nombre pic x(40).
           03 Mov-FechaVigencia pic 9(8).
           03 Mov-Anio pic x.
           03 Mov-Div pic x.

       FD  MOV-PENDIENTES.
       01  Pen-Reg pic x(59).

       FD  MOV-ALUMNOS-EXCEP.
       01  Exc-Mov-Reg.
           03 Jrn-Antes pic x(60).
           03 filler pic x(2) value spaces.
           03 Jrn-Despues pic x(60).
           03 filler pic x(2) value spaces.
           03 Jrn-Operador pic x(8).

           WORKING-STORAGE SECTION.

           "D:\cobol\COBOL 32 - PARCIAL\mov-alumnos2-journal.txt".
       01  WS-Path-Override pic x(100).

       01  WS-Operador pic x(8).
       01  WS-Acc-Funcion pic x.
       01  WS-Acc-Programa pic x(12) value "MANTALUMNO2".
       01  WS-Acc-Rol pic x value "S".
       01  WS-Acc-Clave pic x(8).
       01  WS-Acc-Resultado pic x.

       01  WS-Alumnos-Status pic xx.
       01  WS-Journal-Status pic xx.

       01  WS-Pendientes-Status pic xx.
       01  WS-FlagPendAnt pic 9 value zero.
       01  WS-CantPendientes pic 9(5) value zero.
       01  WS-TablaLlena pic 9 value zero.
       01  Tabla-PendSalida.
           03 TPen-Salida OCCURS 2000 TIMES pic x(59).
       01  Idx-PendSal pic 9(5).
       01  Lin-Pendientes.
           03 filler pic x(30) value "Movimientos pendientes:".
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
               DISPLAY "MANTALUMNO2: ingreso no autorizado"
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
           OPEN I-O ALUMNOS
           IF WS-Alumnos-Status IS NOT EQUAL "00"
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
                   MOVE Mov-Dni TO WS-Acc-Clave
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
       400-AplicarAlta.
           MOVE Mov-Dni TO Alu-Dni
           MOVE Mov-Nombre TO Alu-Nombre
           MOVE ZERO TO Alu-Anio
           MOVE SPACE TO Alu-Div
           IF Mov-Anio IS NUMERIC
               MOVE Mov-Anio TO Alu-Anio
               MOVE Mov-Div TO Alu-Div
           END-IF
           WRITE Alu-Reg
               INVALID KEY
                   MOVE "DNI YA EXISTENTE" TO WS-Motivo
                   PERFORM 700-RegistrarRechazo
               NOT INVALID KEY
                   MOVE Alu-Reg TO WS-Imagen-Antes
      * nombre en blanco o anio no informado: se conserva lo que hay
                   IF Mov-Nombre IS NOT EQUAL SPACES
                       MOVE Mov-Nombre TO Alu-Nombre
                   END-IF
                   IF Mov-Anio IS NUMERIC
                       MOVE Mov-Anio TO Alu-Anio
                       MOVE Mov-Div TO Alu-Div
                   END-IF
                   REWRITE Alu-Reg
                   ADD 1 TO WS-CantCambios
                   MOVE Alu-Reg TO WS-Imagen-Despues
           MOVE WS-RunHora TO Jrn-Hora
           MOVE "MANTALUMNO2" TO Jrn-Programa
           MOVE Mov-Tipo TO Jrn-Tipo
           MOVE WS-Operador TO Jrn-Operador
           MOVE Mov-Dni TO Jrn-Clave
           MOVE WS-Imagen-Antes TO Jrn-Antes
           MOVE WS-Imagen-Despues TO Jrn-Despues
           MOVE WS-CantRechazados TO lr-Rechazados
           DISPLAY Lin-Resumen
           MOVE WS-CantPendientes TO lr-Pendientes
           DISPLAY Lin-Pendientes
           IF WS-TablaLlena IS EQUAL 1
               DISPLAY "MANTALUMNO2: tabla de pendientes llena - "
                       "resultado incompleto"
               MOVE 8 TO RETURN-CODE
           END-IF.

       999-FinGeneral.
           CLOSE ALUMNOS
