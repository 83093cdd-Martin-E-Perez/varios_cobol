       01  WS-CantMateria pic 9(5).
       01  WS-PromedioMateria pic 99v99.

       01  WS-Operador pic x(8).
       01  WS-Acc-Funcion pic x.
       01  WS-Acc-Programa pic x(12) value "CONSULTA1".
       01  WS-Acc-Rol pic x value "C".
       01  WS-Acc-Clave pic x(8).
       01  WS-Acc-Resultado pic x.

       01  Lin-Alumno.
           03 filler pic x(8) value "Alumno: ".
           03 l-Nombre pic x(20).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 000-LeerParametros
           PERFORM 050-IngresoOperador
           PERFORM 100-AbrirAlumnos
           PERFORM 200-PedirLegajo
           PERFORM UNTIL WS-Legajo IS EQUAL SPACES
               MOVE WS-Path-Override TO WS-Path-Detalle
           END-IF.

       060-RegistrarConsulta.
           MOVE "C" TO WS-Acc-Funcion
           CALL "OPERACCESO" USING WS-Acc-Funcion WS-Acc-Programa
                                   WS-Acc-Rol WS-Acc-Clave
                                   WS-Acc-Resultado.

       050-IngresoOperador.
           MOVE "I" TO WS-Acc-Funcion
           MOVE SPACES TO WS-Acc-Clave
           CALL "OPERACCESO" USING WS-Acc-Funcion WS-Acc-Programa
                                   WS-Acc-Rol WS-Acc-Clave
                                   WS-Acc-Resultado
           IF WS-Acc-Resultado IS NOT EQUAL "S"
               DISPLAY "CONSULTA1: ingreso no autorizado"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-Acc-Clave TO WS-Operador.

       100-AbrirAlumnos.
           OPEN INPUT ALUMNOS
           IF WS-Alumnos-Status IS NOT EQUAL "00"
           ACCEPT WS-Legajo.

       300-ConsultarAlumno.
           MOVE WS-Legajo TO WS-Acc-Clave
           PERFORM 060-RegistrarConsulta
           MOVE WS-Legajo TO Alu-Codigo
           READ ALUMNOS
               INVALID KEY
