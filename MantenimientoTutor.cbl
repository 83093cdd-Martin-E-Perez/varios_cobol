      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTTUTOR.
      ******************************************************************
       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
           SELECT TUTORES ASSIGN TO DYNAMIC
           WS-Path-Tutores
           ORGANIZATION is INDEXED
           ACCESS MODE is RANDOM
           RECORD KEY is Tut-Clave
           FILE STATUS is WS-Tutores-Status.

           SELECT ALUMNOS1 ASSIGN TO DYNAMIC
           WS-Path-Alumnos1
           ORGANIZATION is INDEXED
           ACCESS MODE is RANDOM
           RECORD KEY is Alu1-Codigo
           FILE STATUS is WS-Alumnos1-Status.

           SELECT ALUMNOS2 ASSIGN TO DYNAMIC
           WS-Path-Alumnos2
           ORGANIZATION is INDEXED
           ACCESS MODE is RANDOM
           RECORD KEY is Alu2-Dni
           FILE STATUS is WS-Alumnos2-Status.

           SELECT XREF-POR-LEGAJO ASSIGN TO DYNAMIC
           WS-Path-Xref-Legajo
           ORGANIZATION is INDEXED
           ACCESS MODE is RANDOM
           RECORD KEY is Xrl-Legajo
           FILE STATUS is WS-Xref-Status.

           SELECT XREF-POR-DNI ASSIGN TO DYNAMIC
           WS-Path-Xref-Dni
           ORGANIZATION is INDEXED
           ACCESS MODE is RANDOM
           RECORD KEY is Xrd-Dni
           FILE STATUS is WS-XrefDni-Status.

           SELECT MOV-TUTORES ASSIGN TO DYNAMIC
           WS-Path-Mov-Tutores
           ORGANIZATION is line sequential
           FILE STATUS is WS-Mov-Status.

           SELECT MOV-TUTORES-EXCEP ASSIGN TO DYNAMIC
           WS-Path-Mov-Excep
           ORGANIZATION is line sequential.

           SELECT JOURNAL-TUTORES ASSIGN TO DYNAMIC
           WS-Path-Journal
           ORGANIZATION is line sequential
           FILE STATUS is WS-Journal-Status.

      ******************************************************************
       DATA DIVISION.
        FILE SECTION.
      * Tut-Alumno: DNI del alumno; el alumno de INSTITUTO1 que no
      * figura en el xref va por legajo justificado a izquierda
       FD  TUTORES.
       01  Tut-Reg.
           03 Tut-Clave.
               05 Tut-Alumno pic x(8).
               05 Tut-Orden pic 9.
           03 Tut-Nombre pic x(40).
           03 Tut-Vinculo pic x(10).
           03 Tut-Domicilio pic x(40).
           03 Tut-Localidad pic x(30).
           03 Tut-CodPostal pic x(8).
           03 Tut-Telefono pic x(15).
           03 Tut-Email pic x(40).
           03 Tut-Destinatario pic x.

       FD  ALUMNOS1.
       01  Alu1-Reg.
           03 Alu1-Codigo pic x(6).
           03 Alu1-Nombre pic x(20).
           03 Alu1-Curso pic 9.
           03 Alu1-Div pic x.

       FD  ALUMNOS2.
       01  Alu2-Reg.
           03 Alu2-Dni pic x(8).
           03 Alu2-Nombre pic x(40).
           03 Alu2-Anio pic 9.
           03 Alu2-Div pic x.

       FD  XREF-POR-LEGAJO.
       01  Xrl-Reg.
           03 Xrl-Legajo pic x(6).
           03 Xrl-Dni pic x(8).

       FD  XREF-POR-DNI.
       01  Xrd-Reg.
           03 Xrd-Dni pic x(8).
           03 Xrd-Legajo pic x(6).

       FD  MOV-TUTORES.
       01  Mov-Reg.
           03 Mov-Tipo pic x.
           03 Mov-Alumno pic x(8).
           03 Mov-Orden pic x.
           03 Mov-Nombre pic x(40).
           03 Mov-Vinculo pic x(10).
           03 Mov-Domicilio pic x(40).
           03 Mov-Localidad pic x(30).
           03 Mov-CodPostal pic x(8).
           03 Mov-Telefono pic x(15).
           03 Mov-Email pic x(40).
           03 Mov-Destinatario pic x.

       FD  MOV-TUTORES-EXCEP.
       01  Exc-Mov-Reg.
           03 Exc-Mov-Tipo pic x.
           03 filler pic x(2) value spaces.
           03 Exc-Mov-Alumno pic x(8).
           03 filler pic x value space.
           03 Exc-Mov-Orden pic x.
           03 filler pic x(2) value spaces.
           03 Exc-Mov-Motivo pic x(25).

       FD  JOURNAL-TUTORES.
       01  Jrn-Reg.
           03 Jrn-Fecha pic 9(8).
           03 filler pic x(2) value spaces.
           03 Jrn-Hora pic 9(8).
           03 filler pic x(2) value spaces.
           03 Jrn-Programa pic x(12).
           03 filler pic x(2) value spaces.
           03 Jrn-Tipo pic x.
           03 filler pic x(2) value spaces.
           03 Jrn-Clave pic x(8).
           03 filler pic x(2) value spaces.
           03 Jrn-Antes pic x(60).
           03 filler pic x(2) value spaces.
           03 Jrn-Despues pic x(60).
           03 filler pic x(2) value spaces.
           03 Jrn-Operador pic x(8).

           WORKING-STORAGE SECTION.

       01  WS-Path-Tutores pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\tutores-idx.dat".
       01  WS-Path-Alumnos1 pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\alumnos1-idx.dat".
       01  WS-Path-Alumnos2 pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\alumnos2-idx.dat".
       01  WS-Path-Xref-Legajo pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\xref-legajo-idx.dat".
       01  WS-Path-Xref-Dni pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\xref-dni-idx.dat".
       01  WS-Path-Mov-Tutores pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\mov-tutores.txt".
       01  WS-Path-Mov-Excep pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\mov-tutores-excep.txt".
       01  WS-Path-Journal pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\mov-tutores-journal.txt".
       01  WS-Path-Override pic x(100).

       01  WS-Operador pic x(8).
       01  WS-Acc-Funcion pic x.
       01  WS-Acc-Programa pic x(12) value "MANTTUTOR".
       01  WS-Acc-Rol pic x value "S".
       01  WS-Acc-Clave pic x(8).
       01  WS-Acc-Resultado pic x.

       01  WS-Tutores-Status pic xx.
       01  WS-Alumnos1-Status pic xx.
       01  WS-Alumnos2-Status pic xx.
       01  WS-Xref-Status pic xx.
       01  WS-XrefDni-Status pic xx.
       01  WS-Mov-Status pic xx.
       01  WS-Journal-Status pic xx.

       01  WS-FlagMov pic 9 value zero.
       01  WS-HayXref pic 9 value zero.
       01  WS-Motivo pic x(25).
       01  WS-RunFecha pic 9(8).
       01  WS-RunHora pic 9(8).

       01  WS-XrefEncontrado pic 9.
       01  WS-AlumnoValido pic 9.

       01  Vinculos.
           03 filler pic x(10) value "PADRE".
           03 filler pic x(10) value "MADRE".
           03 filler pic x(10) value "TUTOR".
           03 filler pic x(10) value "ABUELO".
           03 filler pic x(10) value "ABUELA".
           03 filler pic x(10) value "HERMANO".
           03 filler pic x(10) value "HERMANA".
           03 filler pic x(10) value "OTRO".
       01  Vec-Vinculos redefines Vinculos.
           03 Vinculo-Cod pic x(10) OCCURS 8 TIMES.
       01  i pic 9.
       01  WS-Encontrado pic 9.

      * el registro de tutores no entra en una linea de journal: se
      * graba en tramos de 60 posiciones, un renglon por tramo
       01  WS-Imagen-Antes pic x(240).
       01  WS-Imagen-Despues pic x(240).
       01  Idx-Tramo pic 9.
       01  WS-Desde pic 9(3).

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
           PERFORM 150-AbrirXref
           PERFORM 210-LeerMovimiento
           PERFORM UNTIL WS-FlagMov IS EQUAL 1
               PERFORM 300-AplicarMovimiento
               PERFORM 210-LeerMovimiento
           END-PERFORM
           PERFORM 900-ImprimoResumen
           PERFORM 999-FinGeneral

           GOBACK.

       000-LeerParametros.
           ACCEPT WS-Path-Override
                          FROM ENVIRONMENT "TUTORES-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Tutores
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "MANTTUTOR-ALUMNOS1-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Alumnos1
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "MANTTUTOR-ALUMNOS2-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Alumnos2
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "MANTTUTOR-XREF-LEGAJO-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Xref-Legajo
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "MANTTUTOR-XREF-DNI-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Xref-Dni
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "MANTTUTOR-MOV-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Mov-Tutores
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "MANTTUTOR-MOV-EXCEP-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Mov-Excep
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "MANTTUTOR-JOURNAL-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Journal
           END-IF
           ACCEPT WS-RunFecha FROM DATE YYYYMMDD
           ACCEPT WS-RunHora FROM TIME.

       050-IngresoOperador.
           MOVE "I" TO WS-Acc-Funcion
           MOVE SPACES TO WS-Acc-Clave
           CALL "OPERACCESO" USING WS-Acc-Funcion WS-Acc-Programa
                                   WS-Acc-Rol WS-Acc-Clave
                                   WS-Acc-Resultado
           IF WS-Acc-Resultado IS NOT EQUAL "S"
               DISPLAY "MANTTUTOR: ingreso no autorizado"
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
           OPEN I-O TUTORES
           IF WS-Tutores-Status IS EQUAL "35"
               OPEN OUTPUT TUTORES
               CLOSE TUTORES
               OPEN I-O TUTORES
           END-IF
           IF WS-Tutores-Status IS NOT EQUAL "00"
               DISPLAY "MANTTUTOR: no se pudo abrir TUTORES "
                       "- estado " WS-Tutores-Status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT MOV-TUTORES
           IF WS-Mov-Status IS NOT EQUAL "00"
               DISPLAY "MANTTUTOR: no se pudo abrir MOV-TUTORES "
                       "- estado " WS-Mov-Status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT ALUMNOS1
           OPEN INPUT ALUMNOS2
           OPEN OUTPUT MOV-TUTORES-EXCEP
           OPEN EXTEND JOURNAL-TUTORES
           IF WS-Journal-Status IS EQUAL "35"
               OPEN OUTPUT JOURNAL-TUTORES
           END-IF.

       150-AbrirXref.
           OPEN INPUT XREF-POR-LEGAJO
           OPEN INPUT XREF-POR-DNI
           IF WS-Xref-Status IS EQUAL "00"
                      AND WS-XrefDni-Status IS EQUAL "00"
               MOVE 1 TO WS-HayXref
           ELSE
               IF WS-Xref-Status IS EQUAL "00"
                   CLOSE XREF-POR-LEGAJO
               END-IF
               IF WS-XrefDni-Status IS EQUAL "00"
                   CLOSE XREF-POR-DNI
               END-IF
           END-IF.

       210-LeerMovimiento.
           READ MOV-TUTORES AT END MOVE 1 TO WS-FlagMov.

      * el legajo que tiene DNI en el xref se pasa a DNI, asi el tutor
      * queda uno solo para las dos instituciones
       250-ValidarAlumno.
           MOVE 0 TO WS-AlumnoValido
           IF Mov-Alumno(7:2) IS EQUAL SPACES
               MOVE 0 TO WS-XrefEncontrado
               IF WS-HayXref IS EQUAL 1
                   MOVE Mov-Alumno(1:6) TO Xrl-Legajo
                   READ XREF-POR-LEGAJO
                       INVALID KEY CONTINUE
                       NOT INVALID KEY MOVE 1 TO WS-XrefEncontrado
                   END-READ
               END-IF
               IF WS-XrefEncontrado IS EQUAL 1
                   MOVE Xrl-Dni TO Mov-Alumno
                   MOVE 1 TO WS-AlumnoValido
               ELSE
                   MOVE Mov-Alumno(1:6) TO Alu1-Codigo
                   READ ALUMNOS1
                       INVALID KEY CONTINUE
                       NOT INVALID KEY MOVE 1 TO WS-AlumnoValido
                   END-READ
               END-IF
           ELSE
               MOVE Mov-Alumno TO Alu2-Dni
               READ ALUMNOS2
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 1 TO WS-AlumnoValido
               END-READ
               IF WS-AlumnoValido IS EQUAL 0
                          AND WS-HayXref IS EQUAL 1
                   MOVE Mov-Alumno TO Xrd-Dni
                   READ XREF-POR-DNI
                       INVALID KEY CONTINUE
                       NOT INVALID KEY MOVE 1 TO WS-AlumnoValido
                   END-READ
               END-IF
           END-IF.

       260-ValidarVinculo.
           MOVE 0 TO WS-Encontrado
           PERFORM VARYING i FROM 1 BY 1
                   UNTIL i > 8 OR WS-Encontrado = 1
               IF Vinculo-Cod(i) IS EQUAL Mov-Vinculo
                   MOVE 1 TO WS-Encontrado
               END-IF
           END-PERFORM.

       300-AplicarMovimiento.
           MOVE SPACES TO WS-Motivo
           IF Mov-Orden IS NOT NUMERIC OR Mov-Orden IS EQUAL "0"
               MOVE "ORDEN DE TUTOR INVALIDO" TO WS-Motivo
           END-IF
           IF WS-Motivo IS EQUAL SPACES
               PERFORM 250-ValidarAlumno
               IF WS-AlumnoValido IS NOT EQUAL 1
                   MOVE "ALUMNO INEXISTENTE" TO WS-Motivo
               END-IF
           END-IF
           IF WS-Motivo IS EQUAL SPACES
               EVALUATE Mov-Tipo
                   WHEN "A"
                       PERFORM 400-AplicarAlta
                   WHEN "C"
                       PERFORM 500-AplicarCambio
                   WHEN "B"
                       MOVE Mov-Alumno TO WS-Acc-Clave
                       PERFORM 060-AutorizarBaja
                       IF WS-Acc-Resultado IS EQUAL "S"
                           PERFORM 600-AplicarBaja
                       ELSE
                           MOVE "OPERADOR SIN PERMISO" TO WS-Motivo
                       END-IF
                   WHEN OTHER
                       MOVE "TIPO DE MOV. INVALIDO" TO WS-Motivo
               END-EVALUATE
           END-IF
           IF WS-Motivo IS NOT EQUAL SPACES
               PERFORM 700-RegistrarRechazo
           END-IF.

       400-AplicarAlta.
           IF Mov-Nombre IS EQUAL SPACES
               MOVE "NOMBRE DE TUTOR EN BLANCO" TO WS-Motivo
           ELSE
               PERFORM 260-ValidarVinculo
               IF WS-Encontrado IS NOT EQUAL 1
                   MOVE "VINCULO INVALIDO" TO WS-Motivo
               END-IF
           END-IF
           IF WS-Motivo IS EQUAL SPACES
               MOVE Mov-Reg(2:) TO Tut-Reg
               IF Tut-Destinatario IS NOT EQUAL "S"
                   MOVE "N" TO Tut-Destinatario
               END-IF
               WRITE Tut-Reg
                   INVALID KEY
                       MOVE "TUTOR YA EXISTENTE" TO WS-Motivo
                   NOT INVALID KEY
                       ADD 1 TO WS-CantAltas
                       MOVE SPACES TO WS-Imagen-Antes
                       MOVE Tut-Reg TO WS-Imagen-Despues
                       PERFORM 800-GrabarJournal
               END-WRITE
           END-IF.

      * campo en blanco: se conserva lo que hay
       500-AplicarCambio.
           MOVE Mov-Alumno TO Tut-Alumno
           MOVE Mov-Orden TO Tut-Orden
           READ TUTORES
               INVALID KEY
                   MOVE "TUTOR INEXISTENTE" TO WS-Motivo
           END-READ
           IF WS-Motivo IS EQUAL SPACES
               AND Mov-Vinculo IS NOT EQUAL SPACES
               PERFORM 260-ValidarVinculo
               IF WS-Encontrado IS NOT EQUAL 1
                   MOVE "VINCULO INVALIDO" TO WS-Motivo
               END-IF
           END-IF
           IF WS-Motivo IS EQUAL SPACES
               MOVE Tut-Reg TO WS-Imagen-Antes
               IF Mov-Nombre IS NOT EQUAL SPACES
                   MOVE Mov-Nombre TO Tut-Nombre
               END-IF
               IF Mov-Vinculo IS NOT EQUAL SPACES
                   MOVE Mov-Vinculo TO Tut-Vinculo
               END-IF
               IF Mov-Domicilio IS NOT EQUAL SPACES
                   MOVE Mov-Domicilio TO Tut-Domicilio
               END-IF
               IF Mov-Localidad IS NOT EQUAL SPACES
                   MOVE Mov-Localidad TO Tut-Localidad
               END-IF
               IF Mov-CodPostal IS NOT EQUAL SPACES
                   MOVE Mov-CodPostal TO Tut-CodPostal
               END-IF
               IF Mov-Telefono IS NOT EQUAL SPACES
                   MOVE Mov-Telefono TO Tut-Telefono
               END-IF
               IF Mov-Email IS NOT EQUAL SPACES
                   MOVE Mov-Email TO Tut-Email
               END-IF
               IF Mov-Destinatario IS EQUAL "S"
                   OR Mov-Destinatario IS EQUAL "N"
                   MOVE Mov-Destinatario TO Tut-Destinatario
               END-IF
               REWRITE Tut-Reg
               ADD 1 TO WS-CantCambios
               MOVE Tut-Reg TO WS-Imagen-Despues
               PERFORM 800-GrabarJournal
           END-IF.

       600-AplicarBaja.
           MOVE Mov-Alumno TO Tut-Alumno
           MOVE Mov-Orden TO Tut-Orden
           READ TUTORES
               INVALID KEY
                   MOVE "TUTOR INEXISTENTE" TO WS-Motivo
               NOT INVALID KEY
                   MOVE Tut-Reg TO WS-Imagen-Antes
                   DELETE TUTORES
                       INVALID KEY
                           MOVE "TUTOR INEXISTENTE" TO WS-Motivo
                       NOT INVALID KEY
                           ADD 1 TO WS-CantBajas
                           MOVE SPACES TO WS-Imagen-Despues
                           PERFORM 800-GrabarJournal
                   END-DELETE
           END-READ.

       700-RegistrarRechazo.
           MOVE SPACES TO Exc-Mov-Reg
           MOVE WS-Motivo TO Exc-Mov-Motivo
           MOVE Mov-Tipo TO Exc-Mov-Tipo
           MOVE Mov-Alumno TO Exc-Mov-Alumno
           MOVE Mov-Orden TO Exc-Mov-Orden
           WRITE Exc-Mov-Reg
           ADD 1 TO WS-CantRechazados.

      * en un cambio solo van los tramos que se modificaron
       800-GrabarJournal.
           PERFORM VARYING Idx-Tramo FROM 1 BY 1 UNTIL Idx-Tramo > 4
               COMPUTE WS-Desde = (Idx-Tramo - 1) * 60 + 1
               IF Mov-Tipo IS NOT EQUAL "C"
                   OR WS-Imagen-Antes(WS-Desde:60) IS NOT EQUAL
                      WS-Imagen-Despues(WS-Desde:60)
                   MOVE SPACES TO Jrn-Reg
                   MOVE WS-RunFecha TO Jrn-Fecha
                   MOVE WS-RunHora TO Jrn-Hora
                   MOVE "MANTTUTOR" TO Jrn-Programa
                   MOVE Mov-Tipo TO Jrn-Tipo
                   MOVE WS-Operador TO Jrn-Operador
                   MOVE Mov-Alumno TO Jrn-Clave
                   MOVE WS-Imagen-Antes(WS-Desde:60) TO Jrn-Antes
                   MOVE WS-Imagen-Despues(WS-Desde:60) TO Jrn-Despues
                   IF Jrn-Antes IS NOT EQUAL SPACES
                       OR Jrn-Despues IS NOT EQUAL SPACES
                       WRITE Jrn-Reg
                   END-IF
               END-IF
           END-PERFORM.

       900-ImprimoResumen.
           MOVE WS-CantAltas TO lr-Altas
           MOVE WS-CantCambios TO lr-Cambios
           MOVE WS-CantBajas TO lr-Bajas
           MOVE WS-CantRechazados TO lr-Rechazados
           DISPLAY Lin-Resumen
           IF WS-CantRechazados > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

       999-FinGeneral.
           CLOSE TUTORES
           CLOSE ALUMNOS1
           CLOSE ALUMNOS2
           IF WS-HayXref IS EQUAL 1
               CLOSE XREF-POR-LEGAJO
               CLOSE XREF-POR-DNI
           END-IF
           CLOSE MOV-TUTORES
           CLOSE MOV-TUTORES-EXCEP
           CLOSE JOURNAL-TUTORES.

       END PROGRAM MANTTUTOR.
