           ORGANIZATION is line sequential
           FILE STATUS is WS-Boletines-Status.

           SELECT SOBRES ASSIGN TO DYNAMIC
           WS-Path-Sobres
           ORGANIZATION is line sequential
           FILE STATUS is WS-Sobres-Status.

           SELECT MATERIAS-MAESTRO ASSIGN TO DYNAMIC
           WS-Path-Materias-Maestro
           ORGANIZATION is line sequential
       FD  BOLETINES.
       01  Bol-Reg pic x(80).

       FD  SOBRES.
       01  Sob-Reg pic x(60).

       FD  MATERIAS-MAESTRO.
       01  Mst-Reg.
           03 Mst-Codigo pic x(4).
           "D:\cobol\COBOL 32 - PARCIAL\alumnos1-idx.dat".
       01  WS-Path-Boletines pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\boletines.txt".
       01  WS-Path-Sobres pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\sobres-boletines.txt".
       01  WS-Path-Materias-Maestro pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\materias-maestro.txt".
       01  WS-Path-Override pic x(100).
       01  WS-DetalleExamenes-Status pic xx.
       01  WS-Alumnos-Status pic xx.
       01  WS-Boletines-Status pic xx.
       01  WS-Sobres-Status pic xx.

      * destinatario del boletin, desde el maestro de tutores
       01  WS-Tutor-Cuenta pic x(8).
       01  WS-Tutor-Resultado pic x.
       01  WS-Tutor.
           03 WS-Tutor-Alumno pic x(8).
           03 WS-Tutor-Orden pic 9.
           03 WS-Tutor-Nombre pic x(40).
           03 WS-Tutor-Vinculo pic x(10).
           03 WS-Tutor-Domicilio pic x(40).
           03 WS-Tutor-Localidad pic x(30).
           03 WS-Tutor-CodPostal pic x(8).
           03 WS-Tutor-Telefono pic x(15).
           03 WS-Tutor-Email pic x(40).
           03 WS-Tutor-Destinatario pic x.
       01  WS-CantSinTutor pic 9(7) value zero.
       01  WS-MateriasMaestro-Status pic xx.

       01  WS-FlagMatMaestro pic 9 value zero.
           03 filler pic x(8) value "Legajo: ".
           03 l-LegajoAlumno pic x(6).

       01  Lin-Dest1.
           03 filler pic x(9) value "Sr./Sra. ".
           03 l-TutorNombre pic x(40).
           03 filler pic x(2) value " (".
           03 l-TutorVinculo pic x(10).
           03 filler pic x value ")".
       01  Lin-Dest2.
           03 filler pic x(9) value spaces.
           03 l-TutorDomicilio pic x(40).
       01  Lin-Dest3.
           03 filler pic x(9) value spaces.
           03 l-TutorCodPostal pic x(8).
           03 filler pic x value space.
           03 l-TutorLocalidad pic x(30).
       01  Lin-SinTutor.
           03 filler pic x(70) value
           "A los padres o tutores del alumno (sin tutor registrado)".

       01  Lin-Sobre1.
           03 filler pic x(40) value
           "INSTITUTO1 - BOLETIN DE NOTAS".
           03 filler pic x(5) value "Ref: ".
           03 ls-Legajo pic x(6).
       01  Lin-Sobre2.
           03 ls-Tratamiento pic x(9).
           03 ls-Destinatario pic x(51).
       01  Lin-Sobre3.
           03 ls-Domicilio pic x(60).
       01  Lin-Sobre4.
           03 ls-CodPostal pic x(8).
           03 filler pic x value space.
           03 ls-Localidad pic x(30).
       01  Lin-Sobre5.
           03 filler pic x(8) value "Alumno: ".
           03 ls-Alumno pic x(20).
       01  Lin-Sobre-Corte pic x(60) value all "-".

       01  Lin-Titulo-Detalle.
           03 filler pic x(80) value
           "Materia                     Acta      Fecha       Nota".
       01  Lin-Resumen3.
           03 filler pic x(30) value "Examenes listados:".
           03 lr-Detalles pic zzzzzz9.
       01  Lin-Resumen4.
           03 filler pic x(30) value "Boletines sin tutor:".
           03 lr-SinTutor pic zzzzzz9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Boletines
           END-IF
           ACCEPT WS-Path-Override
                   FROM ENVIRONMENT "BOLETIN1-SOBRES-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Sobres
           END-IF
           ACCEPT WS-Path-Override
                  FROM ENVIRONMENT "BOLETIN1-MATERIAS-MAESTRO-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
           MOVE WS-Param-Clave TO lpar-Clave
           MOVE WS-Param-Valor(1:20) TO lpar-Valor
           MOVE WS-Param-Origen TO lpar-Origen
           DISPLAY Lin-Param
           IF WS-Param-Origen IS EQUAL "X"
               DISPLAY "BOLETIN1: no se pudieron cargar los "
                       "parametros"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       050-CargarMaterias.
           OPEN INPUT MATERIAS-MAESTRO
                       AT END MOVE 1 TO WS-FlagMatMaestro
                       NOT AT END
                           IF Mst-Institucion IS EQUAL "1"
                               IF WS-CantMatMaestro IS EQUAL 50
                                   DISPLAY "BOLETIN1: tabla de "
                                           "materias llena"
                                   MOVE 8 TO RETURN-CODE
                                   GOBACK
                               END-IF
                               ADD 1 TO WS-CantMatMaestro
                               MOVE Mst-Codigo(1:3)
                                      TO TMm-Codigo(WS-CantMatMaestro)
                       WS-Boletines-Status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT SOBRES
           IF WS-Sobres-Status IS NOT EQUAL "00"
               DISPLAY "BOLETIN1: no se pudo abrir SOBRES - estado "
                       WS-Sobres-Status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       200-LeerDetalle.
           MOVE Alu-Nombre TO l-NombreAlumno
           MOVE Alu-Codigo TO l-LegajoAlumno
           WRITE Bol-Reg FROM Lin-Encab1
           PERFORM 450-Destinatario
           WRITE Bol-Reg FROM Lin-Alumno
           WRITE Bol-Reg FROM Lin-Blanco
           WRITE Bol-Reg FROM Lin-Titulo-Detalle.

       450-Destinatario.
           MOVE SPACES TO WS-Tutor-Cuenta
           MOVE Alu-Codigo TO WS-Tutor-Cuenta(1:6)
           CALL "TUTORDEST" USING WS-Tutor-Cuenta WS-Tutor
                                  WS-Tutor-Resultado
           WRITE Bol-Reg FROM Lin-Blanco
           MOVE SPACES TO Lin-Sobre2 Lin-Sobre3
           MOVE SPACES TO ls-CodPostal ls-Localidad
           IF WS-Tutor-Resultado IS EQUAL "S"
               MOVE WS-Tutor-Nombre TO l-TutorNombre
               MOVE WS-Tutor-Vinculo TO l-TutorVinculo
               MOVE WS-Tutor-Domicilio TO l-TutorDomicilio
               MOVE WS-Tutor-CodPostal TO l-TutorCodPostal
               MOVE WS-Tutor-Localidad TO l-TutorLocalidad
               WRITE Bol-Reg FROM Lin-Dest1
               WRITE Bol-Reg FROM Lin-Dest2
               WRITE Bol-Reg FROM Lin-Dest3
               MOVE "Sr./Sra." TO ls-Tratamiento
               MOVE WS-Tutor-Nombre TO ls-Destinatario
               MOVE WS-Tutor-Domicilio TO ls-Domicilio
               MOVE WS-Tutor-CodPostal TO ls-CodPostal
               MOVE WS-Tutor-Localidad TO ls-Localidad
           ELSE
               ADD 1 TO WS-CantSinTutor
               WRITE Bol-Reg FROM Lin-SinTutor
               MOVE "A LOS PADRES O TUTORES - ENTREGAR AL ALUMNO"
                          TO Lin-Sobre2
           END-IF
           WRITE Bol-Reg FROM Lin-Blanco
           MOVE Alu-Codigo TO ls-Legajo
           MOVE Alu-Nombre TO ls-Alumno
           WRITE Sob-Reg FROM Lin-Sobre1
           WRITE Sob-Reg FROM Lin-Sobre2
           WRITE Sob-Reg FROM Lin-Sobre3
           WRITE Sob-Reg FROM Lin-Sobre4
           WRITE Sob-Reg FROM Lin-Sobre5
           WRITE Sob-Reg FROM Lin-Sobre-Corte.

       500-ProcesoDetalle.
           IF Det-Materia IS NOT EQUAL WS-Materia-Anterior
                      AND WS-Materia-Anterior IS NOT EQUAL SPACES
           MOVE WS-CantDetalles TO lr-Detalles
           DISPLAY Lin-Resumen1
           DISPLAY Lin-Resumen2
           DISPLAY Lin-Resumen3
           MOVE WS-CantSinTutor TO lr-SinTutor
           DISPLAY Lin-Resumen4.

       999-FinGeneral.
           CLOSE DETALLE-EXAMENES
           CLOSE ALUMNOS
           CLOSE BOLETINES
           CLOSE SOBRES.

       END PROGRAM BOLETIN1.
