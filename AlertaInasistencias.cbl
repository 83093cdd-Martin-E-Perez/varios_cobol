           ORGANIZATION is line sequential
           FILE STATUS is WS-Cartas-Status.

           SELECT SOBRES ASSIGN TO DYNAMIC
           WS-Path-Sobres
           ORGANIZATION is line sequential
           FILE STATUS is WS-Sobres-Status.

      ******************************************************************
       DATA DIVISION.
        FILE SECTION.
       01  Alu-Reg.
           03 Alu-Dni pic x(8).
           03 Alu-Nombre pic x(40).
           03 Alu-Anio pic 9.
           03 Alu-Div pic x.

       FD  CARTAS.
       01  Car-Reg pic x(80).

       FD  SOBRES.
       01  Sob-Reg pic x(60).

       WORKING-STORAGE SECTION.

       01  WS-Path-Inasistencias pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\alumnos2-idx.dat".
       01  WS-Path-Cartas pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\cartas-inasistencias.txt".
       01  WS-Path-Sobres pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\sobres-inasistencias.txt".
       01  WS-Path-Override pic x(100).

       01  WS-Inasistencias-Status pic xx.
       01  WS-Alumnos-Status pic xx.
       01  WS-Cartas-Status pic xx.
       01  WS-Sobres-Status pic xx.

      * destinatario de la carta, desde el maestro de tutores
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
       01  WS-CantSinTutor pic 9(5) value zero.

       01  WS-Param-Clave pic x(30).
       01  WS-Param-Valor pic x(100).
           03 filler pic x(16) value "  Ausencias(%): ".
           03 l-PctAusencias pic zz9,9.

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
           "INSTITUTO2 - AVISO DE INASISTENCIAS".
           03 filler pic x(5) value "Ref: ".
           03 ls-Dni pic 9(8).
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
           03 ls-Alumno pic x(40).
       01  Lin-Sobre-Corte pic x(60) value all "-".

       01  Lin-Detalle.
           03 filler pic x(4) value spaces.
           03 ld-Fecha pic 9(8).
       01  Lin-Resumen3.
           03 filler pic x(30) value "Alumnos fuera de tabla:".
           03 lr-Desbordadas pic zzzz9.
       01  Lin-Resumen4.
           03 filler pic x(30) value "Cartas sin tutor registrado:".
           03 lr-SinTutor pic zzzz9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               CALL "CALENDARIO" USING WS-Cal-Funcion
                                       WS-Termino-Desde
                                       WS-Cal-Dias WS-Cal-Resultado
               IF WS-Cal-Resultado IS EQUAL "X"
                   DISPLAY "ALERTAINASIST: no se pudo cargar el "
                           "calendario"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               IF WS-Cal-Resultado IS EQUAL "S"
                   MOVE WS-Cal-Dias TO WS-DiasClase
               END-IF
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Cartas
           END-IF
           ACCEPT WS-Path-Override
                   FROM ENVIRONMENT "ALERTAINASIST-SOBRES-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Sobres
           END-IF
           ACCEPT WS-Fecha-Corrida FROM DATE YYYYMMDD.

       005-ObtenerParametro.
           MOVE WS-Param-Clave TO lpar-Clave
           MOVE WS-Param-Valor(1:20) TO lpar-Valor
           MOVE WS-Param-Origen TO lpar-Origen
           DISPLAY Lin-Param
           IF WS-Param-Origen IS EQUAL "X"
               DISPLAY "ALERTAINASIST: no se pudieron cargar los "
                       "parametros"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       100-InicioGeneral.
           OPEN INPUT ALUMNOS
                       "- estado " WS-Cartas-Status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT SOBRES
           IF WS-Sobres-Status IS NOT EQUAL "00"
               DISPLAY "ALERTAINASIST: no se pudo abrir SOBRES "
                       "- estado " WS-Sobres-Status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       200-AcumularInasistencias.
           MOVE WS-InasistMax TO l-Maximo
           WRITE Car-Reg FROM Lin-Blanco
           WRITE Car-Reg FROM Lin-Carta1
           PERFORM 450-Destinatario
           WRITE Car-Reg FROM Lin-Carta2
           WRITE Car-Reg FROM Lin-Carta3
           WRITE Car-Reg FROM Lin-Carta4
           DISPLAY Lin-Carta3
           PERFORM 500-ListarAusencias.

       450-Destinatario.
           MOVE WS-Dni-Carta TO WS-Tutor-Cuenta
           CALL "TUTORDEST" USING WS-Tutor-Cuenta WS-Tutor
                                  WS-Tutor-Resultado
           WRITE Car-Reg FROM Lin-Blanco
           MOVE SPACES TO Lin-Sobre2 Lin-Sobre3
           MOVE SPACES TO ls-CodPostal ls-Localidad
           IF WS-Tutor-Resultado IS EQUAL "S"
               MOVE WS-Tutor-Nombre TO l-TutorNombre
               MOVE WS-Tutor-Vinculo TO l-TutorVinculo
               MOVE WS-Tutor-Domicilio TO l-TutorDomicilio
               MOVE WS-Tutor-CodPostal TO l-TutorCodPostal
               MOVE WS-Tutor-Localidad TO l-TutorLocalidad
               WRITE Car-Reg FROM Lin-Dest1
               WRITE Car-Reg FROM Lin-Dest2
               WRITE Car-Reg FROM Lin-Dest3
               MOVE "Sr./Sra." TO ls-Tratamiento
               MOVE WS-Tutor-Nombre TO ls-Destinatario
               MOVE WS-Tutor-Domicilio TO ls-Domicilio
               MOVE WS-Tutor-CodPostal TO ls-CodPostal
               MOVE WS-Tutor-Localidad TO ls-Localidad
           ELSE
               ADD 1 TO WS-CantSinTutor
               WRITE Car-Reg FROM Lin-SinTutor
               MOVE "A LOS PADRES O TUTORES - ENTREGAR AL ALUMNO"
                          TO Lin-Sobre2
           END-IF
           WRITE Car-Reg FROM Lin-Blanco
           MOVE WS-Dni-Carta TO ls-Dni
           MOVE l-Nombre TO ls-Alumno
           WRITE Sob-Reg FROM Lin-Sobre1
           WRITE Sob-Reg FROM Lin-Sobre2
           WRITE Sob-Reg FROM Lin-Sobre3
           WRITE Sob-Reg FROM Lin-Sobre4
           WRITE Sob-Reg FROM Lin-Sobre5
           WRITE Sob-Reg FROM Lin-Sobre-Corte.

       500-ListarAusencias.
           MOVE 0 TO WS-FlagInasistencias
           OPEN INPUT INASISTENCIAS
           MOVE WS-CantDesbordadas TO lr-Desbordadas
           DISPLAY Lin-Resumen1
           DISPLAY Lin-Resumen2
           DISPLAY Lin-Resumen3
           MOVE WS-CantSinTutor TO lr-SinTutor
           DISPLAY Lin-Resumen4
           IF WS-CantDesbordadas > ZERO
               DISPLAY "ALERTAINASIST: tabla de inasistencias llena - "
                       "resultado incompleto"
               MOVE 8 TO RETURN-CODE
           END-IF.

       999-FinGeneral.
           CLOSE ALUMNOS
           CLOSE CARTAS
           CLOSE SOBRES.

       END PROGRAM ALERTAINASIST.
