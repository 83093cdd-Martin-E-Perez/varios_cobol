      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TURNOEXAM.
      ******************************************************************
       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
           SELECT INSCRIPCIONES ASSIGN TO DYNAMIC
           WS-Path-Inscripciones
           ORGANIZATION is line sequential
           FILE STATUS is WS-Inscripciones-Status.

           SELECT INSCRIPCIONES-SORT ASSIGN TO DYNAMIC
           WS-Path-Inscripciones-Sort
           ORGANIZATION is line sequential.

           SELECT INSCRIPCIONES-RECHAZADAS ASSIGN TO DYNAMIC
           WS-Path-Rechazadas
           ORGANIZATION is line sequential
           FILE STATUS is WS-Rechazadas-Status.

           SELECT ALUMNOS ASSIGN TO DYNAMIC
           WS-Path-Alumnos
           ORGANIZATION is INDEXED
           ACCESS MODE is RANDOM
           RECORD KEY is Alu-Codigo
           FILE STATUS is WS-Alumnos-Status.

           SELECT MATERIAS-MAESTRO ASSIGN TO DYNAMIC
           WS-Path-Materias-Maestro
           ORGANIZATION is line sequential
           FILE STATUS is WS-MateriasMaestro-Status.

           SELECT DOCENTES ASSIGN TO DYNAMIC
           WS-Path-Docentes
           ORGANIZATION is line sequential
           FILE STATUS is WS-Docentes-Status.

           SELECT MESAS-TURNO ASSIGN TO DYNAMIC
           WS-Path-Mesas-Turno
           ORGANIZATION is INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY is Mtu-Clave
           FILE STATUS is WS-MesasTurno-Status.

           SELECT ACTAS-TURNO ASSIGN TO DYNAMIC
           WS-Path-Actas-Turno
           ORGANIZATION is line sequential
           FILE STATUS is WS-ActasTurno-Status.

      ******************************************************************
       DATA DIVISION.
        FILE SECTION.
       FD  INSCRIPCIONES.
       01  Ins-Reg.
           03 Ins-Legajo pic x(6).
           03 Ins-Materia pic x(3).
           03 Ins-FechaTurno pic 9(8).

       SD  INSCRIPCIONES-SORT.
       01  Srt-Reg.
           03 Srt-FechaTurno pic 9(8).
           03 Srt-Materia pic x(3).
           03 Srt-Legajo pic x(6).
           03 Srt-Nombre pic x(20).

       FD  INSCRIPCIONES-RECHAZADAS.
       01  Rech-Reg.
           03 Rech-Imagen pic x(17).
           03 filler pic x(2) value spaces.
           03 Rech-Motivo pic x(30).

       FD  ALUMNOS.
       01  Alu-Reg.
           03 Alu-Codigo pic x(6).
           03 Alu-Nombre pic x(20).
           03 Alu-Curso pic 9.
           03 Alu-Div pic x.

       FD  MATERIAS-MAESTRO.
       01  Mst-Reg.
           03 Mst-Codigo pic x(4).
           03 Mst-Nombre pic x(16).
           03 Mst-Institucion pic x.

       FD  DOCENTES.
       01  Doc-Reg.
           03 Doc-Codigo pic 9(4).
           03 Doc-Nombre pic x(30).

      * una cabecera por mesa (Mtu-Legajo en blanco) y un registro
      * por alumno inscripto; EDITACTAS1 lo lee por clave. Guarda las
      * mesas de todos los turnos: cada corrida agrega las suyas
       FD  MESAS-TURNO.
       01  Mtu-Reg.
           03 Mtu-Clave.
               05 Mtu-Acta pic 9(6).
               05 Mtu-Legajo pic x(6).
           03 Mtu-Fecha pic 9(8).
           03 Mtu-Materia pic x(3).
           03 Mtu-FechaTurno pic 9(8).
           03 Mtu-Docente1 pic 9(4).
           03 Mtu-Docente2 pic 9(4).
           03 Mtu-Docente3 pic 9(4).

       FD  ACTAS-TURNO.
       01  Atu-Reg pic x(80).

       WORKING-STORAGE SECTION.

       01  WS-Path-Inscripciones pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\inscripciones.txt".
       01  WS-Path-Inscripciones-Sort pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\inscripciones-sort.txt".
       01  WS-Path-Rechazadas pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\inscripciones-rechazadas.txt".
       01  WS-Path-Alumnos pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\alumnos1-idx.dat".
       01  WS-Path-Materias-Maestro pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\materias-maestro.txt".
       01  WS-Path-Docentes pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\docentes.txt".
       01  WS-Path-Mesas-Turno pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\mesas-turno-idx.dat".
       01  WS-Path-Actas-Turno pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\actas-turno.txt".
       01  WS-Path-Override pic x(100).

       01  WS-Inscripciones-Status pic xx.
       01  WS-Rechazadas-Status pic xx.
       01  WS-Alumnos-Status pic xx.
       01  WS-MateriasMaestro-Status pic xx.
       01  WS-Docentes-Status pic xx.
       01  WS-MesasTurno-Status pic xx.
       01  WS-ActasTurno-Status pic xx.

       01  WS-Param-Clave pic x(30).
       01  WS-Param-Valor pic x(100).
       01  WS-Param-Origen pic x.
       01  Lin-Param.
           03 filler pic x(10) value "PARAMETRO ".
           03 lpar-Clave pic x(30).
           03 lpar-Valor pic x(20).
           03 filler pic x(9) value " ORIGEN: ".
           03 lpar-Origen pic x.

       01  WS-ActaInicial-Param pic x(6).
       01  WS-Acta-Proxima pic 9(6) value 800001.
       01  WS-MaxDiferir-Param pic x(2).
       01  WS-MaxDiferir pic 9(2) value 10.

       01  WS-FlagInscripciones pic 9 value zero.
       01  WS-FlagSort pic 9 value zero.
       01  WS-FlagMatMaestro pic 9 value zero.
       01  WS-FlagDocentes pic 9 value zero.
       01  WS-FlagMesas pic 9 value zero.
       01  WS-InscValida pic 9.
       01  WS-Motivo pic x(30).

       01  WS-CantMatMaestro pic 9(3) value zero.
       01  Tabla-MatMaestro.
           03 Tabla-MatM OCCURS 200 TIMES.
               05 TMm-Codigo pic x(3).
               05 TMm-Nombre pic x(16).
       01  Idx-MatM pic 9(3).
       01  WS-MatMEncontrada pic 9.
       01  WS-MateriaBuscada pic x(3).
       01  WS-NombreMateria pic x(16).

       01  WS-CantDocentes pic 9(3) value zero.
       01  Tabla-Docentes.
           03 Tabla-Doc OCCURS 300 TIMES.
               05 TDoc-Codigo pic 9(4).
               05 TDoc-Nombre pic x(30).
               05 TDoc-Mesas pic 9(5).
       01  Idx-Doc pic 9(3).
       01  Idx-DocElegido pic 9(3).
       01  WS-MenorCarga pic 9(5).

       01  WS-CantAsignaciones pic 9(5) value zero.
       01  Tabla-Asignaciones.
           03 Tabla-Asg OCCURS 5000 TIMES.
               05 TAsg-Fecha pic 9(8).
               05 TAsg-Docente pic 9(4).
       01  Idx-Asg pic 9(5).
       01  WS-DocenteOcupado pic 9.

      * mesas que ya estan en MESAS-TURNO de corridas anteriores
       01  WS-CantMesasPrevias pic 9(4) value zero.
       01  Tabla-MesasPrevias.
           03 Tabla-Mpr OCCURS 2000 TIMES.
               05 TMpr-FechaTurno pic 9(8).
               05 TMpr-Materia pic x(3).
               05 TMpr-Acta pic 9(6).
               05 TMpr-Fecha pic 9(8).
               05 TMpr-Docentes.
                   07 TMpr-Docente OCCURS 3 TIMES pic 9(4).
       01  Idx-Mpr pic 9(4).
       01  WS-MesaPrevia pic 9.
       01  WS-MesaImpresa pic 9.

       01  WS-Tribunal.
           03 WS-Trib-Idx OCCURS 3 TIMES pic 9(3).
       01  WS-Docentes-Mesa.
           03 WS-DocMesa OCCURS 3 TIMES pic 9(4).
       01  WS-DocenteBuscado pic 9(4).
       01  WS-DocEncontrado pic 9.
       01  Idx-Trib pic 9.
       01  WS-CantTribunal pic 9.
       01  WS-YaEnTribunal pic 9.
       01  WS-Intentos pic 9(2).

       01  WS-Fecha-Resultado pic x.
       01  WS-NoFuturo pic x value space.
       01  WS-Cal-Funcion pic x.
       01  WS-Cal-Dias pic 9(3) value zero.
       01  WS-Cal-Resultado pic x.

       01  WS-Fecha-Grp pic 9(8).
       01  WS-Materia-Grp pic x(3).
       01  WS-Legajo-Anterior pic x(6).
       01  WS-Fecha-Mesa pic 9(8).
       01  WS-Acta-Mesa pic 9(6).
       01  WS-CantInscriptosMesa pic 9(5).
       01  WS-Fecha-Corrida pic 9(8).

       01  WS-CantLeidas pic 9(7) value zero.
       01  WS-CantRechazadas pic 9(7) value zero.
       01  WS-CantInscriptos pic 9(7) value zero.
       01  WS-CantMesas pic 9(5) value zero.
       01  WS-CantDiferidas pic 9(5) value zero.
       01  WS-CantSinTribunal pic 9(5) value zero.
       01  WS-CantAmpliadas pic 9(5) value zero.
       01  WS-TablaLlena pic 9 value zero.

       01  Lin-Blanco pic x(80) value spaces.
       01  Lin-Separador pic x(80) value all "-".

       01  Lin-Acta1.
           03 filler pic x(40) value
           "INSTITUTO1 - ACTA DE EXAMEN FINAL".
           03 filler pic x(14) value "Acta Nro: ".
           03 la-Acta pic 9(6).
       01  Lin-Acta2.
           03 filler pic x(9) value "Materia: ".
           03 la-Materia pic x(3).
           03 filler pic x value space.
           03 la-NombreMateria pic x(16).
           03 filler pic x(11) value spaces.
           03 filler pic x(14) value "Fecha de mesa:".
           03 la-Fecha pic 9(8).
       01  Lin-Acta3.
           03 filler pic x(18) value "Turno solicitado: ".
           03 la-FechaTurno pic 9(8).
           03 filler pic x(14) value spaces.
           03 filler pic x(14) value "Emitida:".
           03 la-FechaCorrida pic 9(8).
       01  Lin-Acta-Tribunal.
           03 la-Rol pic x(12).
           03 la-Docente pic 9(4).
           03 filler pic x(2) value spaces.
           03 la-NombreDocente pic x(30).
       01  Lin-Acta-Titulo.
           03 filler pic x(80) value
           "Legajo  Apellido y nombre     Nota  Nota en letras   Firma a
      -    "lumno".
       01  Lin-Acta-Alumno.
           03 la-Legajo pic x(6).
           03 filler pic x(2) value spaces.
           03 la-Nombre pic x(20).
           03 filler pic x(2) value spaces.
           03 filler pic x(4) value "____".
           03 filler pic x(2) value spaces.
           03 filler pic x(15) value "_______________".
           03 filler pic x(2) value spaces.
           03 filler pic x(15) value "_______________".
       01  Lin-Acta-Pie1.
           03 filler pic x(20) value "Alumnos inscriptos: ".
           03 la-Inscriptos pic zzzz9.
       01  Lin-Acta-Pie2.
           03 filler pic x(80) value
           "Presidente ______________  Vocal ______________  Vocal _____
      -    "_________".
       01  Lin-Acta-SinTribunal.
           03 filler pic x(80) value
           "*** TRIBUNAL INCOMPLETO - ASIGNAR A MANO ***".
       01  Lin-Acta-Ampliada.
           03 filler pic x(80) value
           "*** INSCRIPTOS AGREGADOS A UN ACTA YA EMITIDA ***".

       01  Lin-Resumen1.
           03 filler pic x(30) value "Inscripciones leidas:".
           03 lr-Leidas pic zzzzzz9.
       01  Lin-Resumen2.
           03 filler pic x(30) value "Inscripciones rechazadas:".
           03 lr-Rechazadas pic zzzzzz9.
       01  Lin-Resumen3.
           03 filler pic x(30) value "Alumnos inscriptos en mesa:".
           03 lr-Inscriptos pic zzzzzz9.
       01  Lin-Resumen4.
           03 filler pic x(30) value "Mesas generadas:".
           03 lr-Mesas pic zzzzzz9.
       01  Lin-Resumen5.
           03 filler pic x(30) value "Mesas diferidas de fecha:".
           03 lr-Diferidas pic zzzzzz9.
       01  Lin-Resumen6.
           03 filler pic x(30) value "Mesas sin tribunal completo:".
           03 lr-SinTribunal pic zzzzzz9.
       01  Lin-Resumen7.
           03 filler pic x(30) value "Mesas anteriores ampliadas:".
           03 lr-Ampliadas pic zzzzzz9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 000-LeerParametros
           PERFORM 100-InicioGeneral

           SORT INSCRIPCIONES-SORT ASCENDING Srt-FechaTurno
                                              Srt-Materia
                                              Srt-Legajo
           INPUT PROCEDURE IS 200-ValidarInscripciones
           OUTPUT PROCEDURE IS 500-ArmarMesas

           PERFORM 900-ImprimoResumen
           PERFORM 999-FinGeneral

           GOBACK.

       000-LeerParametros.
           MOVE "TURNOEXAM-ACTA-INICIAL" TO WS-Param-Clave
           PERFORM 005-ObtenerParametro
           MOVE WS-Param-Valor(1:6) TO WS-ActaInicial-Param
           IF WS-ActaInicial-Param IS NUMERIC
                         AND WS-ActaInicial-Param > ZERO
               MOVE WS-ActaInicial-Param TO WS-Acta-Proxima
           END-IF
           MOVE "TURNOEXAM-MAX-DIFERIR" TO WS-Param-Clave
           PERFORM 005-ObtenerParametro
           MOVE WS-Param-Valor(1:2) TO WS-MaxDiferir-Param
           IF WS-MaxDiferir-Param IS NUMERIC
               MOVE WS-MaxDiferir-Param TO WS-MaxDiferir
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "TURNOEXAM-INSCRIPCIONES-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Inscripciones
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "TURNOEXAM-SORT-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Inscripciones-Sort
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "TURNOEXAM-RECHAZADAS-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Rechazadas
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "TURNOEXAM-ALUMNOS-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Alumnos
           END-IF
           ACCEPT WS-Path-Override
                  FROM ENVIRONMENT "TURNOEXAM-MATERIAS-MAESTRO-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Materias-Maestro
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "TURNOEXAM-DOCENTES-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Docentes
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "TURNOEXAM-MESAS-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Mesas-Turno
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "TURNOEXAM-ACTAS-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Actas-Turno
           END-IF
           ACCEPT WS-Fecha-Corrida FROM DATE YYYYMMDD.

       005-ObtenerParametro.
           MOVE SPACES TO WS-Param-Valor
           CALL "PARAMLEE" USING WS-Param-Clave WS-Param-Valor
                                 WS-Param-Origen
           MOVE WS-Param-Clave TO lpar-Clave
           MOVE WS-Param-Valor(1:20) TO lpar-Valor
           MOVE WS-Param-Origen TO lpar-Origen
           DISPLAY Lin-Param
           IF WS-Param-Origen IS EQUAL "X"
               DISPLAY "TURNOEXAM: no se pudieron cargar los "
                       "parametros"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       100-InicioGeneral.
           OPEN INPUT INSCRIPCIONES
           IF WS-Inscripciones-Status IS NOT EQUAL "00"
               DISPLAY "TURNOEXAM: no se pudo abrir INSCRIPCIONES "
                       "- estado " WS-Inscripciones-Status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT ALUMNOS
           IF WS-Alumnos-Status IS NOT EQUAL "00"
               DISPLAY "TURNOEXAM: no se pudo abrir ALUMNOS - estado "
                       WS-Alumnos-Status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 110-CargarMaterias
           PERFORM 120-CargarDocentes
           IF WS-CantDocentes < 3
               DISPLAY "TURNOEXAM: hacen falta al menos 3 docentes "
                       "para armar un tribunal - cargados "
                       WS-CantDocentes
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT INSCRIPCIONES-RECHAZADAS
           OPEN I-O MESAS-TURNO
           IF WS-MesasTurno-Status IS EQUAL "35"
               OPEN OUTPUT MESAS-TURNO
               CLOSE MESAS-TURNO
               OPEN I-O MESAS-TURNO
           END-IF
           IF WS-MesasTurno-Status IS NOT EQUAL "00"
               DISPLAY "TURNOEXAM: no se pudo abrir MESAS-TURNO "
                       "- estado " WS-MesasTurno-Status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 140-CargarMesasPrevias
           OPEN OUTPUT ACTAS-TURNO
           IF WS-ActasTurno-Status IS NOT EQUAL "00"
               DISPLAY "TURNOEXAM: no se pudo abrir ACTAS-TURNO "
                       "- estado " WS-ActasTurno-Status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       110-CargarMaterias.
           OPEN INPUT MATERIAS-MAESTRO
           IF WS-MateriasMaestro-Status IS NOT EQUAL "00"
               DISPLAY "TURNOEXAM: no se pudo abrir MATERIAS-MAESTRO "
                       "- estado " WS-MateriasMaestro-Status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL WS-FlagMatMaestro IS EQUAL 1
               READ MATERIAS-MAESTRO
                   AT END MOVE 1 TO WS-FlagMatMaestro
                   NOT AT END
                       IF Mst-Institucion IS EQUAL "1"
                           IF WS-CantMatMaestro < 200
                               ADD 1 TO WS-CantMatMaestro
                               MOVE Mst-Codigo(1:3)
                                      TO TMm-Codigo(WS-CantMatMaestro)
                               MOVE Mst-Nombre
                                      TO TMm-Nombre(WS-CantMatMaestro)
                           ELSE
                               MOVE 1 TO WS-TablaLlena
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MATERIAS-MAESTRO.

       120-CargarDocentes.
           OPEN INPUT DOCENTES
           IF WS-Docentes-Status IS NOT EQUAL "00"
               DISPLAY "TURNOEXAM: no se pudo abrir DOCENTES - estado "
                       WS-Docentes-Status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL WS-FlagDocentes IS EQUAL 1
               READ DOCENTES
                   AT END MOVE 1 TO WS-FlagDocentes
                   NOT AT END
                       IF Doc-Codigo IS NUMERIC
                           IF WS-CantDocentes < 300
                               ADD 1 TO WS-CantDocentes
                               MOVE Doc-Codigo
                                      TO TDoc-Codigo(WS-CantDocentes)
                               MOVE Doc-Nombre
                                      TO TDoc-Nombre(WS-CantDocentes)
                               MOVE ZERO TO TDoc-Mesas(WS-CantDocentes)
                           ELSE
                               MOVE 1 TO WS-TablaLlena
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DOCENTES.

       125-BuscarDocente.
           MOVE 0 TO WS-DocEncontrado
           PERFORM VARYING Idx-Doc FROM 1 BY 1
                   UNTIL Idx-Doc > WS-CantDocentes
                   OR WS-DocEncontrado = 1
               IF TDoc-Codigo(Idx-Doc) IS EQUAL WS-DocenteBuscado
                   MOVE 1 TO WS-DocEncontrado
               END-IF
           END-PERFORM
           IF WS-DocEncontrado = 1
               SUBTRACT 1 FROM Idx-Doc
           END-IF.

       130-BuscarMateria.
           MOVE 0 TO WS-MatMEncontrada
           MOVE SPACES TO WS-NombreMateria
           PERFORM VARYING Idx-MatM FROM 1 BY 1
                   UNTIL Idx-MatM > WS-CantMatMaestro
                   OR WS-MatMEncontrada = 1
               IF TMm-Codigo(Idx-MatM) IS EQUAL WS-MateriaBuscada
                   MOVE 1 TO WS-MatMEncontrada
               END-IF
           END-PERFORM
           IF WS-MatMEncontrada = 1
               SUBTRACT 1 FROM Idx-MatM
               MOVE TMm-Nombre(Idx-MatM) TO WS-NombreMateria
           END-IF.

      * la numeracion sigue despues de la ultima acta de los turnos
      * anteriores, aunque TURNOEXAM-ACTA-INICIAL indique una menor.
      * Las mesas ya armadas ocupan a sus docentes ese dia y cuentan
      * en la carga de cada uno
       140-CargarMesasPrevias.
           PERFORM UNTIL WS-FlagMesas IS EQUAL 1
               READ MESAS-TURNO NEXT
                   AT END MOVE 1 TO WS-FlagMesas
                   NOT AT END
                       IF Mtu-Acta >= WS-Acta-Proxima
                           COMPUTE WS-Acta-Proxima = Mtu-Acta + 1
                       END-IF
                       IF Mtu-Legajo IS EQUAL SPACES
                           PERFORM 145-GuardarMesaPrevia
                       END-IF
               END-READ
           END-PERFORM.

       145-GuardarMesaPrevia.
           IF WS-CantMesasPrevias < 2000
               ADD 1 TO WS-CantMesasPrevias
               MOVE WS-CantMesasPrevias TO Idx-Mpr
               MOVE Mtu-FechaTurno TO TMpr-FechaTurno(Idx-Mpr)
               MOVE Mtu-Materia TO TMpr-Materia(Idx-Mpr)
               MOVE Mtu-Acta TO TMpr-Acta(Idx-Mpr)
               MOVE Mtu-Fecha TO TMpr-Fecha(Idx-Mpr)
               MOVE Mtu-Docente1 TO TMpr-Docente(Idx-Mpr, 1)
               MOVE Mtu-Docente2 TO TMpr-Docente(Idx-Mpr, 2)
               MOVE Mtu-Docente3 TO TMpr-Docente(Idx-Mpr, 3)
           ELSE
               MOVE 1 TO WS-TablaLlena
           END-IF
           MOVE Mtu-Docente1 TO WS-DocMesa(1)
           MOVE Mtu-Docente2 TO WS-DocMesa(2)
           MOVE Mtu-Docente3 TO WS-DocMesa(3)
           PERFORM VARYING Idx-Trib FROM 1 BY 1
                   UNTIL Idx-Trib > 3
               IF WS-DocMesa(Idx-Trib) IS NOT EQUAL ZERO
                   PERFORM 148-RegistrarDocentePrevio
               END-IF
           END-PERFORM.

       148-RegistrarDocentePrevio.
           MOVE WS-DocMesa(Idx-Trib) TO WS-DocenteBuscado
           PERFORM 125-BuscarDocente
           IF WS-DocEncontrado IS EQUAL 1
               ADD 1 TO TDoc-Mesas(Idx-Doc)
           END-IF
           IF WS-CantAsignaciones < 5000
               ADD 1 TO WS-CantAsignaciones
               MOVE Mtu-Fecha TO TAsg-Fecha(WS-CantAsignaciones)
               MOVE WS-DocenteBuscado
                          TO TAsg-Docente(WS-CantAsignaciones)
           ELSE
               MOVE 1 TO WS-TablaLlena
           END-IF.

      ******* RUTINAS INPUT-PROCEDURE *************************************

       200-ValidarInscripciones.
           PERFORM 210-LeerInscripcion
           PERFORM UNTIL WS-FlagInscripciones IS EQUAL 1
               PERFORM 220-ValidarInscripcion
               IF WS-InscValida IS EQUAL 1
                   MOVE Ins-FechaTurno TO Srt-FechaTurno
                   MOVE Ins-Materia TO Srt-Materia
                   MOVE Ins-Legajo TO Srt-Legajo
                   MOVE Alu-Nombre TO Srt-Nombre
                   RELEASE Srt-Reg
               ELSE
                   PERFORM 700-RegistrarRechazo
               END-IF
               PERFORM 210-LeerInscripcion
           END-PERFORM.

       210-LeerInscripcion.
           READ INSCRIPCIONES AT END MOVE 1 TO WS-FlagInscripciones
               NOT AT END ADD 1 TO WS-CantLeidas
           END-READ.

       220-ValidarInscripcion.
           MOVE 1 TO WS-InscValida
           CALL "VALFECHA" USING Ins-FechaTurno WS-NoFuturo
                                 WS-Fecha-Resultado
           IF WS-Fecha-Resultado IS NOT EQUAL "V"
               MOVE 0 TO WS-InscValida
               MOVE "FECHA DE TURNO INVALIDA" TO WS-Motivo
           END-IF
           IF WS-InscValida IS EQUAL 1
               MOVE Ins-Materia TO WS-MateriaBuscada
               PERFORM 130-BuscarMateria
               IF WS-MatMEncontrada IS NOT EQUAL 1
                   MOVE 0 TO WS-InscValida
                   MOVE "MATERIA INEXISTENTE" TO WS-Motivo
               END-IF
           END-IF
           IF WS-InscValida IS EQUAL 1
               MOVE Ins-Legajo TO Alu-Codigo
               READ ALUMNOS
                   INVALID KEY
                       MOVE 0 TO WS-InscValida
                       MOVE "LEGAJO INEXISTENTE" TO WS-Motivo
               END-READ
           END-IF.

      ******* RUTINAS OUTPUT-PROCEDURE *************************************

       500-ArmarMesas.
           PERFORM 510-LeerSort
           PERFORM UNTIL WS-FlagSort IS EQUAL 1
               MOVE Srt-FechaTurno TO WS-Fecha-Grp
               MOVE Srt-Materia TO WS-Materia-Grp
               MOVE SPACES TO WS-Legajo-Anterior
               PERFORM 515-BuscarMesaPrevia
               IF WS-MesaPrevia IS EQUAL 1
                   PERFORM 525-AmpliarMesa
               ELSE
                   PERFORM 520-AbrirMesa
               END-IF
               PERFORM UNTIL WS-FlagSort IS EQUAL 1
                          OR Srt-FechaTurno IS NOT EQUAL WS-Fecha-Grp
                          OR Srt-Materia IS NOT EQUAL WS-Materia-Grp
                   IF Srt-Legajo IS EQUAL WS-Legajo-Anterior
                       PERFORM 620-RechazarDuplicada
                   ELSE
                       PERFORM 600-GrabarInscripto
                       MOVE Srt-Legajo TO WS-Legajo-Anterior
                   END-IF
                   PERFORM 510-LeerSort
               END-PERFORM
               PERFORM 650-CerrarMesa
           END-PERFORM.

       510-LeerSort.
           RETURN INSCRIPCIONES-SORT AT END MOVE 1 TO WS-FlagSort.

       515-BuscarMesaPrevia.
           MOVE 0 TO WS-MesaPrevia
           PERFORM VARYING Idx-Mpr FROM 1 BY 1
                   UNTIL Idx-Mpr > WS-CantMesasPrevias
                   OR WS-MesaPrevia = 1
               IF TMpr-FechaTurno(Idx-Mpr) IS EQUAL WS-Fecha-Grp
                   AND TMpr-Materia(Idx-Mpr) IS EQUAL WS-Materia-Grp
                   MOVE 1 TO WS-MesaPrevia
               END-IF
           END-PERFORM
           IF WS-MesaPrevia = 1
               SUBTRACT 1 FROM Idx-Mpr
           END-IF.

      * la mesa se toma en la fecha de turno o, si cae en dia no
      * laborable o no quedan tres docentes libres ese dia, en el
      * siguiente laborable, hasta TURNOEXAM-MAX-DIFERIR dias
       520-AbrirMesa.
           MOVE WS-Acta-Proxima TO WS-Acta-Mesa
           ADD 1 TO WS-Acta-Proxima
           ADD 1 TO WS-CantMesas
           MOVE ZERO TO WS-CantInscriptosMesa
           MOVE WS-Fecha-Grp TO WS-Fecha-Mesa
           MOVE "L" TO WS-Cal-Funcion
           MOVE ZERO TO WS-Cal-Dias
           CALL "CALENDARIO" USING WS-Cal-Funcion WS-Fecha-Mesa
                                   WS-Cal-Dias WS-Cal-Resultado
           IF WS-Cal-Resultado IS EQUAL "X"
               DISPLAY "TURNOEXAM: no se pudo cargar el calendario"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-Cal-Resultado IS EQUAL "N"
               MOVE "P" TO WS-Cal-Funcion
               CALL "CALENDARIO" USING WS-Cal-Funcion WS-Fecha-Mesa
                                       WS-Cal-Dias WS-Cal-Resultado
           END-IF
           MOVE ZERO TO WS-Intentos
           PERFORM 530-ElegirTribunal
           PERFORM UNTIL WS-CantTribunal IS EQUAL 3
                      OR WS-Intentos >= WS-MaxDiferir
               ADD 1 TO WS-Intentos
               MOVE "P" TO WS-Cal-Funcion
               MOVE 1 TO WS-Cal-Dias
               CALL "CALENDARIO" USING WS-Cal-Funcion WS-Fecha-Mesa
                                       WS-Cal-Dias WS-Cal-Resultado
               PERFORM 530-ElegirTribunal
           END-PERFORM
           IF WS-Fecha-Mesa IS NOT EQUAL WS-Fecha-Grp
               ADD 1 TO WS-CantDiferidas
               DISPLAY "TURNOEXAM: mesa " WS-Acta-Mesa " materia "
                       WS-Materia-Grp " corrida del " WS-Fecha-Grp
                       " al " WS-Fecha-Mesa
           END-IF
           MOVE ZERO TO WS-DocMesa(1) WS-DocMesa(2) WS-DocMesa(3)
           IF WS-CantTribunal IS EQUAL 3
               PERFORM 540-RegistrarTribunal
           ELSE
               ADD 1 TO WS-CantSinTribunal
               DISPLAY "TURNOEXAM: mesa " WS-Acta-Mesa " sin tribunal "
                       "completo"
           END-IF
           MOVE SPACES TO Mtu-Reg
           MOVE WS-Acta-Mesa TO Mtu-Acta
           MOVE WS-Fecha-Mesa TO Mtu-Fecha
           MOVE WS-Materia-Grp TO Mtu-Materia
           MOVE WS-Fecha-Grp TO Mtu-FechaTurno
           PERFORM 545-MoverTribunal
           WRITE Mtu-Reg
               INVALID KEY
                   DISPLAY "TURNOEXAM: acta " WS-Acta-Mesa
                           " ya existe en MESAS-TURNO"
                   MOVE 8 TO RETURN-CODE
           END-WRITE
           PERFORM 550-ImprimoCabeceraActa
           MOVE 1 TO WS-MesaImpresa.

      * la mesa de esa materia y turno ya se armo en una corrida
      * anterior: los nuevos inscriptos van a la misma acta, con su
      * fecha y su tribunal. La hoja se imprime solo si hay alguno
       525-AmpliarMesa.
           MOVE TMpr-Acta(Idx-Mpr) TO WS-Acta-Mesa
           MOVE TMpr-Fecha(Idx-Mpr) TO WS-Fecha-Mesa
           MOVE TMpr-Docentes(Idx-Mpr) TO WS-Docentes-Mesa
           MOVE ZERO TO WS-CantInscriptosMesa
           MOVE 0 TO WS-MesaImpresa.

      * se eligen los tres docentes con menos mesas asignadas, las de
      * MESAS-TURNO y las de esta corrida, que no esten ya sentados en
      * otra mesa ese mismo dia
       530-ElegirTribunal.
           MOVE ZERO TO WS-CantTribunal
           MOVE ZERO TO WS-Trib-Idx(1) WS-Trib-Idx(2) WS-Trib-Idx(3)
           PERFORM 3 TIMES
               MOVE ZERO TO Idx-DocElegido
               MOVE 99999 TO WS-MenorCarga
               PERFORM VARYING Idx-Doc FROM 1 BY 1
                       UNTIL Idx-Doc > WS-CantDocentes
                   IF TDoc-Mesas(Idx-Doc) < WS-MenorCarga
                       PERFORM 535-VerificarDisponible
                       IF WS-DocenteOcupado IS EQUAL 0
                           MOVE Idx-Doc TO Idx-DocElegido
                           MOVE TDoc-Mesas(Idx-Doc) TO WS-MenorCarga
                       END-IF
                   END-IF
               END-PERFORM
               IF Idx-DocElegido > ZERO
                   ADD 1 TO WS-CantTribunal
                   MOVE Idx-DocElegido TO WS-Trib-Idx(WS-CantTribunal)
               END-IF
           END-PERFORM.

       535-VerificarDisponible.
           MOVE 0 TO WS-DocenteOcupado
           PERFORM VARYING Idx-Trib FROM 1 BY 1
                   UNTIL Idx-Trib > WS-CantTribunal
               IF WS-Trib-Idx(Idx-Trib) IS EQUAL Idx-Doc
                   MOVE 1 TO WS-DocenteOcupado
               END-IF
           END-PERFORM
           PERFORM VARYING Idx-Asg FROM 1 BY 1
                   UNTIL Idx-Asg > WS-CantAsignaciones
                   OR WS-DocenteOcupado = 1
               IF TAsg-Fecha(Idx-Asg) IS EQUAL WS-Fecha-Mesa
                   AND TAsg-Docente(Idx-Asg)
                                  IS EQUAL TDoc-Codigo(Idx-Doc)
                   MOVE 1 TO WS-DocenteOcupado
               END-IF
           END-PERFORM.

       540-RegistrarTribunal.
           PERFORM VARYING Idx-Trib FROM 1 BY 1
                   UNTIL Idx-Trib > 3
               MOVE WS-Trib-Idx(Idx-Trib) TO Idx-Doc
               MOVE TDoc-Codigo(Idx-Doc) TO WS-DocMesa(Idx-Trib)
               ADD 1 TO TDoc-Mesas(Idx-Doc)
               IF WS-CantAsignaciones < 5000
                   ADD 1 TO WS-CantAsignaciones
                   MOVE WS-Fecha-Mesa
                              TO TAsg-Fecha(WS-CantAsignaciones)
                   MOVE TDoc-Codigo(Idx-Doc)
                              TO TAsg-Docente(WS-CantAsignaciones)
               ELSE
                   MOVE 1 TO WS-TablaLlena
               END-IF
           END-PERFORM.

       545-MoverTribunal.
           MOVE WS-DocMesa(1) TO Mtu-Docente1
           MOVE WS-DocMesa(2) TO Mtu-Docente2
           MOVE WS-DocMesa(3) TO Mtu-Docente3.

       550-ImprimoCabeceraActa.
           MOVE WS-Acta-Mesa TO la-Acta
           MOVE WS-Materia-Grp TO la-Materia
           MOVE WS-Materia-Grp TO WS-MateriaBuscada
           PERFORM 130-BuscarMateria
           MOVE WS-NombreMateria TO la-NombreMateria
           MOVE WS-Fecha-Mesa TO la-Fecha
           MOVE WS-Fecha-Grp TO la-FechaTurno
           MOVE WS-Fecha-Corrida TO la-FechaCorrida
           WRITE Atu-Reg FROM Lin-Separador
           WRITE Atu-Reg FROM Lin-Acta1
           WRITE Atu-Reg FROM Lin-Acta2
           WRITE Atu-Reg FROM Lin-Acta3
           IF WS-MesaPrevia IS EQUAL 1
               WRITE Atu-Reg FROM Lin-Acta-Ampliada
           END-IF
           WRITE Atu-Reg FROM Lin-Blanco
           IF WS-DocMesa(1) IS NOT EQUAL ZERO
               PERFORM VARYING Idx-Trib FROM 1 BY 1
                       UNTIL Idx-Trib > 3
                   IF Idx-Trib IS EQUAL 1
                       MOVE "Presidente: " TO la-Rol
                   ELSE
                       MOVE "Vocal:      " TO la-Rol
                   END-IF
                   MOVE WS-DocMesa(Idx-Trib) TO la-Docente
                   MOVE WS-DocMesa(Idx-Trib) TO WS-DocenteBuscado
                   PERFORM 125-BuscarDocente
                   IF WS-DocEncontrado IS EQUAL 1
                       MOVE TDoc-Nombre(Idx-Doc) TO la-NombreDocente
                   ELSE
                       MOVE SPACES TO la-NombreDocente
                   END-IF
                   WRITE Atu-Reg FROM Lin-Acta-Tribunal
               END-PERFORM
           ELSE
               WRITE Atu-Reg FROM Lin-Acta-SinTribunal
           END-IF
           WRITE Atu-Reg FROM Lin-Blanco
           WRITE Atu-Reg FROM Lin-Acta-Titulo.

      * el legajo que ya figura en el acta (corrida anterior o el
      * mismo archivo de inscripciones procesado de nuevo) se rechaza
       600-GrabarInscripto.
           MOVE SPACES TO Mtu-Reg
           MOVE WS-Acta-Mesa TO Mtu-Acta
           MOVE Srt-Legajo TO Mtu-Legajo
           MOVE WS-Fecha-Mesa TO Mtu-Fecha
           MOVE WS-Materia-Grp TO Mtu-Materia
           MOVE WS-Fecha-Grp TO Mtu-FechaTurno
           PERFORM 545-MoverTribunal
           WRITE Mtu-Reg
               INVALID KEY
                   PERFORM 620-RechazarDuplicada
               NOT INVALID KEY
                   PERFORM 610-ImprimoInscripto
           END-WRITE.

       610-ImprimoInscripto.
           IF WS-MesaImpresa IS EQUAL 0
               ADD 1 TO WS-CantAmpliadas
               PERFORM 550-ImprimoCabeceraActa
               MOVE 1 TO WS-MesaImpresa
           END-IF
           ADD 1 TO WS-CantInscriptosMesa
           ADD 1 TO WS-CantInscriptos
           MOVE Srt-Legajo TO la-Legajo
           MOVE Srt-Nombre TO la-Nombre
           WRITE Atu-Reg FROM Lin-Acta-Alumno.

       620-RechazarDuplicada.
           MOVE SPACES TO Ins-Reg
           MOVE Srt-Legajo TO Ins-Legajo
           MOVE Srt-Materia TO Ins-Materia
           MOVE Srt-FechaTurno TO Ins-FechaTurno
           MOVE "INSCRIPCION DUPLICADA" TO WS-Motivo
           PERFORM 700-RegistrarRechazo.

       650-CerrarMesa.
           IF WS-MesaImpresa IS EQUAL 1
               MOVE WS-CantInscriptosMesa TO la-Inscriptos
               WRITE Atu-Reg FROM Lin-Blanco
               WRITE Atu-Reg FROM Lin-Acta-Pie1
               WRITE Atu-Reg FROM Lin-Blanco
               WRITE Atu-Reg FROM Lin-Acta-Pie2
               WRITE Atu-Reg FROM Lin-Blanco
           END-IF.

       700-RegistrarRechazo.
           MOVE SPACES TO Rech-Reg
           MOVE Ins-Reg TO Rech-Imagen
           MOVE WS-Motivo TO Rech-Motivo
           WRITE Rech-Reg
           ADD 1 TO WS-CantRechazadas.

       900-ImprimoResumen.
           MOVE WS-CantLeidas TO lr-Leidas
           MOVE WS-CantRechazadas TO lr-Rechazadas
           MOVE WS-CantInscriptos TO lr-Inscriptos
           MOVE WS-CantMesas TO lr-Mesas
           MOVE WS-CantDiferidas TO lr-Diferidas
           MOVE WS-CantSinTribunal TO lr-SinTribunal
           MOVE WS-CantAmpliadas TO lr-Ampliadas
           DISPLAY Lin-Resumen1
           DISPLAY Lin-Resumen2
           DISPLAY Lin-Resumen3
           DISPLAY Lin-Resumen4
           DISPLAY Lin-Resumen5
           DISPLAY Lin-Resumen6
           DISPLAY Lin-Resumen7
           IF WS-TablaLlena IS EQUAL 1
               DISPLAY "TURNOEXAM: tabla de materias, docentes, "
                       "asignaciones o mesas llena - resultado "
                       "incompleto"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF RETURN-CODE < 4
                   AND (WS-CantRechazadas > ZERO
                        OR WS-CantSinTribunal > ZERO)
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       999-FinGeneral.
           CLOSE INSCRIPCIONES
           CLOSE ALUMNOS
           CLOSE INSCRIPCIONES-RECHAZADAS
           CLOSE MESAS-TURNO
           CLOSE ACTAS-TURNO.

       END PROGRAM TURNOEXAM.
