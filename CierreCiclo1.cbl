      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIERRECICLO1.
      ******************************************************************
       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
           SELECT ALUMNOS ASSIGN TO DYNAMIC
           WS-Path-Alumnos
           ORGANIZATION is INDEXED
           ACCESS MODE is SEQUENTIAL
           RECORD KEY is Alu-Codigo
           FILE STATUS is WS-Alumnos-Status.

           SELECT DETALLE-EXAMENES ASSIGN TO DYNAMIC
           WS-Path-Detalle-Examenes
           ORGANIZATION is INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY is Det-Clave
           FILE STATUS is WS-DetalleExamenes-Status.

           SELECT PLAN-ESTUDIOS ASSIGN TO DYNAMIC
           WS-Path-Plan
           ORGANIZATION is line sequential
           FILE STATUS is WS-Plan-Status.

           SELECT MATERIAS-MAESTRO ASSIGN TO DYNAMIC
           WS-Path-Materias-Maestro
           ORGANIZATION is line sequential
           FILE STATUS is WS-MateriasMaestro-Status.

           SELECT MOV-ALUMNOS ASSIGN TO DYNAMIC
           WS-Path-Mov-Alumnos
           ORGANIZATION is line sequential
           FILE STATUS is WS-MovAlumnos-Status.

           SELECT CIERRE-LISTADO ASSIGN TO DYNAMIC
           WS-Path-Listado
           ORGANIZATION is line sequential
           FILE STATUS is WS-Listado-Status.

           SELECT CERTIFICADOS ASSIGN TO DYNAMIC
           WS-Path-Certificados
           ORGANIZATION is line sequential
           FILE STATUS is WS-Certificados-Status.

           SELECT DETALLE-HIST ASSIGN TO DYNAMIC
           WS-Path-Detalle-Hist
           ORGANIZATION is line sequential
           FILE STATUS is WS-DetalleHist-Status.

           SELECT HISTORICO-PROMEDIOS ASSIGN TO DYNAMIC
           WS-Path-Historico
           ORGANIZATION is line sequential
           FILE STATUS is WS-Historico-Status.

           SELECT HISTORICO-CICLO ASSIGN TO DYNAMIC
           WS-Path-Historico-Ciclo
           ORGANIZATION is line sequential
           FILE STATUS is WS-HistoricoCiclo-Status.

      ******************************************************************
       DATA DIVISION.
        FILE SECTION.
       FD  ALUMNOS.
       01  Alu-Reg.
           03 Alu-Codigo pic x(6).
           03 Alu-Nombre pic x(20).
           03 Alu-Curso pic 9.
           03 Alu-Div pic x.

       FD  DETALLE-EXAMENES.
       01  Det-Reg.
           03 Det-Clave.
               05 Det-Legajo pic x(6).
               05 Det-Materia pic x(3).
               05 Det-Acta pic 9(6).
           03 Det-Fecha pic 9(8).
           03 Det-Nota pic 9(2).

       FD  PLAN-ESTUDIOS.
       01  Pln-Reg.
           03 Pln-Materia pic x(3).
           03 Pln-Curso pic 9.
           03 Pln-Correlativa pic x(3) OCCURS 4 TIMES.

       FD  MATERIAS-MAESTRO.
       01  Mst-Reg.
           03 Mst-Codigo pic x(4).
           03 Mst-Nombre pic x(16).
           03 Mst-Institucion pic x.

       FD  MOV-ALUMNOS.
       01  Mov-Reg.
           03 Mov-Tipo pic x.
           03 Mov-Codigo pic x(6).
           03 Mov-Nombre pic x(20).
           03 Mov-Curso pic 9.
           03 Mov-Div pic x.
           03 Mov-FechaVigencia pic 9(8).

       FD  CIERRE-LISTADO.
       01  Lis-Reg pic x(80).

       FD  CERTIFICADOS.
       01  Cer-Reg pic x(80).

       FD  DETALLE-HIST.
       01  DetH-Reg.
           03 DetH-Legajo pic x(6).
           03 filler pic x(2) value spaces.
           03 DetH-Materia pic x(3).
           03 filler pic x(2) value spaces.
           03 DetH-Acta pic 9(6).
           03 filler pic x(2) value spaces.
           03 DetH-Fecha pic 9(8).
           03 filler pic x(2) value spaces.
           03 DetH-Nota pic 9(2).
           03 filler pic x(2) value spaces.
           03 DetH-Condicion pic x(9).

       FD  HISTORICO-PROMEDIOS.
       01  His-Reg pic x(80).

       FD  HISTORICO-CICLO.
       01  HisC-Reg pic x(80).

       WORKING-STORAGE SECTION.

       01  WS-Path-Alumnos pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\alumnos1-idx.dat".
       01  WS-Path-Detalle-Examenes pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\detalle-examenes-idx.dat".
       01  WS-Path-Plan pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\plan-estudios.txt".
       01  WS-Path-Materias-Maestro pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\materias-maestro.txt".
       01  WS-Path-Mov-Alumnos pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\mov-alumnos-ciclo.txt".
       01  WS-Path-Listado pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\cierre-ciclo.txt".
       01  WS-Path-Certificados pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\certificados-analiticos.txt".
       01  WS-Path-Detalle-Hist pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\detalle-examenes-hist.txt".
       01  WS-Path-Historico pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\historico-promedios.txt".
       01  WS-Path-Historico-Ciclo pic x(100).
       01  WS-Path-Override pic x(100).

       01  WS-Alumnos-Status pic xx.
       01  WS-DetalleExamenes-Status pic xx.
       01  WS-Plan-Status pic xx.
       01  WS-MateriasMaestro-Status pic xx.
       01  WS-MovAlumnos-Status pic xx.
       01  WS-Listado-Status pic xx.
       01  WS-Certificados-Status pic xx.
       01  WS-DetalleHist-Status pic xx.
       01  WS-Historico-Status pic xx.
       01  WS-HistoricoCiclo-Status pic xx.

       01  WS-Param-Clave pic x(30).
       01  WS-Param-Valor pic x(100).
       01  WS-Param-Origen pic x.
       01  Lin-Param.
           03 filler pic x(10) value "PARAMETRO ".
           03 lpar-Clave pic x(30).
           03 lpar-Valor pic x(20).
           03 filler pic x(9) value " ORIGEN: ".
           03 lpar-Origen pic x.

       01  WS-Ciclo pic x(4) value spaces.
       01  WS-Ciclo-Num pic 9(4).
       01  WS-Inicio-Param pic x(8).
       01  WS-FechaVigencia pic 9(8) value zero.
       01  WS-Fecha-Resultado pic x.
       01  WS-NoFuturo pic x value space.
       01  WS-Nota-Aprobacion pic 9(2) value 4.
      * acta con que EQUIVAL registra las equivalencias otorgadas
       01  WS-Acta-Equivalencia pic 9(6) value 999999.
       01  WS-NotaAprob-Param pic x(2).
       01  WS-UltimoCurso pic 9 value 5.
       01  WS-UltimoCurso-Param pic x.
       01  WS-MaxPrevias pic 9(2) value 2.
       01  WS-MaxPrevias-Param pic x(2).

       01  WS-Largo-Path pic 9(3).
       01  WS-Sufijo.
           03 filler pic x value ".".
           03 WS-Sufijo-Ciclo pic x(4).

       01  WS-FlagAlumnos pic 9 value zero.
       01  WS-FlagPlan pic 9 value zero.
       01  WS-FlagMatMaestro pic 9 value zero.
       01  WS-FlagHistorico pic 9 value zero.
       01  WS-FinDetalle pic 9.

       01  WS-CantPlan pic 9(3) value zero.
       01  Tabla-Plan.
           03 Tabla-Pln OCCURS 300 TIMES.
               05 TPl-Materia pic x(3).
               05 TPl-Curso pic 9.
               05 TPl-Correlativa pic x(3) OCCURS 4 TIMES.
       01  Idx-Plan pic 9(3).

       01  WS-CantMatMaestro pic 9(3) value zero.
       01  Tabla-MatMaestro.
           03 Tabla-MatM OCCURS 200 TIMES.
               05 TMm-Codigo pic x(3).
               05 TMm-Nombre pic x(16).
       01  Idx-MatM pic 9(3).
       01  WS-MatMEncontrada pic 9.
       01  WS-NombreMateria pic x(16).

      * examenes del alumno en curso, tal como estan en el repositorio
       01  WS-CantExamenes pic 9(3) value zero.
       01  Tabla-Examenes.
           03 Tabla-Exa OCCURS 300 TIMES.
               05 TEx-Materia pic x(3).
               05 TEx-Acta pic 9(6).
               05 TEx-Fecha pic 9(8).
               05 TEx-Nota pic 9(2).
       01  Idx-Exa pic 9(3).
       01  WS-IdxAprobado pic 9(3).

       01  WS-CantPendientes pic 9(3).
       01  WS-CantAprobadas pic 9(3).
       01  WS-AcumNotas pic 9(5).
       01  WS-Promedio pic 9(2)v99.
       01  WS-Condicion pic x(9).

       01  WS-CantAlumnos pic 9(5) value zero.
       01  WS-CantPromovidos pic 9(5) value zero.
       01  WS-CantRepitentes pic 9(5) value zero.
       01  WS-CantEgresados pic 9(5) value zero.
       01  WS-CantArchivados pic 9(7) value zero.
       01  WS-CantEliminados pic 9(7) value zero.
       01  WS-CantHistorico pic 9(7) value zero.

       01  Lin-Titulo.
           03 filler pic x(18) value "CIERRE DE CICLO ".
           03 lt-Ciclo pic x(4).
       01  Lin-Encabezado.
           03 filler pic x(80) value
           "Legajo Nombre               Curso Aprob Pend Condicion".
       01  Lin-Alumno.
           03 la-Legajo pic x(6).
           03 filler pic x value space.
           03 la-Nombre pic x(20).
           03 filler pic x(3) value spaces.
           03 la-Curso pic 9.
           03 filler pic x(4) value spaces.
           03 la-Aprobadas pic zz9.
           03 filler pic x(2) value spaces.
           03 la-Pendientes pic zz9.
           03 filler pic x value space.
           03 la-Condicion pic x(9).

       01  Lin-Cer-Titulo.
           03 filler pic x(80) value
           "CERTIFICADO ANALITICO DE ESTUDIOS - INSTITUTO 1".
       01  Lin-Cer-Alumno.
           03 filler pic x(8) value "Legajo: ".
           03 lca-Legajo pic x(6).
           03 filler pic x(4) value spaces.
           03 filler pic x(8) value "Alumno: ".
           03 lca-Nombre pic x(20).
           03 filler pic x(4) value spaces.
           03 filler pic x(7) value "Ciclo: ".
           03 lca-Ciclo pic x(4).
       01  Lin-Cer-Encabezado.
           03 filler pic x(80) value
           "Curso Materia Nombre            Fecha       Acta    Nota".
       01  Lin-Cer-Materia.
           03 filler pic x(2) value spaces.
           03 lcm-Curso pic 9.
           03 filler pic x(3) value spaces.
           03 lcm-Materia pic x(3).
           03 filler pic x(5) value spaces.
           03 lcm-Nombre pic x(16).
           03 filler pic x(2) value spaces.
           03 lcm-Dia pic 99.
           03 filler pic x value "/".
           03 lcm-Mes pic 99.
           03 filler pic x value "/".
           03 lcm-Anio pic 9(4).
           03 filler pic x(2) value spaces.
           03 lcm-Acta pic x(6).
           03 filler pic x(3) value spaces.
           03 lcm-Nota pic z9.
       01  Lin-Cer-Total.
           03 filler pic x(22) value "Materias aprobadas: ".
           03 lct-Aprobadas pic zz9.
           03 filler pic x(4) value spaces.
           03 filler pic x(18) value "Promedio general: ".
           03 lct-Promedio pic z9,99.
       01  Lin-Cer-Separador.
           03 filler pic x(80) value all "-".
       01  WS-Fecha-Aux.
           03 WS-Fecha-Aux-Anio pic 9(4).
           03 WS-Fecha-Aux-Mes pic 99.
           03 WS-Fecha-Aux-Dia pic 99.

       01  Lin-Resumen1.
           03 filler pic x(30) value "Alumnos procesados:".
           03 lr-Alumnos pic zzzz9.
       01  Lin-Resumen2.
           03 filler pic x(30) value "Alumnos promovidos:".
           03 lr-Promovidos pic zzzz9.
       01  Lin-Resumen3.
           03 filler pic x(30) value "Alumnos que repiten:".
           03 lr-Repitentes pic zzzz9.
       01  Lin-Resumen4.
           03 filler pic x(30) value "Alumnos egresados:".
           03 lr-Egresados pic zzzz9.
       01  Lin-Resumen5.
           03 filler pic x(30) value "Examenes archivados:".
           03 lr-Archivados pic zzzzzz9.
       01  Lin-Resumen6.
           03 filler pic x(30) value "Examenes retirados del repos.:".
           03 lr-Eliminados pic zzzzzz9.
       01  Lin-Resumen7.
           03 filler pic x(30) value "Historico de promedios arch.:".
           03 lr-Historico pic zzzzzz9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 000-LeerParametros
           PERFORM 100-CargarPlan
           PERFORM 150-CargarMaterias
           PERFORM 200-InicioGeneral
           PERFORM 300-LeerAlumno
           PERFORM UNTIL WS-FlagAlumnos IS EQUAL 1
               IF Alu-Curso > ZERO
                   PERFORM 400-ProcesarAlumno
               END-IF
               PERFORM 300-LeerAlumno
           END-PERFORM
           PERFORM 700-ArchivarHistorico
           PERFORM 900-ImprimoResumen
           PERFORM 999-FinGeneral

           GOBACK.

       000-LeerParametros.
           ACCEPT WS-Ciclo FROM ENVIRONMENT "INSTITUTO1-CICLO"
           IF WS-Ciclo IS NOT NUMERIC
               DISPLAY "CIERRECICLO1: falta o es invalido "
                       "INSTITUTO1-CICLO"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-Ciclo TO WS-Ciclo-Num
           ACCEPT WS-Inicio-Param
                      FROM ENVIRONMENT "INSTITUTO1-CICLO-INICIO"
           IF WS-Inicio-Param IS NUMERIC
                         AND WS-Inicio-Param > ZERO
               MOVE WS-Inicio-Param TO WS-FechaVigencia
               CALL "VALFECHA" USING WS-FechaVigencia WS-NoFuturo
                                     WS-Fecha-Resultado
               IF WS-Fecha-Resultado IS NOT EQUAL "V"
                   DISPLAY "CIERRECICLO1: INSTITUTO1-CICLO-INICIO "
                           "invalida: " WS-FechaVigencia
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           MOVE "PLAN-NOTA-APROBACION" TO WS-Param-Clave
           PERFORM 005-ObtenerParametro
           MOVE WS-Param-Valor(1:2) TO WS-NotaAprob-Param
           IF WS-NotaAprob-Param IS NUMERIC
               AND WS-NotaAprob-Param > ZERO
               MOVE WS-NotaAprob-Param TO WS-Nota-Aprobacion
           END-IF
           MOVE "CIERRECICLO1-ULTIMO-CURSO" TO WS-Param-Clave
           PERFORM 005-ObtenerParametro
           MOVE WS-Param-Valor(1:1) TO WS-UltimoCurso-Param
           IF WS-UltimoCurso-Param IS NUMERIC
               AND WS-UltimoCurso-Param > ZERO
               MOVE WS-UltimoCurso-Param TO WS-UltimoCurso
           END-IF
           MOVE "CIERRECICLO1-MAX-PREVIAS" TO WS-Param-Clave
           PERFORM 005-ObtenerParametro
           MOVE WS-Param-Valor(1:2) TO WS-MaxPrevias-Param
           IF WS-MaxPrevias-Param IS NUMERIC
               MOVE WS-MaxPrevias-Param TO WS-MaxPrevias
           END-IF
           PERFORM 010-LeerRutas.

       005-ObtenerParametro.
           MOVE SPACES TO WS-Param-Valor
           CALL "PARAMLEE" USING WS-Param-Clave WS-Param-Valor
                                 WS-Param-Origen
           MOVE WS-Param-Clave TO lpar-Clave
           MOVE WS-Param-Valor(1:20) TO lpar-Valor
           MOVE WS-Param-Origen TO lpar-Origen
           DISPLAY Lin-Param
           IF WS-Param-Origen IS EQUAL "X"
               DISPLAY "CIERRECICLO1: no se pudieron cargar los "
                       "parametros"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       010-LeerRutas.
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "CIERRECICLO1-ALUMNOS-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Alumnos
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "CIERRECICLO1-DETALLE-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Detalle-Examenes
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "CIERRECICLO1-PLAN-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Plan
           END-IF
           ACCEPT WS-Path-Override
                FROM ENVIRONMENT "CIERRECICLO1-MATERIAS-MAESTRO-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Materias-Maestro
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "CIERRECICLO1-MOV-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Mov-Alumnos
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "CIERRECICLO1-LISTADO-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Listado
           END-IF
           ACCEPT WS-Path-Override
                  FROM ENVIRONMENT "CIERRECICLO1-CERTIFICADOS-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Certificados
           END-IF
           ACCEPT WS-Path-Override
                  FROM ENVIRONMENT "CIERRECICLO1-DETALLE-HIST-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Detalle-Hist
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "CIERRECICLO1-HISTORICO-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Historico
           END-IF
           MOVE WS-Ciclo TO WS-Sufijo-Ciclo
           MOVE WS-Path-Detalle-Hist TO WS-Path-Override
           PERFORM 050-AgregarSufijo
           MOVE WS-Path-Override TO WS-Path-Detalle-Hist
           MOVE WS-Path-Historico TO WS-Path-Override
           PERFORM 050-AgregarSufijo
           MOVE WS-Path-Override TO WS-Path-Historico-Ciclo.

       050-AgregarSufijo.
           PERFORM VARYING WS-Largo-Path FROM 100 BY -1
                   UNTIL WS-Largo-Path < 1
                   OR WS-Path-Override(WS-Largo-Path:1)
                                      IS NOT EQUAL SPACE
               CONTINUE
           END-PERFORM
           MOVE WS-Sufijo TO WS-Path-Override(WS-Largo-Path + 1:5).

      * sin plan de estudios no hay con que decidir la promocion
       100-CargarPlan.
           OPEN INPUT PLAN-ESTUDIOS
           IF WS-Plan-Status IS NOT EQUAL "00"
               DISPLAY "CIERRECICLO1: no se pudo abrir PLAN-ESTUDIOS "
                       "- estado " WS-Plan-Status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL WS-FlagPlan IS EQUAL 1
               READ PLAN-ESTUDIOS
                   AT END MOVE 1 TO WS-FlagPlan
                   NOT AT END
                       IF WS-CantPlan < 300
                           ADD 1 TO WS-CantPlan
                           MOVE Pln-Reg TO Tabla-Pln(WS-CantPlan)
                       ELSE
                           DISPLAY "CIERRECICLO1: tabla de plan de "
                                   "estudios llena - materia "
                                   Pln-Materia
                           MOVE 8 TO RETURN-CODE
                           GOBACK
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PLAN-ESTUDIOS.

       150-CargarMaterias.
           OPEN INPUT MATERIAS-MAESTRO
           IF WS-MateriasMaestro-Status IS EQUAL "00"
               PERFORM UNTIL WS-FlagMatMaestro IS EQUAL 1
                   READ MATERIAS-MAESTRO
                       AT END MOVE 1 TO WS-FlagMatMaestro
                       NOT AT END
                           IF Mst-Institucion IS EQUAL "1"
                               IF WS-CantMatMaestro IS EQUAL 200
                                   DISPLAY "CIERRECICLO1: tabla de "
                                           "materias llena"
                                   MOVE 8 TO RETURN-CODE
                                   GOBACK
                               END-IF
                               ADD 1 TO WS-CantMatMaestro
                               MOVE Mst-Codigo(1:3)
                                      TO TMm-Codigo(WS-CantMatMaestro)
                               MOVE Mst-Nombre
                                      TO TMm-Nombre(WS-CantMatMaestro)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MATERIAS-MAESTRO
           END-IF.

       200-InicioGeneral.
           OPEN INPUT ALUMNOS
           IF WS-Alumnos-Status IS NOT EQUAL "00"
               DISPLAY "CIERRECICLO1: no se pudo abrir ALUMNOS "
                       "- estado " WS-Alumnos-Status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O DETALLE-EXAMENES
           IF WS-DetalleExamenes-Status IS NOT EQUAL "00"
               DISPLAY "CIERRECICLO1: no se pudo abrir "
                       "DETALLE-EXAMENES - estado "
                       WS-DetalleExamenes-Status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT MOV-ALUMNOS
           OPEN OUTPUT CIERRE-LISTADO
           OPEN OUTPUT CERTIFICADOS
           OPEN OUTPUT DETALLE-HIST
           IF WS-DetalleHist-Status IS NOT EQUAL "00"
               DISPLAY "CIERRECICLO1: no se pudo abrir DETALLE-HIST "
                       "- estado " WS-DetalleHist-Status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-Ciclo TO lt-Ciclo
           WRITE Lis-Reg FROM Lin-Titulo
           WRITE Lis-Reg FROM Lin-Encabezado.

       300-LeerAlumno.
           READ ALUMNOS NEXT AT END MOVE 1 TO WS-FlagAlumnos
           END-READ.

       400-ProcesarAlumno.
           ADD 1 TO WS-CantAlumnos
           PERFORM 410-CargarExamenes
           PERFORM 450-EvaluarPlan
           EVALUATE TRUE
               WHEN Alu-Curso >= WS-UltimoCurso
                    AND WS-CantPendientes IS EQUAL ZERO
                   MOVE "EGRESADO" TO WS-Condicion
                   ADD 1 TO WS-CantEgresados
                   PERFORM 500-GenerarMovimiento
                   PERFORM 600-ImprimirCertificado
               WHEN Alu-Curso < WS-UltimoCurso
                    AND WS-CantPendientes <= WS-MaxPrevias
                   MOVE "PROMOVIDO" TO WS-Condicion
                   ADD 1 TO WS-CantPromovidos
                   PERFORM 500-GenerarMovimiento
               WHEN OTHER
                   MOVE "REPITE" TO WS-Condicion
                   ADD 1 TO WS-CantRepitentes
           END-EVALUATE
           PERFORM 480-ArchivarExamenes
           MOVE Alu-Codigo TO la-Legajo
           MOVE Alu-Nombre TO la-Nombre
           MOVE Alu-Curso TO la-Curso
           MOVE WS-CantAprobadas TO la-Aprobadas
           MOVE WS-CantPendientes TO la-Pendientes
           MOVE WS-Condicion TO la-Condicion
           WRITE Lis-Reg FROM Lin-Alumno.

       410-CargarExamenes.
           MOVE ZERO TO WS-CantExamenes
           MOVE Alu-Codigo TO Det-Legajo
           MOVE LOW-VALUES TO Det-Materia
           MOVE ZERO TO Det-Acta
           MOVE 0 TO WS-FinDetalle
           START DETALLE-EXAMENES KEY IS NOT LESS THAN Det-Clave
               INVALID KEY MOVE 1 TO WS-FinDetalle
           END-START
           PERFORM UNTIL WS-FinDetalle IS EQUAL 1
               READ DETALLE-EXAMENES NEXT RECORD
                   AT END MOVE 1 TO WS-FinDetalle
               END-READ
               IF WS-FinDetalle IS EQUAL 0
                   IF Det-Legajo IS NOT EQUAL Alu-Codigo
                       MOVE 1 TO WS-FinDetalle
                   ELSE
                       IF WS-CantExamenes < 300
                           ADD 1 TO WS-CantExamenes
                           MOVE Det-Materia
                                  TO TEx-Materia(WS-CantExamenes)
                           MOVE Det-Acta TO TEx-Acta(WS-CantExamenes)
                           MOVE Det-Fecha
                                  TO TEx-Fecha(WS-CantExamenes)
                           MOVE Det-Nota TO TEx-Nota(WS-CantExamenes)
                       ELSE
                           DISPLAY "CIERRECICLO1: tabla de examenes "
                                   "llena - legajo " Alu-Codigo
                           MOVE 8 TO RETURN-CODE
                           GOBACK
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      * pendientes: materias del plan hasta el curso del alumno que no
      * tienen examen aprobado en el repositorio
       450-EvaluarPlan.
           MOVE ZERO TO WS-CantPendientes
           MOVE ZERO TO WS-CantAprobadas
           PERFORM VARYING Idx-Plan FROM 1 BY 1
                   UNTIL Idx-Plan > WS-CantPlan
               IF TPl-Curso(Idx-Plan) <= Alu-Curso
                   PERFORM 460-BuscarAprobado
                   IF WS-IdxAprobado IS EQUAL ZERO
                       ADD 1 TO WS-CantPendientes
                   ELSE
                       ADD 1 TO WS-CantAprobadas
                   END-IF
               END-IF
           END-PERFORM.

      * el examen que aprobo la materia es el de fecha mas temprana
      * con nota de aprobacion
       460-BuscarAprobado.
           MOVE ZERO TO WS-IdxAprobado
           PERFORM VARYING Idx-Exa FROM 1 BY 1
                   UNTIL Idx-Exa > WS-CantExamenes
               IF TEx-Materia(Idx-Exa) IS EQUAL TPl-Materia(Idx-Plan)
                   AND TEx-Nota(Idx-Exa) >= WS-Nota-Aprobacion
                   IF WS-IdxAprobado IS EQUAL ZERO
                       MOVE Idx-Exa TO WS-IdxAprobado
                   ELSE
                       IF TEx-Fecha(Idx-Exa)
                                  < TEx-Fecha(WS-IdxAprobado)
                           MOVE Idx-Exa TO WS-IdxAprobado
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      * los examenes del ciclo pasan al archivo historico; los de un
      * egresado pasan todos y salen del repositorio
       480-ArchivarExamenes.
           PERFORM VARYING Idx-Exa FROM 1 BY 1
                   UNTIL Idx-Exa > WS-CantExamenes
               MOVE TEx-Fecha(Idx-Exa) TO WS-Fecha-Aux
               IF WS-Fecha-Aux-Anio IS EQUAL WS-Ciclo-Num
                   OR WS-Condicion IS EQUAL "EGRESADO"
                   MOVE SPACES TO DetH-Reg
                   MOVE Alu-Codigo TO DetH-Legajo
                   MOVE TEx-Materia(Idx-Exa) TO DetH-Materia
                   MOVE TEx-Acta(Idx-Exa) TO DetH-Acta
                   MOVE TEx-Fecha(Idx-Exa) TO DetH-Fecha
                   MOVE TEx-Nota(Idx-Exa) TO DetH-Nota
                   MOVE WS-Condicion TO DetH-Condicion
                   WRITE DetH-Reg
                   ADD 1 TO WS-CantArchivados
               END-IF
               IF WS-Condicion IS EQUAL "EGRESADO"
                   MOVE Alu-Codigo TO Det-Legajo
                   MOVE TEx-Materia(Idx-Exa) TO Det-Materia
                   MOVE TEx-Acta(Idx-Exa) TO Det-Acta
                   DELETE DETALLE-EXAMENES
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO WS-CantEliminados
                   END-DELETE
               END-IF
           END-PERFORM.

      * movimientos para MANTALUMNO1: el promovido pasa de curso y el
      * egresado se da de baja
       500-GenerarMovimiento.
           MOVE SPACES TO Mov-Reg
           MOVE Alu-Codigo TO Mov-Codigo
           MOVE Alu-Nombre TO Mov-Nombre
           MOVE Alu-Div TO Mov-Div
           MOVE WS-FechaVigencia TO Mov-FechaVigencia
           IF WS-Condicion IS EQUAL "EGRESADO"
               MOVE "B" TO Mov-Tipo
               MOVE Alu-Curso TO Mov-Curso
           ELSE
               MOVE "C" TO Mov-Tipo
               COMPUTE Mov-Curso = Alu-Curso + 1
           END-IF
           WRITE Mov-Reg.

       600-ImprimirCertificado.
           WRITE Cer-Reg FROM Lin-Cer-Titulo
           MOVE Alu-Codigo TO lca-Legajo
           MOVE Alu-Nombre TO lca-Nombre
           MOVE WS-Ciclo TO lca-Ciclo
           WRITE Cer-Reg FROM Lin-Cer-Alumno
           WRITE Cer-Reg FROM Lin-Cer-Separador
           WRITE Cer-Reg FROM Lin-Cer-Encabezado
           MOVE ZERO TO WS-AcumNotas
           PERFORM VARYING Idx-Plan FROM 1 BY 1
                   UNTIL Idx-Plan > WS-CantPlan
               PERFORM 460-BuscarAprobado
               IF WS-IdxAprobado IS NOT EQUAL ZERO
                   PERFORM 610-ImprimirMateria
               END-IF
           END-PERFORM
           MOVE WS-CantAprobadas TO lct-Aprobadas
           IF WS-CantAprobadas > ZERO
               COMPUTE WS-Promedio ROUNDED =
                          WS-AcumNotas / WS-CantAprobadas
           ELSE
               MOVE ZERO TO WS-Promedio
           END-IF
           MOVE WS-Promedio TO lct-Promedio
           WRITE Cer-Reg FROM Lin-Cer-Separador
           WRITE Cer-Reg FROM Lin-Cer-Total
           MOVE SPACES TO Cer-Reg
           WRITE Cer-Reg
           WRITE Cer-Reg.

       610-ImprimirMateria.
           MOVE TPl-Curso(Idx-Plan) TO lcm-Curso
           MOVE TPl-Materia(Idx-Plan) TO lcm-Materia
           PERFORM 620-BuscarNombreMateria
           MOVE WS-NombreMateria TO lcm-Nombre
           MOVE TEx-Fecha(WS-IdxAprobado) TO WS-Fecha-Aux
           MOVE WS-Fecha-Aux-Dia TO lcm-Dia
           MOVE WS-Fecha-Aux-Mes TO lcm-Mes
           MOVE WS-Fecha-Aux-Anio TO lcm-Anio
           IF TEx-Acta(WS-IdxAprobado) IS EQUAL WS-Acta-Equivalencia
               MOVE "EQUIV." TO lcm-Acta
           ELSE
               MOVE TEx-Acta(WS-IdxAprobado) TO lcm-Acta
           END-IF
           MOVE TEx-Nota(WS-IdxAprobado) TO lcm-Nota
           ADD TEx-Nota(WS-IdxAprobado) TO WS-AcumNotas
           WRITE Cer-Reg FROM Lin-Cer-Materia.

       620-BuscarNombreMateria.
           MOVE 0 TO WS-MatMEncontrada
           MOVE SPACES TO WS-NombreMateria
           PERFORM VARYING Idx-MatM FROM 1 BY 1
                   UNTIL Idx-MatM > WS-CantMatMaestro
                   OR WS-MatMEncontrada = 1
               IF TMm-Codigo(Idx-MatM) IS EQUAL TPl-Materia(Idx-Plan)
                   MOVE 1 TO WS-MatMEncontrada
               END-IF
           END-PERFORM
           IF WS-MatMEncontrada = 1
               SUBTRACT 1 FROM Idx-MatM
               MOVE TMm-Nombre(Idx-MatM) TO WS-NombreMateria
           END-IF.

      * el historico de promedios del ciclo se guarda con el sufijo del
      * ciclo y se vacia para el ciclo nuevo
       700-ArchivarHistorico.
           OPEN INPUT HISTORICO-PROMEDIOS
           IF WS-Historico-Status IS EQUAL "00"
               OPEN OUTPUT HISTORICO-CICLO
               IF WS-HistoricoCiclo-Status IS NOT EQUAL "00"
                   DISPLAY "CIERRECICLO1: no se pudo abrir "
                           "HISTORICO-CICLO - estado "
                           WS-HistoricoCiclo-Status
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM UNTIL WS-FlagHistorico IS EQUAL 1
                   READ HISTORICO-PROMEDIOS
                       AT END MOVE 1 TO WS-FlagHistorico
                       NOT AT END
                           WRITE HisC-Reg FROM His-Reg
                           ADD 1 TO WS-CantHistorico
                   END-READ
               END-PERFORM
               CLOSE HISTORICO-CICLO
               CLOSE HISTORICO-PROMEDIOS
               OPEN OUTPUT HISTORICO-PROMEDIOS
               CLOSE HISTORICO-PROMEDIOS
           END-IF.

       900-ImprimoResumen.
           MOVE WS-CantAlumnos TO lr-Alumnos
           MOVE WS-CantPromovidos TO lr-Promovidos
           MOVE WS-CantRepitentes TO lr-Repitentes
           MOVE WS-CantEgresados TO lr-Egresados
           MOVE WS-CantArchivados TO lr-Archivados
           MOVE WS-CantEliminados TO lr-Eliminados
           MOVE WS-CantHistorico TO lr-Historico
           DISPLAY Lin-Resumen1
           DISPLAY Lin-Resumen2
           DISPLAY Lin-Resumen3
           DISPLAY Lin-Resumen4
           DISPLAY Lin-Resumen5
           DISPLAY Lin-Resumen6
           DISPLAY Lin-Resumen7
           WRITE Lis-Reg FROM Lin-Resumen1
           WRITE Lis-Reg FROM Lin-Resumen2
           WRITE Lis-Reg FROM Lin-Resumen3
           WRITE Lis-Reg FROM Lin-Resumen4
           WRITE Lis-Reg FROM Lin-Resumen5
           WRITE Lis-Reg FROM Lin-Resumen6
           WRITE Lis-Reg FROM Lin-Resumen7.

       999-FinGeneral.
           CLOSE ALUMNOS
           CLOSE DETALLE-EXAMENES
           CLOSE MOV-ALUMNOS
           CLOSE CIERRE-LISTADO
           CLOSE CERTIFICADOS
           CLOSE DETALLE-HIST.

       END PROGRAM CIERRECICLO1.
