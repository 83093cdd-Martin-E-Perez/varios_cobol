      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARMADODIV.
      ******************************************************************
       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
           SELECT PROMOCION ASSIGN TO DYNAMIC
           WS-Path-Promocion
           ORGANIZATION is line sequential
           FILE STATUS is WS-Promocion-Status.

           SELECT CURSOS-PROXIMO ASSIGN TO DYNAMIC
           WS-Path-Cursos-Proximo
           ORGANIZATION is line sequential
           FILE STATUS is WS-CursosProximo-Status.

           SELECT ALUMNOS ASSIGN TO DYNAMIC
           WS-Path-Alumnos
           ORGANIZATION is INDEXED
           ACCESS MODE is RANDOM
           RECORD KEY is Alu-Dni
           FILE STATUS is WS-Alumnos-Status.

           SELECT MOV-ALUMNOS ASSIGN TO DYNAMIC
           WS-Path-Mov-Alumnos
           ORGANIZATION is line sequential
           FILE STATUS is WS-MovAlumnos-Status.

           SELECT LISTADO-DIVISIONES ASSIGN TO DYNAMIC
           WS-Path-Listado
           ORGANIZATION is line sequential
           FILE STATUS is WS-Listado-Status.

           SELECT ARMADO-EXCEP ASSIGN TO DYNAMIC
           WS-Path-Excep
           ORGANIZATION is line sequential
           FILE STATUS is WS-Excep-Status.

           SELECT DIVISIONES-sort ASSIGN TO DYNAMIC
           WS-Path-Divisiones-Sort
           ORGANIZATION is line sequential.

      ******************************************************************
       DATA DIVISION.
        FILE SECTION.
       FD  PROMOCION.
       01  Pro-Reg.
           03 Pro-Dni pic 9(8).
           03 filler pic x(2).
           03 Pro-Anio pic 9.
           03 filler pic x(2).
           03 Pro-Div pic x.
           03 filler pic x(2).
           03 Pro-Promedio pic x(5).
           03 filler pic x(2).
           03 Pro-Estado pic x(9).

       FD  CURSOS-PROXIMO.
       01  CurProx-Reg.
           03 CurProx-Anio pic 9.
           03 CurProx-Div pic x.

       FD  ALUMNOS.
       01  Alu-Reg.
           03 Alu-Dni pic x(8).
           03 Alu-Nombre pic x(40).
           03 Alu-Anio pic 9.
           03 Alu-Div pic x.

       FD  MOV-ALUMNOS.
       01  Mov-Reg.
           03 Mov-Tipo pic x.
           03 Mov-Dni pic x(8).
           03 Mov-Nombre pic x(40).
           03 Mov-FechaVigencia pic 9(8).
           03 Mov-Anio pic x.
           03 Mov-Div pic x.

       FD  LISTADO-DIVISIONES.
       01  Lis-Reg pic x(80).

       FD  ARMADO-EXCEP.
       01  Exc-Reg.
           03 Exc-Dni pic 9(8).
           03 filler pic x(2) value spaces.
           03 Exc-Anio pic 9.
           03 filler pic x(2) value spaces.
           03 Exc-Estado pic x(9).
           03 filler pic x(2) value spaces.
           03 Exc-Motivo pic x(30).

       SD  DIVISIONES-sort.
       01  Div-Sort-Reg.
           03 Div-Sort-Anio pic 9.
           03 Div-Sort-Div pic x.
           03 Div-Sort-Nombre pic x(40).
           03 Div-Sort-Dni pic x(8).
           03 Div-Sort-Repite pic 9.

       WORKING-STORAGE SECTION.

       01  WS-Path-Promocion pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\promocion.txt".
       01  WS-Path-Cursos-Proximo pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\cursos-proximo.txt".
       01  WS-Path-Alumnos pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\alumnos2-idx.dat".
       01  WS-Path-Mov-Alumnos pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\mov-alumnos-divisiones.txt".
       01  WS-Path-Listado pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\listado-divisiones.txt".
       01  WS-Path-Excep pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\armado-divisiones-excep.txt".
       01  WS-Path-Divisiones-Sort pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\divisiones-sort.tmp".
       01  WS-Path-Override pic x(100).

       01  WS-Promocion-Status pic xx.
       01  WS-CursosProximo-Status pic xx.
       01  WS-Alumnos-Status pic xx.
       01  WS-MovAlumnos-Status pic xx.
       01  WS-Listado-Status pic xx.
       01  WS-Excep-Status pic xx.

       01  WS-Param-Clave pic x(30).
       01  WS-Param-Valor pic x(100).
       01  WS-Param-Origen pic x.
       01  Lin-Param.
           03 filler pic x(10) value "PARAMETRO ".
           03 lpar-Clave pic x(30).
           03 lpar-Valor pic x(20).
           03 filler pic x(9) value " ORIGEN: ".
           03 lpar-Origen pic x.

       01  WS-MaxDivision pic 9(3) value 35.
       01  WS-MaxDivision-Param pic x(3).
       01  WS-UltimoAnio pic 9 value 5.
       01  WS-UltimoAnio-Param pic x.
       01  WS-Inicio-Param pic x(8).
       01  WS-FechaVigencia pic 9(8) value zero.
       01  WS-Fecha-Resultado pic x.
       01  WS-NoFuturo pic x value space.

       01  WS-FlagPromocion pic 9 value zero.
       01  WS-FlagCursos pic 9 value zero.
       01  WS-FlagSort pic 9 value zero.

       01  WS-CantDivisiones pic 9(3) value zero.
       01  Tabla-Divisiones.
           03 Tabla-Div OCCURS 40 TIMES.
               05 TDv-Anio pic 9.
               05 TDv-Div pic x.
               05 TDv-Cant pic 9(3).
               05 TDv-Repitentes pic 9(3).
       01  Idx-Div pic 9(3).
       01  WS-IdxElegida pic 9(3).
       01  WS-HayDivAnio pic 9.

       01  WS-CantAlumnos pic 9(5) value zero.
       01  Tabla-Alumnos.
           03 Tabla-Alu OCCURS 2000 TIMES.
               05 TAl-Dni pic 9(8).
               05 TAl-Nombre pic x(40).
               05 TAl-Anio pic 9.
               05 TAl-Repite pic 9.
               05 TAl-IdxDiv pic 9(3).
       01  Idx-Alu pic 9(5).

       01  WS-Motivo pic x(30).
       01  WS-Rech-Dni pic 9(8).
       01  WS-Rech-Anio pic 9.
       01  WS-Rech-Estado pic x(9).
       01  WS-Anio-Destino pic 9.
       01  WS-Anio-Anterior pic 9.
       01  WS-Div-Anterior pic x.
       01  WS-PrimerGrupo pic 9 value 1.
       01  WS-NroOrden pic 9(3).

       01  WS-CantPromovidos pic 9(5) value zero.
       01  WS-CantRepitentes pic 9(5) value zero.
       01  WS-CantEgresados pic 9(5) value zero.
       01  WS-CantUbicados pic 9(5) value zero.
       01  WS-CantRechazados pic 9(5) value zero.

       01  Lin-Lis-Titulo.
           03 filler pic x(23) value "ARMADO DE DIVISIONES - ".
           03 lt-Anio pic 9.
           03 filler pic x(17) value " ANIO - DIVISION ".
           03 lt-Div pic x.
       01  Lin-Lis-Encabezado.
           03 filler pic x(80) value
           "Nro  DNI       Apellido y nombre
      -    "          Condicion".
       01  Lin-Lis-Detalle.
           03 ld-Orden pic zz9.
           03 filler pic x(2) value spaces.
           03 ld-Dni pic x(8).
           03 filler pic x(2) value spaces.
           03 ld-Nombre pic x(40).
           03 filler pic x(2) value spaces.
           03 ld-Condicion pic x(9).
       01  Lin-Lis-Total.
           03 filler pic x(20) value "Total de alumnos:".
           03 ltt-Cant pic zz9.
           03 filler pic x(16) value "   Repitentes:".
           03 ltt-Repit pic zz9.

       01  Lin-Resumen1.
           03 filler pic x(30) value "Alumnos promovidos:".
           03 lr-Promovidos pic zzzz9.
       01  Lin-Resumen2.
           03 filler pic x(30) value "Alumnos repitentes:".
           03 lr-Repitentes pic zzzz9.
       01  Lin-Resumen3.
           03 filler pic x(30) value "Egresados (sin division):".
           03 lr-Egresados pic zzzz9.
       01  Lin-Resumen4.
           03 filler pic x(30) value "Alumnos ubicados:".
           03 lr-Ubicados pic zzzz9.
       01  Lin-Resumen5.
           03 filler pic x(30) value "Alumnos sin ubicar:".
           03 lr-Rechazados pic zzzz9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 000-LeerParametros
           PERFORM 100-InicioGeneral
           PERFORM 150-CargarDivisiones
           PERFORM 200-CargarPromocion
      * primero los repitentes, repartidos entre las divisiones del
      * anio; despues los promovidos completan por menor cantidad
           PERFORM VARYING Idx-Alu FROM 1 BY 1
                   UNTIL Idx-Alu > WS-CantAlumnos
               IF TAl-Repite(Idx-Alu) IS EQUAL 1
                   PERFORM 300-UbicarAlumno
               END-IF
           END-PERFORM
           PERFORM VARYING Idx-Alu FROM 1 BY 1
                   UNTIL Idx-Alu > WS-CantAlumnos
               IF TAl-Repite(Idx-Alu) IS EQUAL 0
                   PERFORM 300-UbicarAlumno
               END-IF
           END-PERFORM
           SORT DIVISIONES-sort ASCENDING Div-Sort-Anio
                                ASCENDING Div-Sort-Div
                                ASCENDING Div-Sort-Nombre
           INPUT PROCEDURE IS 400-GenerarMovimientos
           OUTPUT PROCEDURE IS 500-ImprimirListado
           PERFORM 900-ImprimoResumen
           PERFORM 999-FinGeneral

           GOBACK.

       000-LeerParametros.
           MOVE "ARMADODIV-MAX-DIVISION" TO WS-Param-Clave
           PERFORM 005-ObtenerParametro
           MOVE WS-Param-Valor(1:3) TO WS-MaxDivision-Param
           IF WS-MaxDivision-Param IS NUMERIC
               AND WS-MaxDivision-Param > ZERO
               MOVE WS-MaxDivision-Param TO WS-MaxDivision
           END-IF
           MOVE "ARMADODIV-ULTIMO-ANIO" TO WS-Param-Clave
           PERFORM 005-ObtenerParametro
           MOVE WS-Param-Valor(1:1) TO WS-UltimoAnio-Param
           IF WS-UltimoAnio-Param IS NUMERIC
               AND WS-UltimoAnio-Param > ZERO
               MOVE WS-UltimoAnio-Param TO WS-UltimoAnio
           END-IF
           ACCEPT WS-Inicio-Param
                      FROM ENVIRONMENT "INSTITUTO2-CICLO-INICIO"
           IF WS-Inicio-Param IS NUMERIC
                         AND WS-Inicio-Param > ZERO
               MOVE WS-Inicio-Param TO WS-FechaVigencia
               CALL "VALFECHA" USING WS-FechaVigencia WS-NoFuturo
                                     WS-Fecha-Resultado
               IF WS-Fecha-Resultado IS NOT EQUAL "V"
                   DISPLAY "ARMADODIV: INSTITUTO2-CICLO-INICIO "
                           "invalida: " WS-FechaVigencia
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
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
               DISPLAY "ARMADODIV: no se pudieron cargar los "
                       "parametros"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       010-LeerRutas.
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "ARMADODIV-PROMOCION-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Promocion
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "ARMADODIV-CURSOS-PROXIMO-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Cursos-Proximo
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "ARMADODIV-ALUMNOS-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Alumnos
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "ARMADODIV-MOV-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Mov-Alumnos
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "ARMADODIV-LISTADO-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Listado
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "ARMADODIV-EXCEP-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Excep
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "ARMADODIV-SORT-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Divisiones-Sort
           END-IF.

       100-InicioGeneral.
           OPEN INPUT ALUMNOS
           IF WS-Alumnos-Status IS NOT EQUAL "00"
               DISPLAY "ARMADODIV: no se pudo abrir ALUMNOS - estado "
                       WS-Alumnos-Status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT MOV-ALUMNOS
           OPEN OUTPUT LISTADO-DIVISIONES
           OPEN OUTPUT ARMADO-EXCEP.

       150-CargarDivisiones.
           OPEN INPUT CURSOS-PROXIMO
           IF WS-CursosProximo-Status IS NOT EQUAL "00"
               DISPLAY "ARMADODIV: no se pudo abrir CURSOS-PROXIMO "
                       "- estado " WS-CursosProximo-Status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL WS-FlagCursos IS EQUAL 1
               READ CURSOS-PROXIMO
                   AT END MOVE 1 TO WS-FlagCursos
                   NOT AT END
                       IF WS-CantDivisiones < 40
                           ADD 1 TO WS-CantDivisiones
                           MOVE CurProx-Anio
                                  TO TDv-Anio(WS-CantDivisiones)
                           MOVE CurProx-Div
                                  TO TDv-Div(WS-CantDivisiones)
                           MOVE ZERO TO TDv-Cant(WS-CantDivisiones)
                           MOVE ZERO
                                  TO TDv-Repitentes(WS-CantDivisiones)
                       ELSE
                           DISPLAY "ARMADODIV: tabla de divisiones "
                                   "llena"
                           MOVE 8 TO RETURN-CODE
                           GOBACK
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CURSOS-PROXIMO.

      * el promovido de ultimo anio egresa y no se ubica
       200-CargarPromocion.
           OPEN INPUT PROMOCION
           IF WS-Promocion-Status IS NOT EQUAL "00"
               DISPLAY "ARMADODIV: no se pudo abrir PROMOCION "
                       "- estado " WS-Promocion-Status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL WS-FlagPromocion IS EQUAL 1
               READ PROMOCION
                   AT END MOVE 1 TO WS-FlagPromocion
                   NOT AT END
                       IF Pro-Dni IS NUMERIC
                           PERFORM 210-RegistrarAlumno
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROMOCION.

       210-RegistrarAlumno.
           IF Pro-Estado IS EQUAL "PROMOVIDO"
               IF Pro-Anio >= WS-UltimoAnio
                   ADD 1 TO WS-CantEgresados
               ELSE
                   ADD 1 TO WS-CantPromovidos
                   COMPUTE WS-Anio-Destino = Pro-Anio + 1
                   PERFORM 220-AgregarAlumno
               END-IF
           ELSE
               ADD 1 TO WS-CantRepitentes
               MOVE Pro-Anio TO WS-Anio-Destino
               PERFORM 220-AgregarAlumno
           END-IF.

       220-AgregarAlumno.
           MOVE Pro-Dni TO WS-Rech-Dni
           MOVE Pro-Anio TO WS-Rech-Anio
           MOVE Pro-Estado TO WS-Rech-Estado
           MOVE Pro-Dni TO Alu-Dni
           READ ALUMNOS
               INVALID KEY
                   MOVE "DNI INEXISTENTE EN ALUMNOS" TO WS-Motivo
                   PERFORM 700-RegistrarRechazo
               NOT INVALID KEY
                   IF WS-CantAlumnos < 2000
                       ADD 1 TO WS-CantAlumnos
                       MOVE Pro-Dni TO TAl-Dni(WS-CantAlumnos)
                       MOVE Alu-Nombre TO TAl-Nombre(WS-CantAlumnos)
                       MOVE WS-Anio-Destino TO TAl-Anio(WS-CantAlumnos)
                       MOVE ZERO TO TAl-IdxDiv(WS-CantAlumnos)
                       IF Pro-Estado IS EQUAL "PROMOVIDO"
                           MOVE 0 TO TAl-Repite(WS-CantAlumnos)
                       ELSE
                           MOVE 1 TO TAl-Repite(WS-CantAlumnos)
                       END-IF
                   ELSE
                       DISPLAY "ARMADODIV: tabla de alumnos llena"
                       MOVE 8 TO RETURN-CODE
                       GOBACK
                   END-IF
           END-READ.

      * se elige la division del anio con lugar que tenga menos
      * alumnos; para el repitente manda la que tenga menos repitentes
       300-UbicarAlumno.
           MOVE ZERO TO WS-IdxElegida
           MOVE 0 TO WS-HayDivAnio
           PERFORM VARYING Idx-Div FROM 1 BY 1
                   UNTIL Idx-Div > WS-CantDivisiones
               IF TDv-Anio(Idx-Div) IS EQUAL TAl-Anio(Idx-Alu)
                   MOVE 1 TO WS-HayDivAnio
                   IF TDv-Cant(Idx-Div) < WS-MaxDivision
                       PERFORM 310-CompararDivision
                   END-IF
               END-IF
           END-PERFORM
           IF WS-IdxElegida IS EQUAL ZERO
               MOVE TAl-Dni(Idx-Alu) TO WS-Rech-Dni
               MOVE TAl-Anio(Idx-Alu) TO WS-Rech-Anio
               IF TAl-Repite(Idx-Alu) IS EQUAL 1
                   MOVE "REPITE" TO WS-Rech-Estado
               ELSE
                   MOVE "PROMOVIDO" TO WS-Rech-Estado
               END-IF
               IF WS-HayDivAnio IS EQUAL 0
                   MOVE "SIN DIVISION ABIERTA" TO WS-Motivo
               ELSE
                   MOVE "DIVISIONES COMPLETAS" TO WS-Motivo
               END-IF
               PERFORM 700-RegistrarRechazo
           ELSE
               MOVE WS-IdxElegida TO TAl-IdxDiv(Idx-Alu)
               ADD 1 TO TDv-Cant(WS-IdxElegida)
               IF TAl-Repite(Idx-Alu) IS EQUAL 1
                   ADD 1 TO TDv-Repitentes(WS-IdxElegida)
               END-IF
               ADD 1 TO WS-CantUbicados
           END-IF.

       310-CompararDivision.
           IF WS-IdxElegida IS EQUAL ZERO
               MOVE Idx-Div TO WS-IdxElegida
           ELSE
               IF TAl-Repite(Idx-Alu) IS EQUAL 1
                   IF TDv-Repitentes(Idx-Div)
                                  < TDv-Repitentes(WS-IdxElegida)
                       OR (TDv-Repitentes(Idx-Div)
                                  = TDv-Repitentes(WS-IdxElegida)
                       AND TDv-Cant(Idx-Div) < TDv-Cant(WS-IdxElegida))
                       MOVE Idx-Div TO WS-IdxElegida
                   END-IF
               ELSE
                   IF TDv-Cant(Idx-Div) < TDv-Cant(WS-IdxElegida)
                       MOVE Idx-Div TO WS-IdxElegida
                   END-IF
               END-IF
           END-IF.

      ************************************************************************
      ***************************** input-procedure ****************************
      ************************************************************************
       400-GenerarMovimientos.
           PERFORM VARYING Idx-Alu FROM 1 BY 1
                   UNTIL Idx-Alu > WS-CantAlumnos
               IF TAl-IdxDiv(Idx-Alu) IS NOT EQUAL ZERO
                   MOVE TAl-IdxDiv(Idx-Alu) TO Idx-Div
                   MOVE SPACES TO Mov-Reg
                   MOVE "C" TO Mov-Tipo
                   MOVE TAl-Dni(Idx-Alu) TO Mov-Dni
                   MOVE TAl-Nombre(Idx-Alu) TO Mov-Nombre
                   MOVE WS-FechaVigencia TO Mov-FechaVigencia
                   MOVE TDv-Anio(Idx-Div) TO Mov-Anio
                   MOVE TDv-Div(Idx-Div) TO Mov-Div
                   WRITE Mov-Reg
                   MOVE TDv-Anio(Idx-Div) TO Div-Sort-Anio
                   MOVE TDv-Div(Idx-Div) TO Div-Sort-Div
                   MOVE TAl-Nombre(Idx-Alu) TO Div-Sort-Nombre
                   MOVE TAl-Dni(Idx-Alu) TO Div-Sort-Dni
                   MOVE TAl-Repite(Idx-Alu) TO Div-Sort-Repite
                   RELEASE Div-Sort-Reg
               END-IF
           END-PERFORM.

      ************************************************************************
      ***************************** output-procedure ***************************
      ************************************************************************
       500-ImprimirListado.
           PERFORM 510-LeerSort
           PERFORM UNTIL WS-FlagSort IS EQUAL 1
               PERFORM 520-VerificarQuiebre
               ADD 1 TO WS-NroOrden
               MOVE WS-NroOrden TO ld-Orden
               MOVE Div-Sort-Dni TO ld-Dni
               MOVE Div-Sort-Nombre TO ld-Nombre
               IF Div-Sort-Repite IS EQUAL 1
                   MOVE "REPITE" TO ld-Condicion
               ELSE
                   MOVE SPACES TO ld-Condicion
               END-IF
               WRITE Lis-Reg FROM Lin-Lis-Detalle
               PERFORM 510-LeerSort
           END-PERFORM
           IF WS-PrimerGrupo IS EQUAL 0
               PERFORM 540-ImprimoTotalDivision
           END-IF.

       510-LeerSort.
           RETURN DIVISIONES-sort AT END MOVE 1 TO WS-FlagSort.

       520-VerificarQuiebre.
           IF WS-PrimerGrupo IS EQUAL 1
               MOVE 0 TO WS-PrimerGrupo
               PERFORM 530-ImprimoTitulo
           ELSE
               IF Div-Sort-Anio IS NOT EQUAL WS-Anio-Anterior
                        OR Div-Sort-Div IS NOT EQUAL WS-Div-Anterior
                   PERFORM 540-ImprimoTotalDivision
                   PERFORM 530-ImprimoTitulo
               END-IF
           END-IF.

       530-ImprimoTitulo.
           MOVE Div-Sort-Anio TO WS-Anio-Anterior
           MOVE Div-Sort-Div TO WS-Div-Anterior
           MOVE ZERO TO WS-NroOrden
           MOVE Div-Sort-Anio TO lt-Anio
           MOVE Div-Sort-Div TO lt-Div
           WRITE Lis-Reg FROM Lin-Lis-Titulo
           MOVE SPACES TO Lis-Reg
           WRITE Lis-Reg
           WRITE Lis-Reg FROM Lin-Lis-Encabezado.

       540-ImprimoTotalDivision.
           MOVE ZERO TO ltt-Repit
           PERFORM VARYING Idx-Div FROM 1 BY 1
                   UNTIL Idx-Div > WS-CantDivisiones
               IF TDv-Anio(Idx-Div) IS EQUAL WS-Anio-Anterior
                   AND TDv-Div(Idx-Div) IS EQUAL WS-Div-Anterior
                   MOVE TDv-Repitentes(Idx-Div) TO ltt-Repit
               END-IF
           END-PERFORM
           MOVE WS-NroOrden TO ltt-Cant
           MOVE SPACES TO Lis-Reg
           WRITE Lis-Reg
           WRITE Lis-Reg FROM Lin-Lis-Total
           MOVE SPACES TO Lis-Reg
           WRITE Lis-Reg
           WRITE Lis-Reg.

       700-RegistrarRechazo.
           MOVE SPACES TO Exc-Reg
           MOVE WS-Rech-Dni TO Exc-Dni
           MOVE WS-Rech-Anio TO Exc-Anio
           MOVE WS-Rech-Estado TO Exc-Estado
           MOVE WS-Motivo TO Exc-Motivo
           WRITE Exc-Reg
           ADD 1 TO WS-CantRechazados.

       900-ImprimoResumen.
           MOVE WS-CantPromovidos TO lr-Promovidos
           MOVE WS-CantRepitentes TO lr-Repitentes
           MOVE WS-CantEgresados TO lr-Egresados
           MOVE WS-CantUbicados TO lr-Ubicados
           MOVE WS-CantRechazados TO lr-Rechazados
           DISPLAY Lin-Resumen1
           DISPLAY Lin-Resumen2
           DISPLAY Lin-Resumen3
           DISPLAY Lin-Resumen4
           DISPLAY Lin-Resumen5
           IF WS-CantRechazados > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

       999-FinGeneral.
           CLOSE ALUMNOS
           CLOSE MOV-ALUMNOS
           CLOSE LISTADO-DIVISIONES
           CLOSE ARMADO-EXCEP.

       END PROGRAM ARMADODIV.
