      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREVIAS2.
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

           SELECT MATERIAS-MAESTRO ASSIGN TO DYNAMIC
           WS-Path-Materias-Maestro
           ORGANIZATION is line sequential
           FILE STATUS is WS-MateriasMaestro-Status.

           SELECT ALUMNOS ASSIGN TO DYNAMIC
           WS-Path-Alumnos
           ORGANIZATION is INDEXED
           ACCESS MODE is RANDOM
           RECORD KEY is Alu-Dni
           FILE STATUS is WS-Alumnos-Status.

           SELECT MATERIAS-ADEUDADAS ASSIGN TO DYNAMIC
           WS-Path-Adeudadas
           ORGANIZATION is INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY is Mad-Clave
           FILE STATUS is WS-Adeudadas-Status.

           SELECT MESA-PREVIAS ASSIGN TO DYNAMIC
           WS-Path-Mesa
           ORGANIZATION is line sequential
           FILE STATUS is WS-Mesa-Status.

           SELECT PREVIAS-EXCEP ASSIGN TO DYNAMIC
           WS-Path-Excep
           ORGANIZATION is line sequential
           FILE STATUS is WS-Excep-Status.

           SELECT LISTADO-PREVIAS ASSIGN TO DYNAMIC
           WS-Path-Listado
           ORGANIZATION is line sequential
           FILE STATUS is WS-Listado-Status.

           SELECT PREVIAS-sort ASSIGN TO DYNAMIC
           WS-Path-Previas-Sort
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
           03 filler pic x(2).
           03 Pro-Prom1 pic x(5).
           03 filler pic x(2).
           03 Pro-Prom2 pic x(5).
           03 filler pic x(2).
           03 Pro-Materias pic x(80).
           03 filler pic x(2).
           03 Pro-Adeudadas pic 99.
           03 filler pic x(2).
           03 Pro-Marca pic x(14).

       FD  MATERIAS-MAESTRO.
       01  Mst-Reg.
           03 Mst-Codigo pic x(4).
           03 Mst-Nombre pic x(16).
           03 Mst-Institucion pic x.

       FD  ALUMNOS.
       01  Alu-Reg.
           03 Alu-Dni pic x(8).
           03 Alu-Nombre pic x(40).
           03 Alu-Anio pic 9.
           03 Alu-Div pic x.

      * Mad-Estado: D la adeuda, A aprobada en mesa de previas
       FD  MATERIAS-ADEUDADAS.
       01  Mad-Reg.
           03 Mad-Clave.
               05 Mad-Dni pic 9(8).
               05 Mad-Anio pic 9.
               05 Mad-Materia pic x(4).
           03 Mad-Nombre pic x(16).
           03 Mad-Ciclo pic 9(4).
           03 Mad-Estado pic x.
           03 Mad-FechaAprob pic 9(8).
           03 Mad-NotaAprob pic 99v99.
           03 Mad-Intentos pic 99.
           03 Mad-FechaUltima pic 9(8).
           03 Mad-NotaUltima pic 99v99.

      * resultado de la mesa de previas por alumno y materia
       FD  MESA-PREVIAS.
       01  Mes-Reg.
           03 Mes-Dni pic 9(8).
           03 Mes-Anio pic 9.
           03 Mes-Materia pic x(4).
           03 Mes-Fecha pic 9(8).
           03 Mes-Nota pic 99v99.

       FD  PREVIAS-EXCEP.
       01  Exc-Reg.
           03 Exc-Dni pic 9(8).
           03 filler pic x(2) value spaces.
           03 Exc-Anio pic 9.
           03 filler pic x(2) value spaces.
           03 Exc-Materia pic x(16).
           03 filler pic x(2) value spaces.
           03 Exc-Origen pic x(5).
           03 filler pic x(2) value spaces.
           03 Exc-Motivo pic x(30).

       FD  LISTADO-PREVIAS.
       01  Lis-Reg pic x(100).

       SD  PREVIAS-sort.
       01  Prv-Sort-Reg.
           03 Prv-Sort-Anio pic 9.
           03 Prv-Sort-Div pic x.
           03 Prv-Sort-Nombre pic x(40).
           03 Prv-Sort-Dni pic 9(8).
           03 Prv-Sort-AnioMat pic 9.
           03 Prv-Sort-Materia pic x(4).
           03 Prv-Sort-NombreMat pic x(16).
           03 Prv-Sort-Ciclo pic 9(4).
           03 Prv-Sort-Intentos pic 99.

       WORKING-STORAGE SECTION.

       01  WS-Path-Promocion pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\promocion.txt".
       01  WS-Path-Materias-Maestro pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\materias-maestro.txt".
       01  WS-Path-Alumnos pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\alumnos2-idx.dat".
       01  WS-Path-Adeudadas pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\materias-adeudadas-idx.dat".
       01  WS-Path-Mesa pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\mesa-previas.txt".
       01  WS-Path-Excep pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\previas-rechazadas.txt".
       01  WS-Path-Listado pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\previas-adeudadas.txt".
       01  WS-Path-Previas-Sort pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\previas-sort.tmp".
       01  WS-Path-Override pic x(100).

       01  WS-Promocion-Status pic xx.
       01  WS-MateriasMaestro-Status pic xx.
       01  WS-Alumnos-Status pic xx.
       01  WS-Adeudadas-Status pic xx.
       01  WS-Mesa-Status pic xx.
       01  WS-Excep-Status pic xx.
       01  WS-Listado-Status pic xx.

       01  WS-Param-Clave pic x(30).
       01  WS-Param-Valor pic x(100).
       01  WS-Param-Origen pic x.
       01  Lin-Param.
           03 filler pic x(10) value "PARAMETRO ".
           03 lpar-Clave pic x(30).
           03 lpar-Valor pic x(20).
           03 filler pic x(9) value " ORIGEN: ".
           03 lpar-Origen pic x.

      * C: al cierre del ciclo se cargan las previas de PROMOCION
       01  WS-Modo pic x value space.
       01  WS-Ciclo pic 9(4).
       01  WS-Ciclo-Param pic x(4).
       01  WS-NotaAprob-Param pic x(2).
       01  WS-NotaAprobacion pic 9(2) value 6.
       01  WS-RunFecha pic 9(8).
       01  WS-RunFecha-R redefines WS-RunFecha.
           03 WS-RunAnio pic 9(4).
           03 WS-RunMesDia pic 9(4).
       01  WS-Fecha-Resultado pic x.
       01  WS-NoFuturo pic x value "S".

       01  Materias.
           03 filler pic x(4) value "1001".
           03 filler pic x(16) value "MATEMATICA".
           03 filler pic x(4) value "1002".
           03 filler pic x(16) value "LENGUA".
           03 filler pic x(4) value "1003".
           03 filler pic x(16) value "CIENCIAS NATUR.".
           03 filler pic x(4) value "1004".
           03 filler pic x(16) value "HISTORIA".
           03 filler pic x(4) value "1005".
           03 filler pic x(16) value "GEOGRAFIA".

       01  Vec-Materias redefines Materias OCCURS 5 times.
           03 Materia-Cod pic x(4).
           03 Materia-Nombre pic x(16).

       01  WS-FlagMatMaestro pic 9 value zero.
       01  WS-CantMatCargadas pic 9(3) value zero.
       01  Tabla-MatCargadas.
           03 Tabla-Mat OCCURS 50 TIMES.
               05 TMat-Cod pic x(4).
               05 TMat-Nombre pic x(16).
       01  WS-IdxMat pic 9(3).
       01  WS-MateriaEncontrada pic 9.
       01  WS-MateriaNombre pic x(16).

       01  WS-FlagPromocion pic 9 value zero.
       01  WS-FlagMesa pic 9 value zero.
       01  WS-FlagAdeudadas pic 9 value zero.
       01  WS-FlagSort pic 9 value zero.
       01  WS-HayMesa pic 9 value zero.

       01  WS-IdxPrevia pic 9.
       01  WS-OffMaterias pic 9(3).

       01  WS-Motivo pic x(30).
       01  WS-Rech-Dni pic 9(8).
       01  WS-Rech-Anio pic 9.
       01  WS-Rech-Materia pic x(16).
       01  WS-Rech-Origen pic x(5).

       01  WS-Anio-Anterior pic 9.
       01  WS-Div-Anterior pic x.
       01  WS-Dni-Anterior pic 9(8).
       01  WS-PrimerGrupo pic 9 value 1.
       01  WS-Antiguedad pic 9(2).
       01  WS-AluDivision pic 9(3).
       01  WS-PreDivision pic 9(3).

       01  WS-CantCargadas pic 9(5) value zero.
       01  WS-CantYaRegistradas pic 9(5) value zero.
       01  WS-CantAprobadas pic 9(5) value zero.
       01  WS-CantDesaprobadas pic 9(5) value zero.
       01  WS-CantRechazados pic 9(5) value zero.
       01  WS-CantAdeudadas pic 9(5) value zero.
       01  WS-CantAlumnos pic 9(5) value zero.

       01  Lin-Lis-Titulo.
           03 filler pic x(22) value "PREVIAS ADEUDADAS - ".
           03 lt-Anio pic 9.
           03 filler pic x(17) value " ANIO - DIVISION ".
           03 lt-Div pic x.
           03 filler pic x(9) value " - CICLO ".
           03 lt-Ciclo pic 9(4).
       01  Lin-Lis-Encabezado.
           03 filler pic x(50) value
           "DNI       Apellido y nombre".
           03 filler pic x(50) value
           "Anio  Materia           Ciclo  Antig.  Intentos".
       01  Lin-Lis-Detalle.
           03 ld-Dni pic x(8).
           03 filler pic x(2) value spaces.
           03 ld-Nombre pic x(40).
           03 ld-AnioMat pic 9.
           03 filler pic x(5) value spaces.
           03 ld-Materia pic x(16).
           03 filler pic x(2) value spaces.
           03 ld-Ciclo pic 9(4).
           03 filler pic x(3) value spaces.
           03 ld-Antiguedad pic z9.
           03 filler pic x(6) value spaces.
           03 ld-Intentos pic z9.
       01  Lin-Lis-Total.
           03 filler pic x(22) value "Alumnos con previas:".
           03 ltt-Alumnos pic zz9.
           03 filler pic x(23) value "   Previas adeudadas:".
           03 ltt-Previas pic zzz9.

       01  Lin-Resumen1.
           03 filler pic x(30) value "Previas cargadas:".
           03 lr-Cargadas pic zzzz9.
       01  Lin-Resumen2.
           03 filler pic x(30) value "Previas ya registradas:".
           03 lr-YaRegistradas pic zzzz9.
       01  Lin-Resumen3.
           03 filler pic x(30) value "Aprobadas en mesa:".
           03 lr-Aprobadas pic zzzz9.
       01  Lin-Resumen4.
           03 filler pic x(30) value "Desaprobadas en mesa:".
           03 lr-Desaprobadas pic zzzz9.
       01  Lin-Resumen5.
           03 filler pic x(30) value "Registros rechazados:".
           03 lr-Rechazados pic zzzz9.
       01  Lin-Resumen6.
           03 filler pic x(30) value "Previas adeudadas:".
           03 lr-Adeudadas pic zzzz9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 000-LeerParametros
           PERFORM 100-InicioGeneral
           IF WS-Modo IS EQUAL "C"
               PERFORM 200-CargarPromocion
           END-IF
           PERFORM 300-ProcesarMesa
           SORT PREVIAS-sort ASCENDING Prv-Sort-Anio
                             ASCENDING Prv-Sort-Div
                             ASCENDING Prv-Sort-Nombre
                             ASCENDING Prv-Sort-Dni
                             ASCENDING Prv-Sort-AnioMat
                             ASCENDING Prv-Sort-Materia
           INPUT PROCEDURE IS 400-SeleccionarAdeudadas
           OUTPUT PROCEDURE IS 500-ImprimirListado
           PERFORM 900-ImprimoResumen
           PERFORM 999-FinGeneral

           GOBACK.

       000-LeerParametros.
           ACCEPT WS-RunFecha FROM DATE YYYYMMDD
           MOVE "PREVIAS2-MODO" TO WS-Param-Clave
           PERFORM 005-ObtenerParametro
           MOVE WS-Param-Valor(1:1) TO WS-Modo
           IF WS-Modo IS NOT EQUAL SPACE AND WS-Modo IS NOT EQUAL "C"
               DISPLAY "PREVIAS2: PREVIAS2-MODO invalido: " WS-Modo
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-RunAnio TO WS-Ciclo
           MOVE "PREVIAS2-CICLO" TO WS-Param-Clave
           PERFORM 005-ObtenerParametro
           MOVE WS-Param-Valor(1:4) TO WS-Ciclo-Param
           IF WS-Ciclo-Param IS NOT EQUAL SPACES
               IF WS-Ciclo-Param IS NUMERIC
                   AND WS-Ciclo-Param > ZERO
                   MOVE WS-Ciclo-Param TO WS-Ciclo
               ELSE
                   DISPLAY "PREVIAS2: PREVIAS2-CICLO invalido: "
                           WS-Ciclo-Param
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           MOVE "INSTITUTO2-NOTA-APROBACION" TO WS-Param-Clave
           PERFORM 005-ObtenerParametro
           MOVE WS-Param-Valor(1:2) TO WS-NotaAprob-Param
           IF WS-NotaAprob-Param IS NUMERIC
                         AND WS-NotaAprob-Param > ZERO
               MOVE WS-NotaAprob-Param TO WS-NotaAprobacion
           END-IF
           PERFORM 010-LeerRutas
           PERFORM 050-CargarMaterias.

       005-ObtenerParametro.
           MOVE SPACES TO WS-Param-Valor
           CALL "PARAMLEE" USING WS-Param-Clave WS-Param-Valor
                                 WS-Param-Origen
           MOVE WS-Param-Clave TO lpar-Clave
           MOVE WS-Param-Valor(1:20) TO lpar-Valor
           MOVE WS-Param-Origen TO lpar-Origen
           DISPLAY Lin-Param
           IF WS-Param-Origen IS EQUAL "X"
               DISPLAY "PREVIAS2: no se pudieron cargar los "
                       "parametros"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       010-LeerRutas.
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "PREVIAS2-PROMOCION-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Promocion
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "PREVIAS2-MATERIAS-MAESTRO-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Materias-Maestro
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "PREVIAS2-ALUMNOS-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Alumnos
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "PREVIAS2-ADEUDADAS-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Adeudadas
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "PREVIAS2-MESA-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Mesa
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "PREVIAS2-EXCEP-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Excep
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "PREVIAS2-LISTADO-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Listado
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "PREVIAS2-SORT-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Previas-Sort
           END-IF.

      * mismas materias que usa INSTITUTO2 para nombrar las aplazadas
       050-CargarMaterias.
           OPEN INPUT MATERIAS-MAESTRO
           IF WS-MateriasMaestro-Status IS EQUAL "00"
               PERFORM UNTIL WS-FlagMatMaestro IS EQUAL 1
                   READ MATERIAS-MAESTRO
                       AT END MOVE 1 TO WS-FlagMatMaestro
                       NOT AT END
                           IF Mst-Institucion IS EQUAL "2"
                               PERFORM 055-GuardarMateria
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MATERIAS-MAESTRO
           END-IF
           IF WS-CantMatCargadas IS EQUAL ZERO
               PERFORM VARYING WS-IdxMat FROM 1 BY 1
                       UNTIL WS-IdxMat > 5
                   MOVE Materia-Cod(WS-IdxMat)
                              TO TMat-Cod(WS-IdxMat)
                   MOVE Materia-Nombre(WS-IdxMat)
                              TO TMat-Nombre(WS-IdxMat)
               END-PERFORM
               MOVE 5 TO WS-CantMatCargadas
           END-IF.

       055-GuardarMateria.
           IF WS-CantMatCargadas < 50
               ADD 1 TO WS-CantMatCargadas
               MOVE Mst-Codigo TO TMat-Cod(WS-CantMatCargadas)
               MOVE Mst-Nombre TO TMat-Nombre(WS-CantMatCargadas)
           ELSE
               DISPLAY "PREVIAS2: tabla de materias llena - materia "
                       Mst-Codigo
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       100-InicioGeneral.
           OPEN INPUT ALUMNOS
           IF WS-Alumnos-Status IS NOT EQUAL "00"
               DISPLAY "PREVIAS2: no se pudo abrir ALUMNOS - estado "
                       WS-Alumnos-Status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O MATERIAS-ADEUDADAS
           IF WS-Adeudadas-Status IS EQUAL "35"
               OPEN OUTPUT MATERIAS-ADEUDADAS
               CLOSE MATERIAS-ADEUDADAS
               OPEN I-O MATERIAS-ADEUDADAS
           END-IF
           IF WS-Adeudadas-Status IS NOT EQUAL "00"
               DISPLAY "PREVIAS2: no se pudo abrir MATERIAS-ADEUDADAS "
                       "- estado " WS-Adeudadas-Status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT PREVIAS-EXCEP
           OPEN OUTPUT LISTADO-PREVIAS.

      * solo el promovido arrastra previas; el que repite vuelve a
      * cursar las materias del anio
       200-CargarPromocion.
           OPEN INPUT PROMOCION
           IF WS-Promocion-Status IS NOT EQUAL "00"
               DISPLAY "PREVIAS2: no se pudo abrir PROMOCION "
                       "- estado " WS-Promocion-Status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL WS-FlagPromocion IS EQUAL 1
               READ PROMOCION
                   AT END MOVE 1 TO WS-FlagPromocion
                   NOT AT END
                       IF Pro-Dni IS NUMERIC
                           AND Pro-Estado IS EQUAL "PROMOVIDO"
                           AND Pro-Materias IS NOT EQUAL SPACES
                           PERFORM 210-CargarPreviasAlumno
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROMOCION.

      * Pro-Materias trae hasta cinco nombres de 16 posiciones
       210-CargarPreviasAlumno.
           PERFORM VARYING WS-IdxPrevia FROM 1 BY 1
                   UNTIL WS-IdxPrevia > 5
               COMPUTE WS-OffMaterias = (WS-IdxPrevia - 1) * 16 + 1
               MOVE Pro-Materias(WS-OffMaterias:16)
                                  TO WS-MateriaNombre
               IF WS-MateriaNombre IS NOT EQUAL SPACES
                   PERFORM 220-BuscarMateria
                   IF WS-MateriaEncontrada IS EQUAL 1
                       PERFORM 230-RegistrarPrevia
                   ELSE
                       MOVE Pro-Dni TO WS-Rech-Dni
                       MOVE Pro-Anio TO WS-Rech-Anio
                       MOVE WS-MateriaNombre TO WS-Rech-Materia
                       MOVE "PROMO" TO WS-Rech-Origen
                       MOVE "MATERIA DESCONOCIDA" TO WS-Motivo
                       PERFORM 700-RegistrarRechazo
                   END-IF
               END-IF
           END-PERFORM.

       220-BuscarMateria.
           MOVE 0 TO WS-MateriaEncontrada
           PERFORM VARYING WS-IdxMat FROM 1 BY 1
                   UNTIL WS-IdxMat > WS-CantMatCargadas
                   OR WS-MateriaEncontrada = 1
               IF TMat-Nombre(WS-IdxMat) = WS-MateriaNombre
                   MOVE 1 TO WS-MateriaEncontrada
               END-IF
           END-PERFORM
           IF WS-MateriaEncontrada = 1
               SUBTRACT 1 FROM WS-IdxMat
           END-IF.

      * la misma materia aplazada en los dos cuatrimestres o una
      * recarga del mismo cierre no duplican la previa
       230-RegistrarPrevia.
           MOVE Pro-Dni TO Mad-Dni
           MOVE Pro-Anio TO Mad-Anio
           MOVE TMat-Cod(WS-IdxMat) TO Mad-Materia
           READ MATERIAS-ADEUDADAS
               INVALID KEY
                   MOVE TMat-Nombre(WS-IdxMat) TO Mad-Nombre
                   MOVE WS-Ciclo TO Mad-Ciclo
                   MOVE "D" TO Mad-Estado
                   MOVE ZERO TO Mad-FechaAprob
                   MOVE ZERO TO Mad-NotaAprob
                   MOVE ZERO TO Mad-Intentos
                   MOVE ZERO TO Mad-FechaUltima
                   MOVE ZERO TO Mad-NotaUltima
                   WRITE Mad-Reg
                   ADD 1 TO WS-CantCargadas
               NOT INVALID KEY
                   ADD 1 TO WS-CantYaRegistradas
           END-READ.

       300-ProcesarMesa.
           OPEN INPUT MESA-PREVIAS
           IF WS-Mesa-Status IS EQUAL "00"
               MOVE 1 TO WS-HayMesa
           ELSE
               MOVE 1 TO WS-FlagMesa
           END-IF
           PERFORM UNTIL WS-FlagMesa IS EQUAL 1
               READ MESA-PREVIAS
                   AT END MOVE 1 TO WS-FlagMesa
                   NOT AT END PERFORM 310-AplicarResultado
               END-READ
           END-PERFORM
           IF WS-HayMesa IS EQUAL 1
               CLOSE MESA-PREVIAS
           END-IF.

      * aprobada: se cancela con fecha y nota de la mesa; desaprobada:
      * queda adeudada y se cuenta el intento
       310-AplicarResultado.
           MOVE Mes-Dni TO WS-Rech-Dni
           MOVE Mes-Anio TO WS-Rech-Anio
           MOVE Mes-Materia TO WS-Rech-Materia
           MOVE "MESA" TO WS-Rech-Origen
           MOVE SPACES TO WS-Motivo
           IF Mes-Dni IS NOT NUMERIC OR Mes-Anio IS NOT NUMERIC
               MOVE ZERO TO WS-Rech-Dni
               MOVE ZERO TO WS-Rech-Anio
               MOVE "DNI O ANIO INVALIDO" TO WS-Motivo
           ELSE
               IF Mes-Nota IS NOT NUMERIC OR Mes-Nota > 10
                   MOVE "NOTA INVALIDA" TO WS-Motivo
               ELSE
                   CALL "VALFECHA" USING Mes-Fecha WS-NoFuturo
                                         WS-Fecha-Resultado
                   IF WS-Fecha-Resultado IS NOT EQUAL "V"
                       MOVE "FECHA DE MESA INVALIDA" TO WS-Motivo
                   END-IF
               END-IF
           END-IF
           IF WS-Motivo IS EQUAL SPACES
               MOVE Mes-Dni TO Mad-Dni
               MOVE Mes-Anio TO Mad-Anio
               MOVE Mes-Materia TO Mad-Materia
               READ MATERIAS-ADEUDADAS
                   INVALID KEY
                       MOVE "PREVIA INEXISTENTE" TO WS-Motivo
                   NOT INVALID KEY
                       IF Mad-Estado IS EQUAL "A"
                           MOVE "PREVIA YA APROBADA" TO WS-Motivo
                       ELSE
                           IF Mad-FechaUltima IS EQUAL Mes-Fecha
                               MOVE "RESULTADO DUPLICADO" TO WS-Motivo
                           END-IF
                       END-IF
               END-READ
           END-IF
           IF WS-Motivo IS NOT EQUAL SPACES
               PERFORM 700-RegistrarRechazo
           ELSE
               ADD 1 TO Mad-Intentos
               MOVE Mes-Fecha TO Mad-FechaUltima
               MOVE Mes-Nota TO Mad-NotaUltima
               IF Mes-Nota >= WS-NotaAprobacion
                   MOVE "A" TO Mad-Estado
                   MOVE Mes-Fecha TO Mad-FechaAprob
                   MOVE Mes-Nota TO Mad-NotaAprob
                   ADD 1 TO WS-CantAprobadas
               ELSE
                   ADD 1 TO WS-CantDesaprobadas
               END-IF
               REWRITE Mad-Reg
           END-IF.

      ************************************************************************
      ***************************** input-procedure ****************************
      ************************************************************************
      * el listado va por la division en que esta hoy el alumno
       400-SeleccionarAdeudadas.
           MOVE LOW-VALUES TO Mad-Clave
           START MATERIAS-ADEUDADAS KEY IS NOT LESS Mad-Clave
               INVALID KEY MOVE 1 TO WS-FlagAdeudadas
           END-START
           PERFORM UNTIL WS-FlagAdeudadas IS EQUAL 1
               READ MATERIAS-ADEUDADAS NEXT
                   AT END MOVE 1 TO WS-FlagAdeudadas
                   NOT AT END
                       IF Mad-Estado IS EQUAL "D"
                           PERFORM 410-LiberarAdeudada
                       END-IF
               END-READ
           END-PERFORM.

       410-LiberarAdeudada.
           MOVE Mad-Dni TO Alu-Dni
           READ ALUMNOS
               INVALID KEY
                   MOVE Mad-Dni TO WS-Rech-Dni
                   MOVE Mad-Anio TO WS-Rech-Anio
                   MOVE Mad-Nombre TO WS-Rech-Materia
                   MOVE "LISTA" TO WS-Rech-Origen
                   MOVE "DNI INEXISTENTE" TO WS-Motivo
                   PERFORM 700-RegistrarRechazo
               NOT INVALID KEY
                   MOVE Alu-Anio TO Prv-Sort-Anio
                   MOVE Alu-Div TO Prv-Sort-Div
                   MOVE Alu-Nombre TO Prv-Sort-Nombre
                   MOVE Mad-Dni TO Prv-Sort-Dni
                   MOVE Mad-Anio TO Prv-Sort-AnioMat
                   MOVE Mad-Materia TO Prv-Sort-Materia
                   MOVE Mad-Nombre TO Prv-Sort-NombreMat
                   MOVE Mad-Ciclo TO Prv-Sort-Ciclo
                   MOVE Mad-Intentos TO Prv-Sort-Intentos
                   RELEASE Prv-Sort-Reg
                   ADD 1 TO WS-CantAdeudadas
           END-READ.

      ************************************************************************
      ***************************** output-procedure ***************************
      ************************************************************************
       500-ImprimirListado.
           PERFORM 510-LeerSort
           PERFORM UNTIL WS-FlagSort IS EQUAL 1
               PERFORM 520-VerificarQuiebre
               MOVE SPACES TO Lin-Lis-Detalle
               IF Prv-Sort-Dni IS NOT EQUAL WS-Dni-Anterior
                   MOVE Prv-Sort-Dni TO WS-Dni-Anterior
                   MOVE Prv-Sort-Dni TO ld-Dni
                   MOVE Prv-Sort-Nombre TO ld-Nombre
                   ADD 1 TO WS-AluDivision
                   ADD 1 TO WS-CantAlumnos
               END-IF
               MOVE Prv-Sort-AnioMat TO ld-AnioMat
               MOVE Prv-Sort-NombreMat TO ld-Materia
               MOVE Prv-Sort-Ciclo TO ld-Ciclo
               IF Prv-Sort-Ciclo < WS-Ciclo
                   COMPUTE WS-Antiguedad = WS-Ciclo - Prv-Sort-Ciclo
               ELSE
                   MOVE ZERO TO WS-Antiguedad
               END-IF
               MOVE WS-Antiguedad TO ld-Antiguedad
               MOVE Prv-Sort-Intentos TO ld-Intentos
               WRITE Lis-Reg FROM Lin-Lis-Detalle
               ADD 1 TO WS-PreDivision
               PERFORM 510-LeerSort
           END-PERFORM
           IF WS-PrimerGrupo IS EQUAL 0
               PERFORM 540-ImprimoTotalDivision
           END-IF.

       510-LeerSort.
           RETURN PREVIAS-sort AT END MOVE 1 TO WS-FlagSort.

       520-VerificarQuiebre.
           IF WS-PrimerGrupo IS EQUAL 1
               MOVE 0 TO WS-PrimerGrupo
               PERFORM 530-ImprimoTitulo
           ELSE
               IF Prv-Sort-Anio IS NOT EQUAL WS-Anio-Anterior
                        OR Prv-Sort-Div IS NOT EQUAL WS-Div-Anterior
                   PERFORM 540-ImprimoTotalDivision
                   PERFORM 530-ImprimoTitulo
               END-IF
           END-IF.

       530-ImprimoTitulo.
           MOVE Prv-Sort-Anio TO WS-Anio-Anterior
           MOVE Prv-Sort-Div TO WS-Div-Anterior
           MOVE ZERO TO WS-Dni-Anterior
           MOVE ZERO TO WS-AluDivision
           MOVE ZERO TO WS-PreDivision
           MOVE Prv-Sort-Anio TO lt-Anio
           MOVE Prv-Sort-Div TO lt-Div
           MOVE WS-Ciclo TO lt-Ciclo
           WRITE Lis-Reg FROM Lin-Lis-Titulo
           MOVE SPACES TO Lis-Reg
           WRITE Lis-Reg
           WRITE Lis-Reg FROM Lin-Lis-Encabezado.

       540-ImprimoTotalDivision.
           MOVE WS-AluDivision TO ltt-Alumnos
           MOVE WS-PreDivision TO ltt-Previas
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
           MOVE WS-Rech-Materia TO Exc-Materia
           MOVE WS-Rech-Origen TO Exc-Origen
           MOVE WS-Motivo TO Exc-Motivo
           WRITE Exc-Reg
           ADD 1 TO WS-CantRechazados.

       900-ImprimoResumen.
           MOVE WS-CantCargadas TO lr-Cargadas
           MOVE WS-CantYaRegistradas TO lr-YaRegistradas
           MOVE WS-CantAprobadas TO lr-Aprobadas
           MOVE WS-CantDesaprobadas TO lr-Desaprobadas
           MOVE WS-CantRechazados TO lr-Rechazados
           MOVE WS-CantAdeudadas TO lr-Adeudadas
           IF WS-Modo IS EQUAL "C"
               DISPLAY Lin-Resumen1
               DISPLAY Lin-Resumen2
           END-IF
           DISPLAY Lin-Resumen3
           DISPLAY Lin-Resumen4
           DISPLAY Lin-Resumen5
           DISPLAY Lin-Resumen6
           IF WS-CantRechazados > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

       999-FinGeneral.
           CLOSE ALUMNOS
           CLOSE MATERIAS-ADEUDADAS
           CLOSE PREVIAS-EXCEP
           CLOSE LISTADO-PREVIAS.

       END PROGRAM PREVIAS2.
