      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EQUIVAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
           SELECT EQUIVALENCIAS ASSIGN TO DYNAMIC
           WS-Path-Equivalencias
           ORGANIZATION is line sequential
           FILE STATUS is WS-Equivalencias-Status.

           SELECT MATERIAS-MAESTRO ASSIGN TO DYNAMIC
           WS-Path-Materias-Maestro
           ORGANIZATION is line sequential
           FILE STATUS is WS-MateriasMaestro-Status.

           SELECT XREF-ALUMNOS ASSIGN TO DYNAMIC
           WS-Path-Xref
           ORGANIZATION is line sequential
           FILE STATUS is WS-Xref-Status.

           SELECT XREF-POR-DNI ASSIGN TO DYNAMIC
           WS-Path-Xref-Dni
           ORGANIZATION is INDEXED
           ACCESS MODE is RANDOM
           RECORD KEY is Xrd-Dni
           FILE STATUS is WS-XrefDni-Status.

           SELECT PROMOCION ASSIGN TO DYNAMIC
           WS-Path-Promocion
           ORGANIZATION is line sequential
           FILE STATUS is WS-Promocion-Status.

           SELECT NOTAS2 ASSIGN TO DYNAMIC
           WS-Path-Notas2
           ORGANIZATION is line sequential
           FILE STATUS is WS-Notas2-Status.

           SELECT ALUMNOS ASSIGN TO DYNAMIC
           WS-Path-Alumnos
           ORGANIZATION is INDEXED
           ACCESS MODE is RANDOM
           RECORD KEY is Alu-Codigo
           FILE STATUS is WS-Alumnos-Status.

           SELECT DETALLE-EXAMENES ASSIGN TO DYNAMIC
           WS-Path-Detalle-Examenes
           ORGANIZATION is INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY is Det-Clave
           FILE STATUS is WS-DetalleExamenes-Status.

           SELECT EQUIV-REPORTE ASSIGN TO DYNAMIC
           WS-Path-Reporte
           ORGANIZATION is line sequential
           FILE STATUS is WS-Reporte-Status.

           SELECT EQUIV-EXCEP ASSIGN TO DYNAMIC
           WS-Path-Excep
           ORGANIZATION is line sequential
           FILE STATUS is WS-Excep-Status.

      ******************************************************************
       DATA DIVISION.
        FILE SECTION.
       FD  EQUIVALENCIAS.
       01  Eqv-Reg.
           03 Eqv-Materia2 pic x(4).
           03 filler pic x(2).
           03 Eqv-Materia1 pic x(3).

       FD  MATERIAS-MAESTRO.
       01  Mst-Reg.
           03 Mst-Codigo pic x(4).
           03 Mst-Nombre pic x(16).
           03 Mst-Institucion pic x.

       FD  XREF-ALUMNOS.
       01  Xref-Reg.
           03 Xref-Legajo pic x(6).
           03 filler pic x(2).
           03 Xref-Dni pic x(8).

       FD  XREF-POR-DNI.
       01  Xrd-Reg.
           03 Xrd-Dni pic x(8).
           03 Xrd-Legajo pic x(6).

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

       FD  NOTAS2.
       01  Not1-reg.
           03 Not1-Tiporeg pic 9.
           03 Not1-Dni pic 9(8).
           03 Not1-Anio pic 9.
           03 Not1-Div pic x.
       01  Not2-reg.
           03 Not2-Tiporeg pic 9.
           03 Not2-Materia pic 9(4).
           03 Not2-Nota pic 99v99.
           03 Not2-Cuatrimestre pic 9.

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

       FD  EQUIV-REPORTE.
       01  Rep-Reg pic x(100).

       FD  EQUIV-EXCEP.
       01  Exc-Reg.
           03 Exc-Dni pic x(8).
           03 filler pic x(2) value spaces.
           03 Exc-Legajo pic x(6).
           03 filler pic x(2) value spaces.
           03 Exc-Materia2 pic x(4).
           03 filler pic x(2) value spaces.
           03 Exc-Materia1 pic x(3).
           03 filler pic x(2) value spaces.
           03 Exc-Motivo pic x(30).

       WORKING-STORAGE SECTION.

       01  WS-Path-Equivalencias pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\equivalencias.txt".
       01  WS-Path-Materias-Maestro pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\materias-maestro.txt".
       01  WS-Path-Xref pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\legajo-dni-xref.txt".
       01  WS-Path-Xref-Dni pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\xref-dni-idx.dat".
       01  WS-Path-Promocion pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\promocion.txt".
       01  WS-Path-Notas2 pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\notas.txt".
       01  WS-Path-Alumnos pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\alumnos1-idx.dat".
       01  WS-Path-Detalle-Examenes pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\detalle-examenes-idx.dat".
       01  WS-Path-Reporte pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\equivalencias-otorgadas.txt".
       01  WS-Path-Excep pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\equivalencias-excep.txt".
       01  WS-Path-Override pic x(100).

       01  WS-Equivalencias-Status pic xx.
       01  WS-MateriasMaestro-Status pic xx.
       01  WS-Xref-Status pic xx.
       01  WS-XrefDni-Status pic xx.
       01  WS-Promocion-Status pic xx.
       01  WS-Notas2-Status pic xx.
       01  WS-Alumnos-Status pic xx.
       01  WS-DetalleExamenes-Status pic xx.
       01  WS-Reporte-Status pic xx.
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

      * en el repositorio de Instituto1 la equivalencia se registra con
      * este numero en lugar de un acta
       01  WS-Acta-Equivalencia pic 9(6) value 999999.

       01  WS-Nota-Aprobacion1 pic 9(2) value 4.
       01  WS-Nota-Aprobacion2 pic 9(2) value 6.
       01  WS-NotaAprob-Param pic x(2).
       01  WS-RunFecha pic 9(8).

       01  WS-FlagEquivalencias pic 9 value zero.
       01  WS-FlagMatMaestro pic 9 value zero.
       01  WS-FlagXref pic 9 value zero.
       01  WS-FlagPromocion pic 9 value zero.
       01  WS-FlagNotas2 pic 9 value zero.
       01  WS-FinDetalle pic 9.

       01  WS-CantMatMaestro pic 9(3) value zero.
       01  Tabla-MatMaestro.
           03 Tabla-MatM OCCURS 300 TIMES.
               05 TMm-Codigo pic x(4).
               05 TMm-Nombre pic x(16).
               05 TMm-Institucion pic x.
       01  Idx-MatM pic 9(3).
       01  WS-MatMEncontrada pic 9.
       01  WS-MateriaBuscada pic x(4).
       01  WS-InstitucionBuscada pic x.
       01  WS-NombreMateria pic x(16).

       01  WS-CantEquivalencias pic 9(3) value zero.
       01  Tabla-Equivalencias.
           03 Tabla-Eqv OCCURS 300 TIMES.
               05 TEq-Materia2 pic x(4).
               05 TEq-Materia1 pic x(3).
       01  Idx-Eqv pic 9(3).

       01  WS-XrefEncontrado pic 9.

       01  WS-CantPromocion pic 9(5) value zero.
       01  Tabla-Promocion.
           03 Tabla-Pro OCCURS 2000 TIMES.
               05 TPr-Dni pic 9(8).
       01  Idx-Pro pic 9(5).
       01  WS-PromoEncontrada pic 9.

      * notas de Instituto2 de la persona en curso, por materia
       01  WS-Dni-Actual pic 9(8).
       01  WS-Dni-Alfa pic x(8).
       01  WS-Legajo-Actual pic x(6).
       01  WS-PersonaValida pic 9 value zero.
       01  WS-CantMatPersona pic 9(3) value zero.
       01  Tabla-MatPersona.
           03 Tabla-MPe OCCURS 50 TIMES.
               05 TMp-Materia pic x(4).
               05 TMp-Acum pic 9(4)v99.
               05 TMp-Cant pic 9(2).
               05 TMp-Aplazos pic 9(2).
       01  Idx-MPe pic 9(3).
       01  WS-MPeEncontrada pic 9.
       01  WS-Nota-Equiv pic 9(2).
       01  WS-YaAprobada pic 9.

       01  WS-CantOtorgadas pic 9(5) value zero.
       01  WS-CantYaAprobadas pic 9(5) value zero.
       01  WS-CantSinEquivalencia pic 9(5) value zero.
       01  WS-CantEqvInvalidas pic 9(5) value zero.
       01  WS-CantHaciaInst2 pic 9(5) value zero.

       01  Lin-Rep-Titulo.
           03 filler pic x(100) value
           "EQUIVALENCIAS OTORGADAS - INSTITUTO 2 A INSTITUTO 1".
       01  Lin-Rep-Titulo2.
           03 filler pic x(100) value
           "EQUIVALENCIAS INFORMADAS - INSTITUTO 1 A INSTITUTO 2".
       01  Lin-Rep-Encabezado.
           03 filler pic x(100) value
           "DNI      Legajo Alumno               Mat. Nombre
      -    "   Mat Nombre           Nota".
       01  Lin-Rep-Detalle.
           03 lrd-Dni pic x(8).
           03 filler pic x value space.
           03 lrd-Legajo pic x(6).
           03 filler pic x value space.
           03 lrd-Nombre pic x(20).
           03 filler pic x value space.
           03 lrd-Materia2 pic x(4).
           03 filler pic x value space.
           03 lrd-Nombre2 pic x(16).
           03 filler pic x(3) value spaces.
           03 lrd-Materia1 pic x(3).
           03 filler pic x value space.
           03 lrd-Nombre1 pic x(16).
           03 filler pic x value space.
           03 lrd-Nota pic z9.
       01  Lin-Rep-Total.
           03 filler pic x(30) value "Equivalencias otorgadas:".
           03 lrt-Cantidad pic zzzz9.
       01  Lin-Rep-Total2.
           03 filler pic x(30) value "Equivalencias informadas:".
           03 lrt-Cantidad2 pic zzzz9.
       01  Lin-Rep-Firma1.
           03 filler pic x(100) value
           "Firma y sello de la Directora: _____________________".
       01  Lin-Rep-Firma2.
           03 filler pic x(31) value spaces.
           03 filler pic x(7) value "Fecha: ".
           03 lrf-Dia pic 99.
           03 filler pic x value "/".
           03 lrf-Mes pic 99.
           03 filler pic x value "/".
           03 lrf-Anio pic 9(4).
       01  WS-Fecha-Aux.
           03 WS-Fecha-Aux-Anio pic 9(4).
           03 WS-Fecha-Aux-Mes pic 99.
           03 WS-Fecha-Aux-Dia pic 99.

       01  Lin-Resumen1.
           03 filler pic x(30) value "Equivalencias otorgadas:".
           03 lr-Otorgadas pic zzzz9.
       01  Lin-Resumen2.
           03 filler pic x(30) value "Ya aprobadas en Instituto1:".
           03 lr-YaAprobadas pic zzzz9.
       01  Lin-Resumen3.
           03 filler pic x(30) value "Aprobadas sin equivalencia:".
           03 lr-SinEquivalencia pic zzzz9.
       01  Lin-Resumen4.
           03 filler pic x(30) value "Equivalencias invalidas:".
           03 lr-EqvInvalidas pic zzzz9.
       01  Lin-Resumen5.
           03 filler pic x(30) value "Informadas hacia Instituto2:".
           03 lr-HaciaInst2 pic zzzz9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 000-LeerParametros
           PERFORM 100-InicioGeneral
           PERFORM 150-CargarMaterias
           PERFORM 200-CargarEquivalencias
           PERFORM 250-AbrirXref
           PERFORM 270-CargarPromocion
           WRITE Rep-Reg FROM Lin-Rep-Titulo
           WRITE Rep-Reg FROM Lin-Rep-Encabezado
           PERFORM 300-LeerNotas2
           PERFORM UNTIL WS-FlagNotas2 IS EQUAL 1
               IF Not1-Tiporeg IS EQUAL 1
                   PERFORM 500-CerrarPersona
                   PERFORM 350-AbrirPersona
               ELSE
                   IF WS-PersonaValida IS EQUAL 1
                       PERFORM 400-AcumularNota
                   END-IF
               END-IF
               PERFORM 300-LeerNotas2
           END-PERFORM
           PERFORM 500-CerrarPersona
           MOVE WS-CantOtorgadas TO lrt-Cantidad
           MOVE SPACES TO Rep-Reg
           WRITE Rep-Reg
           WRITE Rep-Reg FROM Lin-Rep-Total
           PERFORM 700-InformarHaciaInstituto2
           PERFORM 900-ImprimoResumen
           PERFORM 999-FinGeneral

           GOBACK.

       000-LeerParametros.
           MOVE "PLAN-NOTA-APROBACION" TO WS-Param-Clave
           PERFORM 005-ObtenerParametro
           MOVE WS-Param-Valor(1:2) TO WS-NotaAprob-Param
           IF WS-NotaAprob-Param IS NUMERIC
               AND WS-NotaAprob-Param > ZERO
               MOVE WS-NotaAprob-Param TO WS-Nota-Aprobacion1
           END-IF
           MOVE "INSTITUTO2-NOTA-APROBACION" TO WS-Param-Clave
           PERFORM 005-ObtenerParametro
           MOVE WS-Param-Valor(1:2) TO WS-NotaAprob-Param
           IF WS-NotaAprob-Param IS NUMERIC
               AND WS-NotaAprob-Param > ZERO
               MOVE WS-NotaAprob-Param TO WS-Nota-Aprobacion2
           END-IF
           PERFORM 010-LeerRutas
           ACCEPT WS-RunFecha FROM DATE YYYYMMDD.

       005-ObtenerParametro.
           MOVE SPACES TO WS-Param-Valor
           CALL "PARAMLEE" USING WS-Param-Clave WS-Param-Valor
                                 WS-Param-Origen
           MOVE WS-Param-Clave TO lpar-Clave
           MOVE WS-Param-Valor(1:20) TO lpar-Valor
           MOVE WS-Param-Origen TO lpar-Origen
           DISPLAY Lin-Param
           IF WS-Param-Origen IS EQUAL "X"
               DISPLAY "EQUIVAL: no se pudieron cargar los "
                       "parametros"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       010-LeerRutas.
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "EQUIVAL-EQUIVALENCIAS-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Equivalencias
           END-IF
           ACCEPT WS-Path-Override
                  FROM ENVIRONMENT "EQUIVAL-MATERIAS-MAESTRO-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Materias-Maestro
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "EQUIVAL-XREF-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Xref
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "EQUIVAL-XREF-DNI-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Xref-Dni
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "EQUIVAL-PROMOCION-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Promocion
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "EQUIVAL-NOTAS2-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Notas2
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "EQUIVAL-ALUMNOS-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Alumnos
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "EQUIVAL-DETALLE-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Detalle-Examenes
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "EQUIVAL-REPORTE-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Reporte
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "EQUIVAL-EXCEP-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Excep
           END-IF.

       100-InicioGeneral.
           OPEN INPUT NOTAS2
           IF WS-Notas2-Status IS NOT EQUAL "00"
               DISPLAY "EQUIVAL: no se pudo abrir NOTAS2 - estado "
                       WS-Notas2-Status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT ALUMNOS
           IF WS-Alumnos-Status IS NOT EQUAL "00"
               DISPLAY "EQUIVAL: no se pudo abrir ALUMNOS - estado "
                       WS-Alumnos-Status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O DETALLE-EXAMENES
           IF WS-DetalleExamenes-Status IS EQUAL "35"
               OPEN OUTPUT DETALLE-EXAMENES
               CLOSE DETALLE-EXAMENES
               OPEN I-O DETALLE-EXAMENES
           END-IF
           IF WS-DetalleExamenes-Status IS NOT EQUAL "00"
               DISPLAY "EQUIVAL: no se pudo abrir DETALLE-EXAMENES "
                       "- estado " WS-DetalleExamenes-Status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT EQUIV-REPORTE
           OPEN OUTPUT EQUIV-EXCEP.

       150-CargarMaterias.
           OPEN INPUT MATERIAS-MAESTRO
           IF WS-MateriasMaestro-Status IS NOT EQUAL "00"
               DISPLAY "EQUIVAL: no se pudo abrir MATERIAS-MAESTRO "
                       "- estado " WS-MateriasMaestro-Status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL WS-FlagMatMaestro IS EQUAL 1
               READ MATERIAS-MAESTRO
                   AT END MOVE 1 TO WS-FlagMatMaestro
                   NOT AT END
                       IF WS-CantMatMaestro < 300
                           ADD 1 TO WS-CantMatMaestro
                           MOVE Mst-Codigo
                                  TO TMm-Codigo(WS-CantMatMaestro)
                           MOVE Mst-Nombre
                                  TO TMm-Nombre(WS-CantMatMaestro)
                           MOVE Mst-Institucion
                                  TO TMm-Institucion(WS-CantMatMaestro)
                       ELSE
                           DISPLAY "EQUIVAL: tabla de materias llena"
                           MOVE 8 TO RETURN-CODE
                           GOBACK
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MATERIAS-MAESTRO.

      * cada lado de la equivalencia tiene que existir en el maestro
      * de materias con la institucion que le corresponde
       200-CargarEquivalencias.
           OPEN INPUT EQUIVALENCIAS
           IF WS-Equivalencias-Status IS NOT EQUAL "00"
               DISPLAY "EQUIVAL: no se pudo abrir EQUIVALENCIAS "
                       "- estado " WS-Equivalencias-Status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL WS-FlagEquivalencias IS EQUAL 1
               READ EQUIVALENCIAS
                   AT END MOVE 1 TO WS-FlagEquivalencias
                   NOT AT END
                       PERFORM 210-ValidarEquivalencia
               END-READ
           END-PERFORM
           CLOSE EQUIVALENCIAS.

       210-ValidarEquivalencia.
           MOVE SPACES TO Exc-Reg
           MOVE Eqv-Materia2 TO WS-MateriaBuscada
           MOVE "2" TO WS-InstitucionBuscada
           PERFORM 220-BuscarMateria
           IF WS-MatMEncontrada IS NOT EQUAL 1
               MOVE "MATERIA DE INSTITUTO2 INVALIDA" TO Exc-Motivo
           ELSE
               MOVE Eqv-Materia1 TO WS-MateriaBuscada
               MOVE "1" TO WS-InstitucionBuscada
               PERFORM 220-BuscarMateria
               IF WS-MatMEncontrada IS NOT EQUAL 1
                   MOVE "MATERIA DE INSTITUTO1 INVALIDA" TO Exc-Motivo
               END-IF
           END-IF
           IF Exc-Motivo IS NOT EQUAL SPACES
               MOVE Eqv-Materia2 TO Exc-Materia2
               MOVE Eqv-Materia1 TO Exc-Materia1
               WRITE Exc-Reg
               ADD 1 TO WS-CantEqvInvalidas
           ELSE
               IF WS-CantEquivalencias < 300
                   ADD 1 TO WS-CantEquivalencias
                   MOVE Eqv-Materia2
                          TO TEq-Materia2(WS-CantEquivalencias)
                   MOVE Eqv-Materia1
                          TO TEq-Materia1(WS-CantEquivalencias)
               ELSE
                   DISPLAY "EQUIVAL: tabla de equivalencias llena"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

      * Instituto1 guarda sus materias con codigo de 3 posiciones
       220-BuscarMateria.
           MOVE 0 TO WS-MatMEncontrada
           MOVE SPACES TO WS-NombreMateria
           PERFORM VARYING Idx-MatM FROM 1 BY 1
                   UNTIL Idx-MatM > WS-CantMatMaestro
                   OR WS-MatMEncontrada = 1
               IF TMm-Institucion(Idx-MatM)
                                  IS EQUAL WS-InstitucionBuscada
                   IF WS-InstitucionBuscada IS EQUAL "1"
                       IF TMm-Codigo(Idx-MatM)(1:3)
                                  IS EQUAL WS-MateriaBuscada(1:3)
                           MOVE 1 TO WS-MatMEncontrada
                       END-IF
                   ELSE
                       IF TMm-Codigo(Idx-MatM)
                                  IS EQUAL WS-MateriaBuscada
                           MOVE 1 TO WS-MatMEncontrada
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-MatMEncontrada = 1
               SUBTRACT 1 FROM Idx-MatM
               MOVE TMm-Nombre(Idx-MatM) TO WS-NombreMateria
           END-IF.

       250-AbrirXref.
           OPEN INPUT XREF-POR-DNI
           IF WS-XrefDni-Status IS NOT EQUAL "00"
               DISPLAY "EQUIVAL: no se pudo abrir XREF-POR-DNI "
                       "- estado " WS-XrefDni-Status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      * solo cuentan las materias de quien ya tiene el cierre de
      * Instituto2 en PROMOCION
       270-CargarPromocion.
           OPEN INPUT PROMOCION
           IF WS-Promocion-Status IS NOT EQUAL "00"
               DISPLAY "EQUIVAL: no se pudo abrir PROMOCION "
                       "- estado " WS-Promocion-Status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL WS-FlagPromocion IS EQUAL 1
               READ PROMOCION
                   AT END MOVE 1 TO WS-FlagPromocion
                   NOT AT END
                       IF Pro-Dni IS NUMERIC
                           IF WS-CantPromocion < 2000
                               ADD 1 TO WS-CantPromocion
                               MOVE Pro-Dni
                                      TO TPr-Dni(WS-CantPromocion)
                           ELSE
                               DISPLAY "EQUIVAL: tabla de promocion "
                                       "llena"
                               MOVE 8 TO RETURN-CODE
                               GOBACK
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROMOCION.

       300-LeerNotas2.
           READ NOTAS2 AT END MOVE 1 TO WS-FlagNotas2.

       350-AbrirPersona.
           MOVE 0 TO WS-PersonaValida
           MOVE ZERO TO WS-CantMatPersona
           MOVE Not1-Dni TO WS-Dni-Actual
           MOVE WS-Dni-Actual TO WS-Dni-Alfa
           MOVE 0 TO WS-XrefEncontrado
           MOVE WS-Dni-Alfa TO Xrd-Dni
           READ XREF-POR-DNI
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 1 TO WS-XrefEncontrado
           END-READ
           IF WS-XrefEncontrado IS EQUAL 1
               MOVE Xrd-Legajo TO WS-Legajo-Actual
               MOVE 0 TO WS-PromoEncontrada
               PERFORM VARYING Idx-Pro FROM 1 BY 1
                       UNTIL Idx-Pro > WS-CantPromocion
                       OR WS-PromoEncontrada = 1
                   IF TPr-Dni(Idx-Pro) IS EQUAL WS-Dni-Actual
                       MOVE 1 TO WS-PromoEncontrada
                   END-IF
               END-PERFORM
               IF WS-PromoEncontrada IS EQUAL 1
                   MOVE 1 TO WS-PersonaValida
               END-IF
           END-IF.

       400-AcumularNota.
           MOVE 0 TO WS-MPeEncontrada
           PERFORM VARYING Idx-MPe FROM 1 BY 1
                   UNTIL Idx-MPe > WS-CantMatPersona
                   OR WS-MPeEncontrada = 1
               IF TMp-Materia(Idx-MPe) IS EQUAL Not2-Materia
                   MOVE 1 TO WS-MPeEncontrada
               END-IF
           END-PERFORM
           IF WS-MPeEncontrada IS EQUAL 1
               SUBTRACT 1 FROM Idx-MPe
           ELSE
               IF WS-CantMatPersona < 50
                   ADD 1 TO WS-CantMatPersona
                   MOVE WS-CantMatPersona TO Idx-MPe
                   MOVE Not2-Materia TO TMp-Materia(Idx-MPe)
                   MOVE ZERO TO TMp-Acum(Idx-MPe)
                   MOVE ZERO TO TMp-Cant(Idx-MPe)
                   MOVE ZERO TO TMp-Aplazos(Idx-MPe)
               ELSE
                   DISPLAY "EQUIVAL: tabla de materias por alumno "
                           "llena - dni " WS-Dni-Actual
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           ADD Not2-Nota TO TMp-Acum(Idx-MPe)
           ADD 1 TO TMp-Cant(Idx-MPe)
           IF Not2-Nota < WS-Nota-Aprobacion2
               ADD 1 TO TMp-Aplazos(Idx-MPe)
           END-IF.

      * una materia de Instituto2 esta aprobada si no tiene aplazos en
      * ningun cuatrimestre; la nota que se acredita es el promedio
       500-CerrarPersona.
           IF WS-PersonaValida IS EQUAL 1
               MOVE WS-Legajo-Actual TO Alu-Codigo
               READ ALUMNOS
                   INVALID KEY
                       MOVE SPACES TO Alu-Nombre
               END-READ
               PERFORM VARYING Idx-MPe FROM 1 BY 1
                       UNTIL Idx-MPe > WS-CantMatPersona
                   IF TMp-Aplazos(Idx-MPe) IS EQUAL ZERO
                       AND TMp-Cant(Idx-MPe) > ZERO
                       PERFORM 510-OtorgarEquivalencia
                   END-IF
               END-PERFORM
           END-IF
           MOVE 0 TO WS-PersonaValida.

       510-OtorgarEquivalencia.
           MOVE 0 TO WS-MatMEncontrada
           PERFORM VARYING Idx-Eqv FROM 1 BY 1
                   UNTIL Idx-Eqv > WS-CantEquivalencias
                   OR WS-MatMEncontrada = 1
               IF TEq-Materia2(Idx-Eqv) IS EQUAL TMp-Materia(Idx-MPe)
                   MOVE 1 TO WS-MatMEncontrada
               END-IF
           END-PERFORM
           IF WS-MatMEncontrada IS NOT EQUAL 1
               ADD 1 TO WS-CantSinEquivalencia
           ELSE
               SUBTRACT 1 FROM Idx-Eqv
               COMPUTE WS-Nota-Equiv ROUNDED =
                          TMp-Acum(Idx-MPe) / TMp-Cant(Idx-MPe)
               PERFORM 520-VerificarYaAprobada
               IF WS-YaAprobada IS EQUAL 1
                   ADD 1 TO WS-CantYaAprobadas
               ELSE
                   MOVE WS-Legajo-Actual TO Det-Legajo
                   MOVE TEq-Materia1(Idx-Eqv) TO Det-Materia
                   MOVE WS-Acta-Equivalencia TO Det-Acta
                   MOVE WS-RunFecha TO Det-Fecha
                   MOVE WS-Nota-Equiv TO Det-Nota
                   WRITE Det-Reg
                       INVALID KEY
                           ADD 1 TO WS-CantYaAprobadas
                       NOT INVALID KEY
                           ADD 1 TO WS-CantOtorgadas
                           PERFORM 550-ImprimirOtorgada
                   END-WRITE
               END-IF
           END-IF.

       520-VerificarYaAprobada.
           MOVE 0 TO WS-YaAprobada
           MOVE WS-Legajo-Actual TO Det-Legajo
           MOVE TEq-Materia1(Idx-Eqv) TO Det-Materia
           MOVE ZERO TO Det-Acta
           MOVE 0 TO WS-FinDetalle
           START DETALLE-EXAMENES KEY IS NOT LESS THAN Det-Clave
               INVALID KEY MOVE 1 TO WS-FinDetalle
           END-START
           PERFORM UNTIL WS-FinDetalle IS EQUAL 1
                      OR WS-YaAprobada IS EQUAL 1
               READ DETALLE-EXAMENES NEXT RECORD
                   AT END MOVE 1 TO WS-FinDetalle
               END-READ
               IF WS-FinDetalle IS EQUAL 0
                   IF Det-Legajo IS NOT EQUAL WS-Legajo-Actual
                       OR Det-Materia IS NOT EQUAL
                                            TEq-Materia1(Idx-Eqv)
                       MOVE 1 TO WS-FinDetalle
                   ELSE
                       IF Det-Nota >= WS-Nota-Aprobacion1
                           MOVE 1 TO WS-YaAprobada
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       550-ImprimirOtorgada.
           MOVE SPACES TO Lin-Rep-Detalle
           MOVE WS-Dni-Alfa TO lrd-Dni
           MOVE WS-Legajo-Actual TO lrd-Legajo
           MOVE Alu-Nombre TO lrd-Nombre
           MOVE TEq-Materia2(Idx-Eqv) TO lrd-Materia2
           MOVE TEq-Materia2(Idx-Eqv) TO WS-MateriaBuscada
           MOVE "2" TO WS-InstitucionBuscada
           PERFORM 220-BuscarMateria
           MOVE WS-NombreMateria TO lrd-Nombre2
           MOVE TEq-Materia1(Idx-Eqv) TO lrd-Materia1
           MOVE TEq-Materia1(Idx-Eqv) TO WS-MateriaBuscada
           MOVE "1" TO WS-InstitucionBuscada
           PERFORM 220-BuscarMateria
           MOVE WS-NombreMateria TO lrd-Nombre1
           MOVE WS-Nota-Equiv TO lrd-Nota
           WRITE Rep-Reg FROM Lin-Rep-Detalle.

      * sentido inverso: Instituto2 no tiene repositorio de examenes,
      * asi que las materias aprobadas en Instituto1 por alumnos con
      * DNI en el xref se informan para que secretaria las acredite
       700-InformarHaciaInstituto2.
           MOVE SPACES TO Rep-Reg
           WRITE Rep-Reg
           WRITE Rep-Reg FROM Lin-Rep-Titulo2
           WRITE Rep-Reg FROM Lin-Rep-Encabezado
           OPEN INPUT XREF-ALUMNOS
           IF WS-Xref-Status IS NOT EQUAL "00"
               DISPLAY "EQUIVAL: no se pudo abrir XREF-ALUMNOS "
                       "- estado " WS-Xref-Status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL WS-FlagXref IS EQUAL 1
               READ XREF-ALUMNOS
                   AT END MOVE 1 TO WS-FlagXref
                   NOT AT END PERFORM 710-InformarLegajo
               END-READ
           END-PERFORM
           CLOSE XREF-ALUMNOS
           MOVE WS-CantHaciaInst2 TO lrt-Cantidad2
           MOVE SPACES TO Rep-Reg
           WRITE Rep-Reg
           WRITE Rep-Reg FROM Lin-Rep-Total2
           MOVE SPACES TO Rep-Reg
           WRITE Rep-Reg
           WRITE Rep-Reg
           WRITE Rep-Reg FROM Lin-Rep-Firma1
           MOVE WS-RunFecha TO WS-Fecha-Aux
           MOVE WS-Fecha-Aux-Dia TO lrf-Dia
           MOVE WS-Fecha-Aux-Mes TO lrf-Mes
           MOVE WS-Fecha-Aux-Anio TO lrf-Anio
           WRITE Rep-Reg FROM Lin-Rep-Firma2.

       710-InformarLegajo.
           MOVE Xref-Legajo TO WS-Legajo-Actual
           MOVE Xref-Dni TO WS-Dni-Alfa
           MOVE WS-Legajo-Actual TO Alu-Codigo
           READ ALUMNOS
               INVALID KEY
                   MOVE SPACES TO Alu-Nombre
           END-READ
           MOVE WS-Legajo-Actual TO Det-Legajo
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
                   IF Det-Legajo IS NOT EQUAL WS-Legajo-Actual
                       MOVE 1 TO WS-FinDetalle
                   ELSE
                       IF Det-Nota >= WS-Nota-Aprobacion1
                           AND Det-Acta IS NOT EQUAL
                                            WS-Acta-Equivalencia
                           PERFORM 720-InformarMateria
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       720-InformarMateria.
           PERFORM VARYING Idx-Eqv FROM 1 BY 1
                   UNTIL Idx-Eqv > WS-CantEquivalencias
               IF TEq-Materia1(Idx-Eqv) IS EQUAL Det-Materia
                   ADD 1 TO WS-CantHaciaInst2
                   MOVE Det-Nota TO WS-Nota-Equiv
                   PERFORM 550-ImprimirOtorgada
               END-IF
           END-PERFORM.

       900-ImprimoResumen.
           MOVE WS-CantOtorgadas TO lr-Otorgadas
           MOVE WS-CantYaAprobadas TO lr-YaAprobadas
           MOVE WS-CantSinEquivalencia TO lr-SinEquivalencia
           MOVE WS-CantEqvInvalidas TO lr-EqvInvalidas
           MOVE WS-CantHaciaInst2 TO lr-HaciaInst2
           DISPLAY Lin-Resumen1
           DISPLAY Lin-Resumen2
           DISPLAY Lin-Resumen3
           DISPLAY Lin-Resumen4
           DISPLAY Lin-Resumen5
           IF WS-CantEqvInvalidas > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

       999-FinGeneral.
           CLOSE NOTAS2
           CLOSE XREF-POR-DNI
           CLOSE ALUMNOS
           CLOSE DETALLE-EXAMENES
           CLOSE EQUIV-REPORTE
           CLOSE EQUIV-EXCEP.

       END PROGRAM EQUIVAL.
