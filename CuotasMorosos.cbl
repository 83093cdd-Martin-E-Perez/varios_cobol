      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUOTASMORA.
      ******************************************************************
       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
           SELECT CUOTAS ASSIGN TO DYNAMIC
           WS-Path-Cuotas
           ORGANIZATION is INDEXED
           ACCESS MODE is SEQUENTIAL
           RECORD KEY is Cuo-Clave
           FILE STATUS is WS-Cuotas-Status.

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

           SELECT XREF-POR-DNI ASSIGN TO DYNAMIC
           WS-Path-Xref-Dni
           ORGANIZATION is INDEXED
           ACCESS MODE is RANDOM
           RECORD KEY is Xrd-Dni
           FILE STATUS is WS-Xref-Status.

           SELECT MOROSOS ASSIGN TO DYNAMIC
           WS-Path-Morosos
           ORGANIZATION is line sequential
           FILE STATUS is WS-Morosos-Status.

           SELECT MOROSOS-sort ASSIGN TO DYNAMIC
           WS-Path-Morosos-Sort
           ORGANIZATION is line sequential.

      ******************************************************************
       DATA DIVISION.
        FILE SECTION.
       FD  CUOTAS.
       01  Cuo-Reg.
           03 Cuo-Clave.
               05 Cuo-Cuenta pic x(8).
               05 Cuo-Periodo pic 9(6).
           03 Cuo-Institucion pic x.
           03 Cuo-Vencimiento pic 9(8).
           03 Cuo-Importe pic 9(7)v99.
           03 Cuo-Pagado pic 9(7)v99.
           03 Cuo-FechaPago pic 9(8).

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

       FD  XREF-POR-DNI.
       01  Xrd-Reg.
           03 Xrd-Dni pic x(8).
           03 Xrd-Legajo pic x(6).

       FD  MOROSOS.
       01  Mor-Reg pic x(100).

       SD  MOROSOS-sort.
       01  Mor-Sort-Reg.
           03 Mor-Sort-Tramo pic 9.
           03 Mor-Sort-Dias pic 9(3).
           03 Mor-Sort-Cuenta pic x(8).
           03 Mor-Sort-Cuotas pic 9(3).
           03 Mor-Sort-Deuda pic 9(9)v99.

       WORKING-STORAGE SECTION.

       01  WS-Path-Cuotas pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\cuotas-idx.dat".
       01  WS-Path-Alumnos1 pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\alumnos1-idx.dat".
       01  WS-Path-Alumnos2 pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\alumnos2-idx.dat".
       01  WS-Path-Xref-Dni pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\xref-dni-idx.dat".
       01  WS-Path-Morosos pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\cuotas-morosos.txt".
       01  WS-Path-Morosos-Sort pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\cuotas-morosos-sort.tmp".
       01  WS-Path-Override pic x(100).

       01  WS-Cuotas-Status pic xx.
       01  WS-Alumnos1-Status pic xx.
       01  WS-Alumnos2-Status pic xx.
       01  WS-Xref-Status pic xx.
       01  WS-Morosos-Status pic xx.

       01  WS-Param-Clave pic x(30).
       01  WS-Param-Valor pic x(100).
       01  WS-Param-Origen pic x.
       01  Lin-Param.
           03 filler pic x(10) value "PARAMETRO ".
           03 lpar-Clave pic x(30).
           03 lpar-Valor pic x(20).
           03 filler pic x(9) value " ORIGEN: ".
           03 lpar-Origen pic x.

       01  WS-DiasMora pic 9(3) value 60.
       01  WS-DiasMora-Param pic x(3).
       01  WS-RunFecha pic 9(8).

       01  WS-Cal-Funcion pic x.
       01  WS-Cal-Fecha pic 9(8).
       01  WS-Cal-Dias pic 9(3) value zero.
       01  WS-Cal-Resultado pic x.

       01  WS-FinCuotas pic 9 value zero.
       01  WS-HayXref pic 9 value zero.
       01  WS-FlagSort pic 9 value zero.
       01  WS-PrimeraCuenta pic 9 value 1.
       01  WS-Cuenta-Actual pic x(8).
       01  WS-Deuda pic 9(9)v99.
       01  WS-CuotasImpagas pic 9(3).
       01  WS-VtoMasViejo pic 9(8).
       01  WS-Nombre pic x(40).
       01  WS-Tramo-Anterior pic 9.

       01  WS-XrefEncontrado pic 9.

       01  Tabla-Tramos.
           03 filler pic x(16) value "1 A 30 DIAS".
           03 filler pic x(16) value "31 A 60 DIAS".
           03 filler pic x(16) value "61 A 90 DIAS".
           03 filler pic x(16) value "MAS DE 90 DIAS".
       01  Vec-Tramos redefines Tabla-Tramos.
           03 Tramo-Desc pic x(16) OCCURS 4 TIMES.

       01  WS-CantTramo pic 9(5).
       01  WS-DeudaTramo pic 9(9)v99.
       01  WS-CantMorosos pic 9(5) value zero.
       01  WS-CantRetenidos pic 9(5) value zero.
       01  WS-DeudaTotal pic 9(11)v99 value zero.

       01  Lin-Mor-Titulo.
           03 filler pic x(40) value
           "MOROSOS POR ANTIGUEDAD DE DEUDA - TRAMO ".
           03 lmt-Tramo pic x(16).
       01  Lin-Mor-Encabezado.
           03 filler pic x(100) value
           "Cuenta   Alumno                                    Dias Cuo
      -    "tas           Deuda  Examenes".
       01  Lin-Mor-Detalle.
           03 lmd-Cuenta pic x(8).
           03 filler pic x value space.
           03 lmd-Nombre pic x(40).
           03 filler pic x value space.
           03 lmd-Dias pic zz9.
           03 filler pic x(3) value spaces.
           03 lmd-Cuotas pic zz9.
           03 filler pic x(2) value spaces.
           03 lmd-Deuda pic zzz.zzz.zz9,99.
           03 filler pic x(2) value spaces.
           03 lmd-Retiene pic x(8).
       01  Lin-Mor-Total.
           03 filler pic x(20) value "Cuentas en el tramo:".
           03 lmt-Cant pic zzzz9.
           03 filler pic x(10) value "   Deuda: ".
           03 lmt-Deuda pic zzz.zzz.zz9,99.

       01  Lin-Resumen1.
           03 filler pic x(30) value "Cuentas morosas:".
           03 lr-Morosos pic zzzz9.
       01  Lin-Resumen2.
           03 filler pic x(30) value "Con examenes retenidos:".
           03 lr-Retenidos pic zzzz9.
       01  Lin-Resumen3.
           03 filler pic x(30) value "Deuda vencida total:".
           03 lr-DeudaTotal pic zz.zzz.zzz.zz9,99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 000-LeerParametros
           PERFORM 100-InicioGeneral
           PERFORM 150-AbrirXref
           SORT MOROSOS-sort DESCENDING Mor-Sort-Tramo
                             DESCENDING Mor-Sort-Dias
                             ASCENDING Mor-Sort-Cuenta
           INPUT PROCEDURE IS 200-AcumularCuentas
           OUTPUT PROCEDURE IS 500-ImprimirMorosos
           PERFORM 900-ImprimoResumen
           PERFORM 999-FinGeneral

           GOBACK.

       000-LeerParametros.
           MOVE "CUOTAS-DIAS-MORA" TO WS-Param-Clave
           PERFORM 005-ObtenerParametro
           MOVE WS-Param-Valor(1:3) TO WS-DiasMora-Param
           IF WS-DiasMora-Param IS NUMERIC
               AND WS-DiasMora-Param > ZERO
               MOVE WS-DiasMora-Param TO WS-DiasMora
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "CUOTAS-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Cuotas
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "CUOTASMORA-ALUMNOS1-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Alumnos1
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "CUOTASMORA-ALUMNOS2-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Alumnos2
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "CUOTASMORA-XREF-DNI-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Xref-Dni
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "CUOTASMORA-MOROSOS-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Morosos
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "CUOTASMORA-SORT-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Morosos-Sort
           END-IF
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
               DISPLAY "CUOTASMORA: no se pudieron cargar los "
                       "parametros"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       100-InicioGeneral.
           OPEN INPUT CUOTAS
           IF WS-Cuotas-Status IS NOT EQUAL "00"
               DISPLAY "CUOTASMORA: no se pudo abrir CUOTAS - estado "
                       WS-Cuotas-Status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT ALUMNOS1
           OPEN INPUT ALUMNOS2
           OPEN OUTPUT MOROSOS.

       150-AbrirXref.
           OPEN INPUT XREF-POR-DNI
           IF WS-Xref-Status IS EQUAL "00"
               MOVE 1 TO WS-HayXref
           END-IF.

      ************************************************************************
      ***************************** input-procedure ****************************
      ************************************************************************
      * deuda vencida de la cuenta: cuotas con vencimiento anterior a
      * hoy y sin cancelar; la antiguedad es la de la mas vieja
       200-AcumularCuentas.
           PERFORM 210-LeerCuota
           PERFORM UNTIL WS-FinCuotas IS EQUAL 1
               IF WS-PrimeraCuenta IS EQUAL 1
                   OR Cuo-Cuenta IS NOT EQUAL WS-Cuenta-Actual
                   IF WS-PrimeraCuenta IS EQUAL 0
                       PERFORM 300-CerrarCuenta
                   END-IF
                   MOVE 0 TO WS-PrimeraCuenta
                   MOVE Cuo-Cuenta TO WS-Cuenta-Actual
                   MOVE ZERO TO WS-Deuda
                   MOVE ZERO TO WS-CuotasImpagas
                   MOVE ZERO TO WS-VtoMasViejo
               END-IF
               IF Cuo-Vencimiento < WS-RunFecha
                   AND Cuo-Pagado < Cuo-Importe
                   COMPUTE WS-Deuda = WS-Deuda
                              + Cuo-Importe - Cuo-Pagado
                   ADD 1 TO WS-CuotasImpagas
                   IF WS-VtoMasViejo IS EQUAL ZERO
                       MOVE Cuo-Vencimiento TO WS-VtoMasViejo
                   END-IF
               END-IF
               PERFORM 210-LeerCuota
           END-PERFORM
           IF WS-PrimeraCuenta IS EQUAL 0
               PERFORM 300-CerrarCuenta
           END-IF.

       210-LeerCuota.
           READ CUOTAS NEXT AT END MOVE 1 TO WS-FinCuotas
           END-READ.

       300-CerrarCuenta.
           IF WS-Deuda > ZERO
               MOVE "D" TO WS-Cal-Funcion
               MOVE WS-VtoMasViejo TO WS-Cal-Fecha
               MOVE ZERO TO WS-Cal-Dias
               CALL "CALENDARIO" USING WS-Cal-Funcion WS-Cal-Fecha
                                       WS-Cal-Dias WS-Cal-Resultado
               IF WS-Cal-Resultado IS EQUAL "X"
                   DISPLAY "CUOTASMORA: no se pudo cargar el calendario"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               EVALUATE TRUE
                   WHEN WS-Cal-Dias <= 30
                       MOVE 1 TO Mor-Sort-Tramo
                   WHEN WS-Cal-Dias <= 60
                       MOVE 2 TO Mor-Sort-Tramo
                   WHEN WS-Cal-Dias <= 90
                       MOVE 3 TO Mor-Sort-Tramo
                   WHEN OTHER
                       MOVE 4 TO Mor-Sort-Tramo
               END-EVALUATE
               MOVE WS-Cal-Dias TO Mor-Sort-Dias
               MOVE WS-Cuenta-Actual TO Mor-Sort-Cuenta
               MOVE WS-CuotasImpagas TO Mor-Sort-Cuotas
               MOVE WS-Deuda TO Mor-Sort-Deuda
               RELEASE Mor-Sort-Reg
           END-IF.

      ************************************************************************
      ***************************** output-procedure ***************************
      ************************************************************************
       500-ImprimirMorosos.
           MOVE 1 TO WS-PrimeraCuenta
           PERFORM 510-LeerSort
           PERFORM UNTIL WS-FlagSort IS EQUAL 1
               IF WS-PrimeraCuenta IS EQUAL 1
                   OR Mor-Sort-Tramo IS NOT EQUAL WS-Tramo-Anterior
                   IF WS-PrimeraCuenta IS EQUAL 0
                       PERFORM 540-ImprimoTotalTramo
                   END-IF
                   PERFORM 530-ImprimoTitulo
               END-IF
               PERFORM 520-ImprimirCuenta
               PERFORM 510-LeerSort
           END-PERFORM
           IF WS-PrimeraCuenta IS EQUAL 0
               PERFORM 540-ImprimoTotalTramo
           END-IF.

       510-LeerSort.
           RETURN MOROSOS-sort AT END MOVE 1 TO WS-FlagSort.

       520-ImprimirCuenta.
           ADD 1 TO WS-CantMorosos
           ADD 1 TO WS-CantTramo
           ADD Mor-Sort-Deuda TO WS-DeudaTramo
           ADD Mor-Sort-Deuda TO WS-DeudaTotal
           MOVE Mor-Sort-Cuenta TO WS-Cuenta-Actual
           PERFORM 600-BuscarNombre
           MOVE SPACES TO Lin-Mor-Detalle
           MOVE Mor-Sort-Cuenta TO lmd-Cuenta
           MOVE WS-Nombre TO lmd-Nombre
           MOVE Mor-Sort-Dias TO lmd-Dias
           MOVE Mor-Sort-Cuotas TO lmd-Cuotas
           MOVE Mor-Sort-Deuda TO lmd-Deuda
           IF Mor-Sort-Dias >= WS-DiasMora
               MOVE "RETENIDO" TO lmd-Retiene
               ADD 1 TO WS-CantRetenidos
           END-IF
           WRITE Mor-Reg FROM Lin-Mor-Detalle.

       530-ImprimoTitulo.
           MOVE 0 TO WS-PrimeraCuenta
           MOVE Mor-Sort-Tramo TO WS-Tramo-Anterior
           MOVE ZERO TO WS-CantTramo
           MOVE ZERO TO WS-DeudaTramo
           MOVE Tramo-Desc(Mor-Sort-Tramo) TO lmt-Tramo
           WRITE Mor-Reg FROM Lin-Mor-Titulo
           MOVE SPACES TO Mor-Reg
           WRITE Mor-Reg
           WRITE Mor-Reg FROM Lin-Mor-Encabezado.

       540-ImprimoTotalTramo.
           MOVE WS-CantTramo TO lmt-Cant
           MOVE WS-DeudaTramo TO lmt-Deuda
           MOVE SPACES TO Mor-Reg
           WRITE Mor-Reg
           WRITE Mor-Reg FROM Lin-Mor-Total
           MOVE SPACES TO Mor-Reg
           WRITE Mor-Reg
           WRITE Mor-Reg.

      * cuenta por DNI: primero ALUMNOS2; si no esta, el legajo del
      * xref en ALUMNOS1. Cuenta por legajo: ALUMNOS1 directo
       600-BuscarNombre.
           MOVE SPACES TO WS-Nombre
           IF WS-Cuenta-Actual(7:2) IS EQUAL SPACES
               MOVE WS-Cuenta-Actual(1:6) TO Alu1-Codigo
               PERFORM 610-LeerAlumno1
           ELSE
               MOVE WS-Cuenta-Actual TO Alu2-Dni
               READ ALUMNOS2
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE Alu2-Nombre TO WS-Nombre
               END-READ
               IF WS-Nombre IS EQUAL SPACES
                   MOVE 0 TO WS-XrefEncontrado
                   IF WS-HayXref IS EQUAL 1
                       MOVE WS-Cuenta-Actual TO Xrd-Dni
                       READ XREF-POR-DNI
                           INVALID KEY CONTINUE
                           NOT INVALID KEY MOVE 1 TO WS-XrefEncontrado
                       END-READ
                   END-IF
                   IF WS-XrefEncontrado IS EQUAL 1
                       MOVE Xrd-Legajo TO Alu1-Codigo
                       PERFORM 610-LeerAlumno1
                   END-IF
               END-IF
           END-IF.

       610-LeerAlumno1.
           READ ALUMNOS1
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE Alu1-Nombre TO WS-Nombre
           END-READ.

       900-ImprimoResumen.
           MOVE WS-CantMorosos TO lr-Morosos
           MOVE WS-CantRetenidos TO lr-Retenidos
           MOVE WS-DeudaTotal TO lr-DeudaTotal
           DISPLAY Lin-Resumen1
           DISPLAY Lin-Resumen2
           DISPLAY Lin-Resumen3.

       999-FinGeneral.
           CLOSE CUOTAS
           CLOSE ALUMNOS1
           CLOSE ALUMNOS2
           IF WS-HayXref IS EQUAL 1
               CLOSE XREF-POR-DNI
           END-IF
           CLOSE MOROSOS.

       END PROGRAM CUOTASMORA.
