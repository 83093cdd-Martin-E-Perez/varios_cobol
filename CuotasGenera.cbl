      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUOTASGEN.
      ******************************************************************
       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
           SELECT ALUMNOS1 ASSIGN TO DYNAMIC
           WS-Path-Alumnos1
           ORGANIZATION is INDEXED
           ACCESS MODE is SEQUENTIAL
           RECORD KEY is Alu1-Codigo
           FILE STATUS is WS-Alumnos1-Status.

           SELECT ALUMNOS2 ASSIGN TO DYNAMIC
           WS-Path-Alumnos2
           ORGANIZATION is INDEXED
           ACCESS MODE is SEQUENTIAL
           RECORD KEY is Alu2-Dni
           FILE STATUS is WS-Alumnos2-Status.

           SELECT XREF-POR-LEGAJO ASSIGN TO DYNAMIC
           WS-Path-Xref-Legajo
           ORGANIZATION is INDEXED
           ACCESS MODE is RANDOM
           RECORD KEY is Xrl-Legajo
           FILE STATUS is WS-Xref-Status.

           SELECT CUOTAS ASSIGN TO DYNAMIC
           WS-Path-Cuotas
           ORGANIZATION is INDEXED
           ACCESS MODE is RANDOM
           RECORD KEY is Cuo-Clave
           FILE STATUS is WS-Cuotas-Status.

      ******************************************************************
       DATA DIVISION.
        FILE SECTION.
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

      * la cuenta es el DNI cuando el alumno figura en el xref (una
      * sola cuenta aunque curse en los dos institutos); el alumno de
      * Instituto1 sin DNI conocido usa su legajo
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

       WORKING-STORAGE SECTION.

       01  WS-Path-Alumnos1 pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\alumnos1-idx.dat".
       01  WS-Path-Alumnos2 pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\alumnos2-idx.dat".
       01  WS-Path-Xref-Legajo pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\xref-legajo-idx.dat".
       01  WS-Path-Cuotas pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\cuotas-idx.dat".
       01  WS-Path-Override pic x(100).

       01  WS-Alumnos1-Status pic xx.
       01  WS-Alumnos2-Status pic xx.
       01  WS-Xref-Status pic xx.
       01  WS-Cuotas-Status pic xx.

       01  WS-Param-Clave pic x(30).
       01  WS-Param-Valor pic x(100).
       01  WS-Param-Origen pic x.
       01  Lin-Param.
           03 filler pic x(10) value "PARAMETRO ".
           03 lpar-Clave pic x(30).
           03 lpar-Valor pic x(20).
           03 filler pic x(9) value " ORIGEN: ".
           03 lpar-Origen pic x.

       01  WS-Periodo pic x(6).
       01  WS-Periodo-Num pic 9(6).
       01  WS-Importe pic 9(7) value zero.
       01  WS-Importe-Param pic x(7).
       01  WS-DiaVto pic 9(2) value 10.
       01  WS-DiaVto-Param pic x(2).
       01  WS-Vencimiento pic 9(8).
       01  WS-Fecha-Resultado pic x.
       01  WS-NoFuturo pic x value space.

       01  WS-FlagAlumnos1 pic 9 value zero.
       01  WS-FlagAlumnos2 pic 9 value zero.
       01  WS-HayXref pic 9 value zero.

       01  WS-XrefEncontrado pic 9.

       01  WS-CantGeneradas1 pic 9(5) value zero.
       01  WS-CantGeneradas2 pic 9(5) value zero.
       01  WS-CantExistentes pic 9(5) value zero.

       01  Lin-Resumen1.
           03 filler pic x(30) value "Periodo generado:".
           03 lr-Periodo pic 9(6).
       01  Lin-Resumen2.
           03 filler pic x(30) value "Cuotas Instituto1:".
           03 lr-Generadas1 pic zzzz9.
       01  Lin-Resumen3.
           03 filler pic x(30) value "Cuotas Instituto2:".
           03 lr-Generadas2 pic zzzz9.
       01  Lin-Resumen4.
           03 filler pic x(30) value "Ya generadas (sin cambio):".
           03 lr-Existentes pic zzzz9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 000-LeerParametros
           PERFORM 100-InicioGeneral
           PERFORM 150-AbrirXref
           PERFORM 200-LeerAlumno1
           PERFORM UNTIL WS-FlagAlumnos1 IS EQUAL 1
               PERFORM 300-GenerarCuotaInstituto1
               PERFORM 200-LeerAlumno1
           END-PERFORM
           PERFORM 250-LeerAlumno2
           PERFORM UNTIL WS-FlagAlumnos2 IS EQUAL 1
               PERFORM 350-GenerarCuotaInstituto2
               PERFORM 250-LeerAlumno2
           END-PERFORM
           PERFORM 900-ImprimoResumen
           PERFORM 999-FinGeneral

           GOBACK.

       000-LeerParametros.
           ACCEPT WS-Periodo FROM ENVIRONMENT "CUOTAS-PERIODO"
           IF WS-Periodo IS NOT NUMERIC
               DISPLAY "CUOTASGEN: falta o es invalido CUOTAS-PERIODO"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-Periodo TO WS-Periodo-Num
           MOVE "CUOTAS-IMPORTE" TO WS-Param-Clave
           PERFORM 005-ObtenerParametro
      * importe en pesos, siete digitos con ceros a la izquierda
           MOVE WS-Param-Valor(1:7) TO WS-Importe-Param
           IF WS-Importe-Param IS NUMERIC
               MOVE WS-Importe-Param TO WS-Importe
           END-IF
           IF WS-Importe IS EQUAL ZERO
               DISPLAY "CUOTASGEN: falta o es invalido CUOTAS-IMPORTE"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "CUOTAS-DIA-VENCIMIENTO" TO WS-Param-Clave
           PERFORM 005-ObtenerParametro
           MOVE WS-Param-Valor(1:2) TO WS-DiaVto-Param
           IF WS-DiaVto-Param IS NUMERIC
               AND WS-DiaVto-Param > ZERO
               MOVE WS-DiaVto-Param TO WS-DiaVto
           END-IF
           COMPUTE WS-Vencimiento = WS-Periodo-Num * 100 + WS-DiaVto
           CALL "VALFECHA" USING WS-Vencimiento WS-NoFuturo
                                 WS-Fecha-Resultado
           IF WS-Fecha-Resultado IS NOT EQUAL "V"
               DISPLAY "CUOTASGEN: vencimiento invalido "
                       WS-Vencimiento
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "CUOTASGEN-ALUMNOS1-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Alumnos1
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "CUOTASGEN-ALUMNOS2-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Alumnos2
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "CUOTASGEN-XREF-LEGAJO-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Xref-Legajo
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "CUOTAS-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Cuotas
           END-IF.

       005-ObtenerParametro.
           MOVE SPACES TO WS-Param-Valor
           CALL "PARAMLEE" USING WS-Param-Clave WS-Param-Valor
                                 WS-Param-Origen
           MOVE WS-Param-Clave TO lpar-Clave
           MOVE WS-Param-Valor(1:20) TO lpar-Valor
           MOVE WS-Param-Origen TO lpar-Origen
           DISPLAY Lin-Param
           IF WS-Param-Origen IS EQUAL "X"
               DISPLAY "CUOTASGEN: no se pudieron cargar los "
                       "parametros"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       100-InicioGeneral.
           OPEN INPUT ALUMNOS1
           IF WS-Alumnos1-Status IS NOT EQUAL "00"
               DISPLAY "CUOTASGEN: no se pudo abrir ALUMNOS1 - estado "
                       WS-Alumnos1-Status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT ALUMNOS2
           IF WS-Alumnos2-Status IS NOT EQUAL "00"
               DISPLAY "CUOTASGEN: no se pudo abrir ALUMNOS2 - estado "
                       WS-Alumnos2-Status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O CUOTAS
           IF WS-Cuotas-Status IS EQUAL "35"
               OPEN OUTPUT CUOTAS
               CLOSE CUOTAS
               OPEN I-O CUOTAS
           END-IF
           IF WS-Cuotas-Status IS NOT EQUAL "00"
               DISPLAY "CUOTASGEN: no se pudo abrir CUOTAS - estado "
                       WS-Cuotas-Status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       150-AbrirXref.
           OPEN INPUT XREF-POR-LEGAJO
           IF WS-Xref-Status IS EQUAL "00"
               MOVE 1 TO WS-HayXref
           ELSE
               DISPLAY "CUOTASGEN: sin xref - las cuentas de "
                       "Instituto1 quedan por legajo - estado "
                       WS-Xref-Status
           END-IF.

       200-LeerAlumno1.
           READ ALUMNOS1 NEXT AT END MOVE 1 TO WS-FlagAlumnos1
           END-READ.

       250-LeerAlumno2.
           READ ALUMNOS2 NEXT AT END MOVE 1 TO WS-FlagAlumnos2
           END-READ.

       300-GenerarCuotaInstituto1.
           MOVE 0 TO WS-XrefEncontrado
           IF WS-HayXref IS EQUAL 1
               MOVE Alu1-Codigo TO Xrl-Legajo
               READ XREF-POR-LEGAJO
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 1 TO WS-XrefEncontrado
               END-READ
           END-IF
           MOVE SPACES TO Cuo-Reg
           IF WS-XrefEncontrado IS EQUAL 1
               MOVE Xrl-Dni TO Cuo-Cuenta
           ELSE
               MOVE Alu1-Codigo TO Cuo-Cuenta
           END-IF
           MOVE "1" TO Cuo-Institucion
           PERFORM 400-GrabarCuota
           IF WS-Cuotas-Status IS EQUAL "00"
               ADD 1 TO WS-CantGeneradas1
           END-IF.

      * el alumno que tambien esta en Instituto1 ya tiene la cuota del
      * periodo bajo su DNI y no se le cobra dos veces
       350-GenerarCuotaInstituto2.
           MOVE SPACES TO Cuo-Reg
           MOVE Alu2-Dni TO Cuo-Cuenta
           MOVE "2" TO Cuo-Institucion
           PERFORM 400-GrabarCuota
           IF WS-Cuotas-Status IS EQUAL "00"
               ADD 1 TO WS-CantGeneradas2
           END-IF.

       400-GrabarCuota.
           MOVE WS-Periodo-Num TO Cuo-Periodo
           MOVE WS-Vencimiento TO Cuo-Vencimiento
           MOVE WS-Importe TO Cuo-Importe
           MOVE ZERO TO Cuo-Pagado
           MOVE ZERO TO Cuo-FechaPago
           WRITE Cuo-Reg
               INVALID KEY
                   ADD 1 TO WS-CantExistentes
           END-WRITE.

       900-ImprimoResumen.
           MOVE WS-Periodo-Num TO lr-Periodo
           MOVE WS-CantGeneradas1 TO lr-Generadas1
           MOVE WS-CantGeneradas2 TO lr-Generadas2
           MOVE WS-CantExistentes TO lr-Existentes
           DISPLAY Lin-Resumen1
           DISPLAY Lin-Resumen2
           DISPLAY Lin-Resumen3
           DISPLAY Lin-Resumen4.

       999-FinGeneral.
           CLOSE ALUMNOS1
           CLOSE ALUMNOS2
           IF WS-HayXref IS EQUAL 1
               CLOSE XREF-POR-LEGAJO
           END-IF
           CLOSE CUOTAS.

       END PROGRAM CUOTASGEN.
