      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUOTASEST.
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
           ACCESS MODE is DYNAMIC
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

           SELECT ESTADO-CUENTA ASSIGN TO DYNAMIC
           WS-Path-Estado
           ORGANIZATION is line sequential
           FILE STATUS is WS-Estado-Status.

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

       FD  ESTADO-CUENTA.
       01  Est-Reg pic x(90).

       WORKING-STORAGE SECTION.

       01  WS-Path-Cuotas pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\cuotas-idx.dat".
       01  WS-Path-Alumnos1 pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\alumnos1-idx.dat".
       01  WS-Path-Alumnos2 pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\alumnos2-idx.dat".
       01  WS-Path-Xref-Dni pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\xref-dni-idx.dat".
       01  WS-Path-Estado pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\cuotas-estado-cuenta.txt".
       01  WS-Path-Override pic x(100).

       01  WS-Cuotas-Status pic xx.
       01  WS-Alumnos1-Status pic xx.
       01  WS-Alumnos2-Status pic xx.
       01  WS-Xref-Status pic xx.
       01  WS-Estado-Status pic xx.

      * con CUOTASEST-CUENTA se emite el estado de una sola cuenta
       01  WS-Filtro-Cuenta pic x(8).
       01  WS-FinCuotas pic 9 value zero.
       01  WS-HayXref pic 9 value zero.
       01  WS-Cuenta-Actual pic x(8).
       01  WS-PrimeraCuenta pic 9 value 1.
       01  WS-Saldo pic s9(9)v99.
       01  WS-RunFecha pic 9(8).
       01  WS-Nombre pic x(40).

       01  WS-XrefEncontrado pic 9.

       01  WS-CantCuentas pic 9(5) value zero.
       01  WS-CantCuotas pic 9(7) value zero.

       01  WS-Fecha-Aux.
           03 WS-Fecha-Aux-Anio pic 9(4).
           03 WS-Fecha-Aux-Mes pic 99.
           03 WS-Fecha-Aux-Dia pic 99.

       01  Lin-Est-Titulo.
           03 filler pic x(26) value "ESTADO DE CUENTA - CUENTA ".
           03 let-Cuenta pic x(8).
           03 filler pic x(3) value spaces.
           03 let-Nombre pic x(40).
       01  Lin-Est-Encabezado.
           03 filler pic x(90) value
           "Periodo  Vencimiento         Importe          Pagado  Fec
      -    "ha pago            Saldo".
       01  Lin-Est-Detalle.
           03 led-Periodo pic 9(6).
           03 filler pic x(3) value spaces.
           03 led-VtoDia pic 99.
           03 filler pic x value "/".
           03 led-VtoMes pic 99.
           03 filler pic x value "/".
           03 led-VtoAnio pic 9(4).
           03 filler pic x(2) value spaces.
           03 led-Importe pic z.zzz.zz9,99.
           03 filler pic x(2) value spaces.
           03 led-Pagado pic z.zzz.zz9,99.
           03 filler pic x(2) value spaces.
           03 led-FechaPago pic x(10).
           03 filler pic x(2) value spaces.
           03 led-Saldo pic ---.---.--9,99.
       01  Lin-Est-FechaPago.
           03 lfp-Dia pic 99.
           03 filler pic x value "/".
           03 lfp-Mes pic 99.
           03 filler pic x value "/".
           03 lfp-Anio pic 9(4).
       01  Lin-Est-Total.
           03 filler pic x(41) value spaces.
           03 filler pic x(21) value "Saldo de la cuenta:".
           03 ltt-Saldo pic ---.---.--9,99.

       01  Lin-Resumen1.
           03 filler pic x(30) value "Cuentas emitidas:".
           03 lr-Cuentas pic zzzz9.
       01  Lin-Resumen2.
           03 filler pic x(30) value "Cuotas listadas:".
           03 lr-Cuotas pic zzzzzz9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 000-LeerParametros
           PERFORM 100-InicioGeneral
           PERFORM 150-AbrirXref
           PERFORM 200-PosicionarCuotas
           PERFORM 210-LeerCuota
           PERFORM UNTIL WS-FinCuotas IS EQUAL 1
               IF WS-PrimeraCuenta IS EQUAL 1
                   OR Cuo-Cuenta IS NOT EQUAL WS-Cuenta-Actual
                   IF WS-PrimeraCuenta IS EQUAL 0
                       PERFORM 500-CerrarCuenta
                   END-IF
                   PERFORM 300-AbrirCuenta
               END-IF
               PERFORM 400-ImprimirCuota
               PERFORM 210-LeerCuota
           END-PERFORM
           IF WS-PrimeraCuenta IS EQUAL 0
               PERFORM 500-CerrarCuenta
           END-IF
           PERFORM 900-ImprimoResumen
           PERFORM 999-FinGeneral

           GOBACK.

       000-LeerParametros.
           ACCEPT WS-Filtro-Cuenta FROM ENVIRONMENT "CUOTASEST-CUENTA"
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "CUOTAS-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Cuotas
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "CUOTASEST-ALUMNOS1-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Alumnos1
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "CUOTASEST-ALUMNOS2-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Alumnos2
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "CUOTASEST-XREF-DNI-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Xref-Dni
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "CUOTASEST-ESTADO-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Estado
           END-IF
           ACCEPT WS-RunFecha FROM DATE YYYYMMDD.

       100-InicioGeneral.
           OPEN INPUT CUOTAS
           IF WS-Cuotas-Status IS NOT EQUAL "00"
               DISPLAY "CUOTASEST: no se pudo abrir CUOTAS - estado "
                       WS-Cuotas-Status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT ALUMNOS1
           OPEN INPUT ALUMNOS2
           OPEN OUTPUT ESTADO-CUENTA.

       150-AbrirXref.
           OPEN INPUT XREF-POR-DNI
           IF WS-Xref-Status IS EQUAL "00"
               MOVE 1 TO WS-HayXref
           END-IF.

       200-PosicionarCuotas.
           MOVE LOW-VALUES TO Cuo-Clave
           IF WS-Filtro-Cuenta IS NOT EQUAL SPACES
               MOVE WS-Filtro-Cuenta TO Cuo-Cuenta
               MOVE ZERO TO Cuo-Periodo
           END-IF
           START CUOTAS KEY IS NOT LESS THAN Cuo-Clave
               INVALID KEY MOVE 1 TO WS-FinCuotas
           END-START.

       210-LeerCuota.
           IF WS-FinCuotas IS EQUAL 0
               READ CUOTAS NEXT RECORD
                   AT END MOVE 1 TO WS-FinCuotas
               END-READ
           END-IF
           IF WS-FinCuotas IS EQUAL 0
               AND WS-Filtro-Cuenta IS NOT EQUAL SPACES
               AND Cuo-Cuenta IS NOT EQUAL WS-Filtro-Cuenta
               MOVE 1 TO WS-FinCuotas
           END-IF.

       300-AbrirCuenta.
           MOVE 0 TO WS-PrimeraCuenta
           MOVE Cuo-Cuenta TO WS-Cuenta-Actual
           MOVE ZERO TO WS-Saldo
           ADD 1 TO WS-CantCuentas
           PERFORM 310-BuscarNombre
           MOVE WS-Cuenta-Actual TO let-Cuenta
           MOVE WS-Nombre TO let-Nombre
           WRITE Est-Reg FROM Lin-Est-Titulo
           MOVE SPACES TO Est-Reg
           WRITE Est-Reg
           WRITE Est-Reg FROM Lin-Est-Encabezado.

      * cuenta por DNI: primero ALUMNOS2; si no esta, el legajo del
      * xref en ALUMNOS1. Cuenta por legajo: ALUMNOS1 directo
       310-BuscarNombre.
           MOVE SPACES TO WS-Nombre
           IF WS-Cuenta-Actual(7:2) IS EQUAL SPACES
               MOVE WS-Cuenta-Actual(1:6) TO Alu1-Codigo
               PERFORM 320-LeerAlumno1
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
                       PERFORM 320-LeerAlumno1
                   END-IF
               END-IF
           END-IF.

       320-LeerAlumno1.
           READ ALUMNOS1
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE Alu1-Nombre TO WS-Nombre
           END-READ.

       400-ImprimirCuota.
           ADD 1 TO WS-CantCuotas
           COMPUTE WS-Saldo = WS-Saldo + Cuo-Importe - Cuo-Pagado
           MOVE SPACES TO Lin-Est-Detalle
           MOVE Cuo-Periodo TO led-Periodo
           MOVE Cuo-Vencimiento TO WS-Fecha-Aux
           MOVE WS-Fecha-Aux-Dia TO led-VtoDia
           MOVE WS-Fecha-Aux-Mes TO led-VtoMes
           MOVE WS-Fecha-Aux-Anio TO led-VtoAnio
           MOVE Cuo-Importe TO led-Importe
           MOVE Cuo-Pagado TO led-Pagado
           IF Cuo-FechaPago IS NUMERIC
               AND Cuo-FechaPago > ZERO
               MOVE Cuo-FechaPago TO WS-Fecha-Aux
               MOVE WS-Fecha-Aux-Dia TO lfp-Dia
               MOVE WS-Fecha-Aux-Mes TO lfp-Mes
               MOVE WS-Fecha-Aux-Anio TO lfp-Anio
               MOVE Lin-Est-FechaPago TO led-FechaPago
           END-IF
           MOVE WS-Saldo TO led-Saldo
           WRITE Est-Reg FROM Lin-Est-Detalle.

       500-CerrarCuenta.
           MOVE WS-Saldo TO ltt-Saldo
           MOVE SPACES TO Est-Reg
           WRITE Est-Reg
           WRITE Est-Reg FROM Lin-Est-Total
           MOVE SPACES TO Est-Reg
           WRITE Est-Reg
           WRITE Est-Reg.

       900-ImprimoResumen.
           MOVE WS-CantCuentas TO lr-Cuentas
           MOVE WS-CantCuotas TO lr-Cuotas
           DISPLAY Lin-Resumen1
           DISPLAY Lin-Resumen2
           IF WS-Filtro-Cuenta IS NOT EQUAL SPACES
               AND WS-CantCuentas IS EQUAL ZERO
               DISPLAY "CUOTASEST: cuenta sin cuotas " WS-Filtro-Cuenta
               MOVE 4 TO RETURN-CODE
           END-IF.

       999-FinGeneral.
           CLOSE CUOTAS
           CLOSE ALUMNOS1
           CLOSE ALUMNOS2
           IF WS-HayXref IS EQUAL 1
               CLOSE XREF-POR-DNI
           END-IF
           CLOSE ESTADO-CUENTA.

       END PROGRAM CUOTASEST.
