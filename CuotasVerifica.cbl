      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUOTASVER.
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

           SELECT XREF-POR-LEGAJO ASSIGN TO DYNAMIC
           WS-Path-Xref-Legajo
           ORGANIZATION is INDEXED
           ACCESS MODE is RANDOM
           RECORD KEY is Xrl-Legajo
           FILE STATUS is WS-Xref-Status.

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

       FD  XREF-POR-LEGAJO.
       01  Xrl-Reg.
           03 Xrl-Legajo pic x(6).
           03 Xrl-Dni pic x(8).

       WORKING-STORAGE SECTION.

       01  WS-Path-Cuotas pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\cuotas-idx.dat".
       01  WS-Path-Xref-Legajo pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\xref-legajo-idx.dat".
       01  WS-Path-Override pic x(100).
       01  WS-Cuotas-Status pic xx.
       01  WS-Xref-Status pic xx.

       01  WS-Param-Clave pic x(30).
       01  WS-Param-Valor pic x(100).
       01  WS-Param-Origen pic x.

       01  WS-Cargado pic 9 value zero.
       01  WS-HayCuotas pic 9 value zero.
       01  WS-ErrorCarga pic 9 value zero.
       01  WS-DiasMora pic 9(3) value 60.
       01  WS-DiasMora-Param pic x(3).
       01  WS-Fecha-Hoy pic 9(8).

       01  WS-HayXref pic 9 value zero.
       01  WS-XrefEncontrado pic 9.

       01  WS-FinCuotas pic 9.
       01  WS-VtoMasViejo pic 9(8).

       01  WS-Cal-Funcion pic x value "D".
       01  WS-Cal-Dias pic 9(3).
       01  WS-Cal-Resultado pic x.

       LINKAGE SECTION.
      * LK-Cuenta: DNI, o legajo de INSTITUTO1 justificado a izquierda
      * LK-CuentaLedger: la cuenta con que figura en CUOTAS
      * LK-Resultado: M moroso, A al dia, N sin cuenta corriente,
      * X no se pudieron cargar los parametros o el calendario (RC 8)
       01  LK-Cuenta pic x(8).
       01  LK-CuentaLedger pic x(8).
       01  LK-Dias pic 9(3).
       01  LK-Resultado pic x.

       PROCEDURE DIVISION USING LK-Cuenta LK-CuentaLedger LK-Dias
                                LK-Resultado.
       MAIN-PROCEDURE.
           IF WS-Cargado IS EQUAL 0
               PERFORM 100-Inicio
           END-IF
           IF WS-ErrorCarga IS EQUAL 1
               MOVE "X" TO LK-Resultado
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "N" TO LK-Resultado
           MOVE ZERO TO LK-Dias
           MOVE LK-Cuenta TO LK-CuentaLedger
           IF WS-HayCuotas IS NOT EQUAL 1
               GOBACK
           END-IF
           IF LK-Cuenta(7:2) IS EQUAL SPACES
               PERFORM 200-ResolverLegajo
           END-IF
           PERFORM 300-BuscarDeudaVencida
           IF WS-VtoMasViejo IS NOT EQUAL ZERO
               MOVE ZERO TO WS-Cal-Dias
               CALL "CALENDARIO" USING WS-Cal-Funcion WS-VtoMasViejo
                                       WS-Cal-Dias WS-Cal-Resultado
               IF WS-Cal-Resultado IS EQUAL "X"
                   DISPLAY "CUOTASVER: no se pudo cargar el calendario"
                   MOVE 1 TO WS-ErrorCarga
                   MOVE "X" TO LK-Resultado
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE WS-Cal-Dias TO LK-Dias
               IF WS-Cal-Dias >= WS-DiasMora
                   MOVE "M" TO LK-Resultado
               ELSE
                   MOVE "A" TO LK-Resultado
               END-IF
           END-IF
           GOBACK.

       100-Inicio.
           MOVE 1 TO WS-Cargado
           ACCEPT WS-Fecha-Hoy FROM DATE YYYYMMDD
           MOVE "CUOTAS-DIAS-MORA" TO WS-Param-Clave
           MOVE SPACES TO WS-Param-Valor
           CALL "PARAMLEE" USING WS-Param-Clave WS-Param-Valor
                                 WS-Param-Origen
           IF WS-Param-Origen IS EQUAL "X"
               DISPLAY "CUOTASVER: no se pudieron cargar los parametros"
               MOVE 1 TO WS-ErrorCarga
           END-IF
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
                      FROM ENVIRONMENT "CUOTASVER-XREF-LEGAJO-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Xref-Legajo
           END-IF
           OPEN INPUT CUOTAS
           IF WS-Cuotas-Status IS EQUAL "00"
               MOVE 1 TO WS-HayCuotas
               PERFORM 150-AbrirXref
           ELSE
               DISPLAY "CUOTASVER: sin cuenta corriente de cuotas - "
                       "no se controla la morosidad - estado "
                       WS-Cuotas-Status
           END-IF.

       150-AbrirXref.
           OPEN INPUT XREF-POR-LEGAJO
           IF WS-Xref-Status IS EQUAL "00"
               MOVE 1 TO WS-HayXref
           END-IF.

      * el alumno de INSTITUTO1 que figura en el xref paga por DNI
       200-ResolverLegajo.
           MOVE 0 TO WS-XrefEncontrado
           IF WS-HayXref IS EQUAL 1
               MOVE LK-Cuenta(1:6) TO Xrl-Legajo
               READ XREF-POR-LEGAJO
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 1 TO WS-XrefEncontrado
               END-READ
           END-IF
           IF WS-XrefEncontrado IS EQUAL 1
               MOVE Xrl-Dni TO LK-CuentaLedger
           END-IF.

      * la cuota impaga vencida mas vieja de la cuenta
       300-BuscarDeudaVencida.
           MOVE ZERO TO WS-VtoMasViejo
           MOVE LK-CuentaLedger TO Cuo-Cuenta
           MOVE ZERO TO Cuo-Periodo
           MOVE 0 TO WS-FinCuotas
           START CUOTAS KEY IS NOT LESS THAN Cuo-Clave
               INVALID KEY MOVE 1 TO WS-FinCuotas
           END-START
           PERFORM UNTIL WS-FinCuotas IS EQUAL 1
               READ CUOTAS NEXT RECORD
                   AT END MOVE 1 TO WS-FinCuotas
               END-READ
               IF WS-FinCuotas IS EQUAL 0
                   IF Cuo-Cuenta IS NOT EQUAL LK-CuentaLedger
                       MOVE 1 TO WS-FinCuotas
                   ELSE
                       IF Cuo-Vencimiento < WS-Fecha-Hoy
                           AND Cuo-Pagado < Cuo-Importe
                           MOVE Cuo-Vencimiento TO WS-VtoMasViejo
                           MOVE 1 TO WS-FinCuotas
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       END PROGRAM CUOTASVER.
