      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUOTASPAGO.
      ******************************************************************
       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
           SELECT PAGOS ASSIGN TO DYNAMIC
           WS-Path-Pagos
           ORGANIZATION is line sequential
           FILE STATUS is WS-Pagos-Status.

           SELECT XREF-POR-LEGAJO ASSIGN TO DYNAMIC
           WS-Path-Xref-Legajo
           ORGANIZATION is INDEXED
           ACCESS MODE is RANDOM
           RECORD KEY is Xrl-Legajo
           FILE STATUS is WS-Xref-Status.

           SELECT CUOTAS ASSIGN TO DYNAMIC
           WS-Path-Cuotas
           ORGANIZATION is INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY is Cuo-Clave
           FILE STATUS is WS-Cuotas-Status.

           SELECT PAGOS-HIST ASSIGN TO DYNAMIC
           WS-Path-Pagos-Hist
           ORGANIZATION is line sequential
           FILE STATUS is WS-PagosHist-Status.

           SELECT PAGOS-EXCEP ASSIGN TO DYNAMIC
           WS-Path-Pagos-Excep
           ORGANIZATION is line sequential
           FILE STATUS is WS-PagosExcep-Status.

      ******************************************************************
       DATA DIVISION.
        FILE SECTION.
       FD  PAGOS.
       01  Pag-Reg.
           03 Pag-Cuenta pic x(8).
           03 Pag-Fecha pic 9(8).
           03 Pag-Importe pic 9(7)v99.
           03 Pag-Recibo pic x(8).

       FD  XREF-POR-LEGAJO.
       01  Xrl-Reg.
           03 Xrl-Legajo pic x(6).
           03 Xrl-Dni pic x(8).

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

       FD  PAGOS-HIST.
       01  Hst-Reg.
           03 Hst-Cuenta pic x(8).
           03 filler pic x(2) value spaces.
           03 Hst-Fecha pic 9(8).
           03 filler pic x(2) value spaces.
           03 Hst-Importe pic 9(7)v99.
           03 filler pic x(2) value spaces.
           03 Hst-Recibo pic x(8).
           03 filler pic x(2) value spaces.
           03 Hst-FechaProceso pic 9(8).

       FD  PAGOS-EXCEP.
       01  Exc-Reg.
           03 Exc-Imagen pic x(33).
           03 filler pic x(2) value spaces.
           03 Exc-Motivo pic x(30).

       WORKING-STORAGE SECTION.

       01  WS-Path-Pagos pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\cuotas-pagos.txt".
       01  WS-Path-Xref-Legajo pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\xref-legajo-idx.dat".
       01  WS-Path-Cuotas pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\cuotas-idx.dat".
       01  WS-Path-Pagos-Hist pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\cuotas-pagos-hist.txt".
       01  WS-Path-Pagos-Excep pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\cuotas-pagos-excep.txt".
       01  WS-Path-Override pic x(100).

       01  WS-Pagos-Status pic xx.
       01  WS-Xref-Status pic xx.
       01  WS-Cuotas-Status pic xx.
       01  WS-PagosHist-Status pic xx.
       01  WS-PagosExcep-Status pic xx.

       01  WS-FlagPagos pic 9 value zero.
       01  WS-HayXref pic 9 value zero.
       01  WS-FinCuotas pic 9.
       01  WS-HayCuotas pic 9.
       01  WS-Motivo pic x(30).
       01  WS-RunFecha pic 9(8).
       01  WS-Fecha-Resultado pic x.
       01  WS-NoFuturo pic x value "S".

       01  WS-XrefEncontrado pic 9.

       01  WS-Cuenta pic x(8).
       01  WS-Resto pic 9(7)v99.
       01  WS-Aplicar pic 9(7)v99.
       01  WS-Ultima-Clave pic x(14).

       01  WS-CantPagos pic 9(5) value zero.
       01  WS-CantAplicados pic 9(5) value zero.
       01  WS-CantRechazados pic 9(5) value zero.
       01  WS-TotalAplicado pic 9(9)v99 value zero.
       01  WS-TotalAFavor pic 9(9)v99 value zero.

       01  Lin-Resumen1.
           03 filler pic x(30) value "Pagos leidos:".
           03 lr-Pagos pic zzzz9.
       01  Lin-Resumen2.
           03 filler pic x(30) value "Pagos aplicados:".
           03 lr-Aplicados pic zzzz9.
       01  Lin-Resumen3.
           03 filler pic x(30) value "Pagos rechazados:".
           03 lr-Rechazados pic zzzz9.
       01  Lin-Resumen4.
           03 filler pic x(30) value "Importe aplicado:".
           03 lr-TotalAplicado pic zzz.zzz.zz9,99.
       01  Lin-Resumen5.
           03 filler pic x(30) value "Saldo a favor generado:".
           03 lr-TotalAFavor pic zzz.zzz.zz9,99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 000-LeerParametros
           PERFORM 100-InicioGeneral
           PERFORM 150-AbrirXref
           PERFORM 200-LeerPago
           PERFORM UNTIL WS-FlagPagos IS EQUAL 1
               PERFORM 300-ValidarPago
               IF WS-Motivo IS EQUAL SPACES
                   PERFORM 400-AplicarPago
               ELSE
                   PERFORM 700-RegistrarRechazo
               END-IF
               PERFORM 200-LeerPago
           END-PERFORM
           PERFORM 900-ImprimoResumen
           PERFORM 999-FinGeneral

           GOBACK.

       000-LeerParametros.
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "CUOTASPAGO-PAGOS-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Pagos
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "CUOTASPAGO-XREF-LEGAJO-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Xref-Legajo
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "CUOTAS-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Cuotas
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "CUOTASPAGO-HIST-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Pagos-Hist
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "CUOTASPAGO-EXCEP-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Pagos-Excep
           END-IF
           ACCEPT WS-RunFecha FROM DATE YYYYMMDD.

       100-InicioGeneral.
           OPEN INPUT PAGOS
           IF WS-Pagos-Status IS NOT EQUAL "00"
               DISPLAY "CUOTASPAGO: no se pudo abrir PAGOS - estado "
                       WS-Pagos-Status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O CUOTAS
           IF WS-Cuotas-Status IS NOT EQUAL "00"
               DISPLAY "CUOTASPAGO: no se pudo abrir CUOTAS - estado "
                       WS-Cuotas-Status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN EXTEND PAGOS-HIST
           IF WS-PagosHist-Status IS EQUAL "35"
               OPEN OUTPUT PAGOS-HIST
           END-IF
           OPEN OUTPUT PAGOS-EXCEP.

       150-AbrirXref.
           OPEN INPUT XREF-POR-LEGAJO
           IF WS-Xref-Status IS EQUAL "00"
               MOVE 1 TO WS-HayXref
           END-IF.

       200-LeerPago.
           READ PAGOS AT END MOVE 1 TO WS-FlagPagos.

       300-ValidarPago.
           ADD 1 TO WS-CantPagos
           MOVE SPACES TO WS-Motivo
           IF Pag-Cuenta IS EQUAL SPACES
               MOVE "CUENTA EN BLANCO" TO WS-Motivo
           END-IF
           IF WS-Motivo IS EQUAL SPACES
               CALL "VALFECHA" USING Pag-Fecha WS-NoFuturo
                                     WS-Fecha-Resultado
               IF WS-Fecha-Resultado IS NOT EQUAL "V"
                   MOVE "FECHA DE PAGO INVALIDA" TO WS-Motivo
               END-IF
           END-IF
           IF WS-Motivo IS EQUAL SPACES
               IF Pag-Importe IS NOT NUMERIC
                   OR Pag-Importe IS EQUAL ZERO
                   MOVE "IMPORTE INVALIDO" TO WS-Motivo
               END-IF
           END-IF
           IF WS-Motivo IS EQUAL SPACES
               PERFORM 310-ResolverCuenta
               MOVE WS-Cuenta TO Cuo-Cuenta
               MOVE ZERO TO Cuo-Periodo
               MOVE 0 TO WS-HayCuotas
               START CUOTAS KEY IS NOT LESS THAN Cuo-Clave
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       READ CUOTAS NEXT RECORD
                           AT END CONTINUE
                           NOT AT END
                               IF Cuo-Cuenta IS EQUAL WS-Cuenta
                                   MOVE 1 TO WS-HayCuotas
                               END-IF
                       END-READ
               END-START
               IF WS-HayCuotas IS NOT EQUAL 1
                   MOVE "CUENTA SIN CUOTAS" TO WS-Motivo
               END-IF
           END-IF.

      * el pago puede venir con legajo; si el legajo tiene DNI en el
      * xref la cuenta es el DNI
       310-ResolverCuenta.
           MOVE Pag-Cuenta TO WS-Cuenta
           IF Pag-Cuenta(7:2) IS EQUAL SPACES
               MOVE 0 TO WS-XrefEncontrado
               IF WS-HayXref IS EQUAL 1
                   MOVE Pag-Cuenta(1:6) TO Xrl-Legajo
                   READ XREF-POR-LEGAJO
                       INVALID KEY CONTINUE
                       NOT INVALID KEY MOVE 1 TO WS-XrefEncontrado
                   END-READ
               END-IF
               IF WS-XrefEncontrado IS EQUAL 1
                   MOVE Xrl-Dni TO WS-Cuenta
               END-IF
           END-IF.

      * el pago cancela las cuotas de la mas vieja a la mas nueva; lo
      * que sobra queda a favor en la ultima cuota de la cuenta
       400-AplicarPago.
           ADD 1 TO WS-CantAplicados
           MOVE Pag-Importe TO WS-Resto
           MOVE WS-Cuenta TO Cuo-Cuenta
           MOVE ZERO TO Cuo-Periodo
           MOVE 0 TO WS-FinCuotas
           START CUOTAS KEY IS NOT LESS THAN Cuo-Clave
               INVALID KEY MOVE 1 TO WS-FinCuotas
           END-START
           PERFORM UNTIL WS-FinCuotas IS EQUAL 1
                      OR WS-Resto IS EQUAL ZERO
               READ CUOTAS NEXT RECORD
                   AT END MOVE 1 TO WS-FinCuotas
               END-READ
               IF WS-FinCuotas IS EQUAL 0
                   IF Cuo-Cuenta IS NOT EQUAL WS-Cuenta
                       MOVE 1 TO WS-FinCuotas
                   ELSE
                       MOVE Cuo-Clave TO WS-Ultima-Clave
                       IF Cuo-Pagado < Cuo-Importe
                           COMPUTE WS-Aplicar =
                                      Cuo-Importe - Cuo-Pagado
                           IF WS-Aplicar > WS-Resto
                               MOVE WS-Resto TO WS-Aplicar
                           END-IF
                           ADD WS-Aplicar TO Cuo-Pagado
                           SUBTRACT WS-Aplicar FROM WS-Resto
                           MOVE Pag-Fecha TO Cuo-FechaPago
                           REWRITE Cuo-Reg
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-Resto > ZERO
               MOVE WS-Ultima-Clave TO Cuo-Clave
               READ CUOTAS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       ADD WS-Resto TO Cuo-Pagado
                       MOVE Pag-Fecha TO Cuo-FechaPago
                       REWRITE Cuo-Reg
                       ADD WS-Resto TO WS-TotalAFavor
               END-READ
           END-IF
           ADD Pag-Importe TO WS-TotalAplicado
           MOVE SPACES TO Hst-Reg
           MOVE WS-Cuenta TO Hst-Cuenta
           MOVE Pag-Fecha TO Hst-Fecha
           MOVE Pag-Importe TO Hst-Importe
           MOVE Pag-Recibo TO Hst-Recibo
           MOVE WS-RunFecha TO Hst-FechaProceso
           WRITE Hst-Reg.

       700-RegistrarRechazo.
           ADD 1 TO WS-CantRechazados
           MOVE SPACES TO Exc-Reg
           MOVE Pag-Reg TO Exc-Imagen
           MOVE WS-Motivo TO Exc-Motivo
           WRITE Exc-Reg.

       900-ImprimoResumen.
           MOVE WS-CantPagos TO lr-Pagos
           MOVE WS-CantAplicados TO lr-Aplicados
           MOVE WS-CantRechazados TO lr-Rechazados
           MOVE WS-TotalAplicado TO lr-TotalAplicado
           MOVE WS-TotalAFavor TO lr-TotalAFavor
           DISPLAY Lin-Resumen1
           DISPLAY Lin-Resumen2
           DISPLAY Lin-Resumen3
           DISPLAY Lin-Resumen4
           DISPLAY Lin-Resumen5
           IF WS-CantRechazados > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

       999-FinGeneral.
           CLOSE PAGOS
           CLOSE CUOTAS
           IF WS-HayXref IS EQUAL 1
               CLOSE XREF-POR-LEGAJO
           END-IF
           CLOSE PAGOS-HIST
           CLOSE PAGOS-EXCEP.

       END PROGRAM CUOTASPAGO.
