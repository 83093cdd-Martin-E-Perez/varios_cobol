      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUOTASLIB.
      ******************************************************************
       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
           SELECT LIBERACIONES ASSIGN TO DYNAMIC
           WS-Path-Liberaciones
           ORGANIZATION is line sequential
           FILE STATUS is WS-Liberaciones-Status.

           SELECT ACTAS-RETENIDAS ASSIGN TO DYNAMIC
           WS-Path-Actas-Retenidas
           ORGANIZATION is line sequential
           FILE STATUS is WS-ActasRet-Status.

           SELECT ACTAS-LIBERADAS ASSIGN TO DYNAMIC
           WS-Path-Actas-Liberadas
           ORGANIZATION is line sequential
           FILE STATUS is WS-ActasLib-Status.

           SELECT NOTAS-RETENIDAS ASSIGN TO DYNAMIC
           WS-Path-Notas-Retenidas
           ORGANIZATION is line sequential
           FILE STATUS is WS-NotasRet-Status.

           SELECT NOTAS-LIBERADAS ASSIGN TO DYNAMIC
           WS-Path-Notas-Liberadas
           ORGANIZATION is line sequential
           FILE STATUS is WS-NotasLib-Status.

           SELECT RETENIDAS-TRABAJO ASSIGN TO DYNAMIC
           WS-Path-Trabajo
           ORGANIZATION is line sequential
           FILE STATUS is WS-Trabajo-Status.

      ******************************************************************
       DATA DIVISION.
        FILE SECTION.
      * cuentas cuya retencion autoriza a levantar la direccion aunque
      * sigan en mora (plan de pagos, beca, etc.)
       FD  LIBERACIONES.
       01  Lbc-Reg.
           03 Lbc-Cuenta pic x(8).
           03 filler pic x(2).
           03 Lbc-Motivo pic x(30).

       FD  ACTAS-RETENIDAS.
       01  Ret-Reg.
           03 Ret-Cabecera pic x(26).
           03 Ret-Detalle pic x(26).
           03 filler pic x(2).
           03 Ret-Cuenta pic x(8).
           03 filler pic x(2).
           03 Ret-Dias pic 9(3).
           03 filler pic x(2).
           03 Ret-Fecha pic 9(8).

       FD  ACTAS-LIBERADAS.
       01  Lib-Reg pic x(77).

       FD  NOTAS-RETENIDAS.
       01  Rtn-Reg.
           03 Rtn-Imagen pic x(11).
           03 filler pic x(2).
           03 Rtn-Cuenta pic x(8).
           03 filler pic x(2).
           03 Rtn-Dias pic 9(3).
           03 filler pic x(2).
           03 Rtn-Fecha pic 9(8).

      * solo las liberaciones autorizadas a mano, con la fecha en que
      * se dieron: EDITNOTAS2 las respeta mientras el alumno siga en
      * mora y dentro del mismo ano. La cuenta que se libera por estar
      * al dia no se anota; EDITNOTAS2 la vuelve a verificar
       FD  NOTAS-LIBERADAS.
       01  Lbr-Reg.
           03 Lbr-Imagen pic x(11).
           03 filler pic x(2).
           03 Lbr-Cuenta pic x(8).
           03 filler pic x(2).
           03 Lbr-Dias pic 9(3).
           03 filler pic x(2).
           03 Lbr-Fecha pic 9(8).

      * lo que sigue retenido pasa por aca y se copia de vuelta
       FD  RETENIDAS-TRABAJO.
       01  Trb-Reg pic x(77).

       WORKING-STORAGE SECTION.

       01  WS-Path-Liberaciones pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\cuotas-liberaciones.txt".
       01  WS-Path-Actas-Retenidas pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\actas-retenidas.txt".
       01  WS-Path-Actas-Liberadas pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\actas-liberadas.txt".
       01  WS-Path-Notas-Retenidas pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\notas-retenidas.txt".
       01  WS-Path-Notas-Liberadas pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\notas-liberadas.txt".
       01  WS-Path-Trabajo pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\cuotas-retenidas.tmp".
       01  WS-Path-Override pic x(100).

       01  WS-Liberaciones-Status pic xx.
       01  WS-ActasRet-Status pic xx.
       01  WS-ActasLib-Status pic xx.
       01  WS-NotasRet-Status pic xx.
       01  WS-NotasLib-Status pic xx.
       01  WS-Trabajo-Status pic xx.

       01  WS-FlagLiberaciones pic 9 value zero.
       01  WS-FlagRetenidas pic 9.
       01  WS-CantLiberaciones pic 9(3) value zero.
       01  Tabla-Liberaciones.
           03 Tabla-Lbc OCCURS 500 TIMES.
               05 TLbc-Cuenta pic x(8).
       01  Idx-Lbc pic 9(3).
       01  WS-LiberacionHallada pic 9.

       01  WS-FlagTrabajo pic 9.

       01  WS-Ctas-Cuenta pic x(8).
       01  WS-Ctas-CuentaLedger pic x(8).
       01  WS-Ctas-Dias pic 9(3).
       01  WS-Ctas-Resultado pic x.
       01  WS-Liberar pic 9 value zero.
       01  WS-RunFecha pic 9(8).

       01  WS-CantActasLiberadas pic 9(5) value zero.
       01  WS-CantActasRetenidas pic 9(5) value zero.
       01  WS-CantNotasLiberadas pic 9(5) value zero.
       01  WS-CantNotasRetenidas pic 9(5) value zero.

       01  Lin-Control1.
           03 filler pic x(30) value "Examenes liberados:".
           03 lc-ActasLiberadas pic zzzz9.
       01  Lin-Control2.
           03 filler pic x(30) value "Examenes que siguen retenidos:".
           03 lc-ActasRetenidas pic zzzz9.
       01  Lin-Control3.
           03 filler pic x(30) value "Alumnos INSTITUTO2 liberados:".
           03 lc-NotasLiberadas pic zzzz9.
       01  Lin-Control4.
           03 filler pic x(30) value "Alumnos INSTITUTO2 retenidos:".
           03 lc-NotasRetenidas pic zzzz9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 000-LeerParametros
           PERFORM 100-CargarLiberaciones
           PERFORM 200-LiberarActas
           PERFORM 400-LiberarNotas
           PERFORM 900-ImprimoControl

           GOBACK.

       000-LeerParametros.
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "CUOTASLIB-LIBERACIONES-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Liberaciones
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "EDITACTAS1-RETENIDAS-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Actas-Retenidas
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "EDITACTAS1-LIBERADAS-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Actas-Liberadas
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "EDITNOTAS2-RETENIDAS-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Notas-Retenidas
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "EDITNOTAS2-LIBERADAS-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Notas-Liberadas
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "CUOTASLIB-TRABAJO-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Trabajo
           END-IF
           ACCEPT WS-RunFecha FROM DATE YYYYMMDD.

       100-CargarLiberaciones.
           OPEN INPUT LIBERACIONES
           IF WS-Liberaciones-Status IS EQUAL "00"
               PERFORM UNTIL WS-FlagLiberaciones IS EQUAL 1
                   READ LIBERACIONES
                       AT END MOVE 1 TO WS-FlagLiberaciones
                       NOT AT END
                           IF WS-CantLiberaciones < 500
                               ADD 1 TO WS-CantLiberaciones
                               MOVE Lbc-Cuenta TO
                                    TLbc-Cuenta(WS-CantLiberaciones)
                           ELSE
                               DISPLAY "CUOTASLIB: tabla de "
                                       "liberaciones llena - cuenta "
                                       Lbc-Cuenta
                               MOVE 8 TO RETURN-CODE
                               GOBACK
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LIBERACIONES
           ELSE
               DISPLAY "CUOTASLIB: sin liberaciones manuales - se "
                       "liberan solo las cuentas al dia - estado "
                       WS-Liberaciones-Status
           END-IF.

      * se libera la cuenta autorizada o la que ya no esta en mora
       150-DecidirLiberacion.
           MOVE 0 TO WS-Liberar
           MOVE 0 TO WS-LiberacionHallada
           PERFORM VARYING Idx-Lbc FROM 1 BY 1
                   UNTIL Idx-Lbc > WS-CantLiberaciones
                   OR WS-LiberacionHallada = 1
               IF TLbc-Cuenta(Idx-Lbc) IS EQUAL WS-Ctas-Cuenta
                   MOVE 1 TO WS-LiberacionHallada
               END-IF
           END-PERFORM
           IF WS-LiberacionHallada IS EQUAL 1
               MOVE 1 TO WS-Liberar
           ELSE
               CALL "CUOTASVER" USING WS-Ctas-Cuenta
                                      WS-Ctas-CuentaLedger
                                      WS-Ctas-Dias WS-Ctas-Resultado
               IF WS-Ctas-Resultado IS EQUAL "X"
                   DISPLAY "CUOTASLIB: no se pudo verificar la mora"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               IF WS-Ctas-Resultado IS NOT EQUAL "M"
                   MOVE 1 TO WS-Liberar
               END-IF
           END-IF.

       200-LiberarActas.
           OPEN INPUT ACTAS-RETENIDAS
           IF WS-ActasRet-Status IS EQUAL "00"
               OPEN EXTEND ACTAS-LIBERADAS
               IF WS-ActasLib-Status IS EQUAL "35"
                   OPEN OUTPUT ACTAS-LIBERADAS
               END-IF
               OPEN OUTPUT RETENIDAS-TRABAJO
               MOVE 0 TO WS-FlagRetenidas
               PERFORM UNTIL WS-FlagRetenidas IS EQUAL 1
                   READ ACTAS-RETENIDAS
                       AT END MOVE 1 TO WS-FlagRetenidas
                       NOT AT END
                           PERFORM 210-ClasificarActa
                   END-READ
               END-PERFORM
               CLOSE ACTAS-RETENIDAS
               CLOSE ACTAS-LIBERADAS
               CLOSE RETENIDAS-TRABAJO
               OPEN INPUT RETENIDAS-TRABAJO
               OPEN OUTPUT ACTAS-RETENIDAS
               MOVE 0 TO WS-FlagTrabajo
               PERFORM UNTIL WS-FlagTrabajo IS EQUAL 1
                   READ RETENIDAS-TRABAJO
                       AT END MOVE 1 TO WS-FlagTrabajo
                       NOT AT END
                           WRITE Ret-Reg FROM Trb-Reg
                   END-READ
               END-PERFORM
               CLOSE ACTAS-RETENIDAS
               CLOSE RETENIDAS-TRABAJO
           ELSE
               DISPLAY "CUOTASLIB: no hay examenes retenidos - estado "
                       WS-ActasRet-Status
           END-IF.

       210-ClasificarActa.
           MOVE Ret-Cuenta TO WS-Ctas-Cuenta
           PERFORM 150-DecidirLiberacion
           IF WS-Liberar IS EQUAL 1
               WRITE Lib-Reg FROM Ret-Reg
               ADD 1 TO WS-CantActasLiberadas
           ELSE
               WRITE Trb-Reg FROM Ret-Reg
               ADD 1 TO WS-CantActasRetenidas
           END-IF.

      * en INSTITUTO2 se retiene el bloque entero del alumno: la
      * decision se toma en la cabecera y vale para sus detalles. El
      * bloque liberado sale de las retenidas; sus notas siguen en
      * NOTAS y EDITNOTAS2 las pasa en la proxima corrida
       400-LiberarNotas.
           OPEN INPUT NOTAS-RETENIDAS
           IF WS-NotasRet-Status IS EQUAL "00"
               OPEN EXTEND NOTAS-LIBERADAS
               IF WS-NotasLib-Status IS EQUAL "35"
                   OPEN OUTPUT NOTAS-LIBERADAS
               END-IF
               OPEN OUTPUT RETENIDAS-TRABAJO
               MOVE 0 TO WS-Liberar
               MOVE 0 TO WS-FlagRetenidas
               PERFORM UNTIL WS-FlagRetenidas IS EQUAL 1
                   READ NOTAS-RETENIDAS
                       AT END MOVE 1 TO WS-FlagRetenidas
                       NOT AT END
                           PERFORM 410-ClasificarNota
                   END-READ
               END-PERFORM
               CLOSE NOTAS-RETENIDAS
               CLOSE NOTAS-LIBERADAS
               CLOSE RETENIDAS-TRABAJO
               OPEN INPUT RETENIDAS-TRABAJO
               OPEN OUTPUT NOTAS-RETENIDAS
               MOVE 0 TO WS-FlagTrabajo
               PERFORM UNTIL WS-FlagTrabajo IS EQUAL 1
                   READ RETENIDAS-TRABAJO
                       AT END MOVE 1 TO WS-FlagTrabajo
                       NOT AT END
                           MOVE Trb-Reg TO Rtn-Reg
                           WRITE Rtn-Reg
                   END-READ
               END-PERFORM
               CLOSE NOTAS-RETENIDAS
               CLOSE RETENIDAS-TRABAJO
           ELSE
               DISPLAY "CUOTASLIB: no hay notas retenidas - estado "
                       WS-NotasRet-Status
           END-IF.

       410-ClasificarNota.
           IF Rtn-Imagen(1:1) IS EQUAL "1"
               MOVE Rtn-Cuenta TO WS-Ctas-Cuenta
               PERFORM 150-DecidirLiberacion
               IF WS-Liberar IS EQUAL 1
                   ADD 1 TO WS-CantNotasLiberadas
                   IF WS-LiberacionHallada IS EQUAL 1
                       MOVE Rtn-Reg TO Lbr-Reg
                       MOVE WS-RunFecha TO Lbr-Fecha
                       WRITE Lbr-Reg
                   END-IF
               ELSE
                   ADD 1 TO WS-CantNotasRetenidas
               END-IF
           END-IF
           IF WS-Liberar IS NOT EQUAL 1
               WRITE Trb-Reg FROM Rtn-Reg
           END-IF.

       900-ImprimoControl.
           MOVE WS-CantActasLiberadas TO lc-ActasLiberadas
           MOVE WS-CantActasRetenidas TO lc-ActasRetenidas
           MOVE WS-CantNotasLiberadas TO lc-NotasLiberadas
           MOVE WS-CantNotasRetenidas TO lc-NotasRetenidas
           DISPLAY Lin-Control1
           DISPLAY Lin-Control2
           DISPLAY Lin-Control3
           DISPLAY Lin-Control4.

       END PROGRAM CUOTASLIB.
