      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENTREGADIST.
      ******************************************************************
       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
           SELECT ENTREGAS ASSIGN TO DYNAMIC
           WS-Path-Entregas
           ORGANIZATION is line sequential
           FILE STATUS is WS-Entregas-Status.
      ******************************************************************
       DATA DIVISION.
        FILE SECTION.
      * historia de entregas de DISTRIB: M una linea por entrega del
      * manifiesto, F la firma de recepcion
       FD  ENTREGAS.
       01  Ent-Reg.
           03 Ent-Tipo pic x.
           03 filler pic x(2).
           03 Ent-Fecha pic 9(8).
           03 filler pic x(2).
           03 Ent-Nro pic 9(3).
           03 filler pic x(2).
           03 Ent-Detalle pic x(80).

       01  Ent-Manifiesto.
           03 filler pic x(18).
           03 Enm-Reporte pic x(16).
           03 filler pic x(2).
           03 Enm-Oficina pic x(20).
           03 filler pic x(2).
           03 Enm-Copias pic 9(2).
           03 filler pic x(2).
           03 Enm-Paginas pic 9(5).
           03 filler pic x(2).
           03 Enm-Lineas pic 9(7).

       01  Ent-Firma.
           03 filler pic x(18).
           03 Enf-Recibe pic x(30).
           03 filler pic x(2).
           03 Enf-Operador pic x(8).
           03 filler pic x(2).
           03 Enf-Fecha pic 9(8).
           03 filler pic x(2).
           03 Enf-Hora pic 9(8).

           WORKING-STORAGE SECTION.

       01  WS-Path-Entregas pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\distribucion-entregas.txt".
       01  WS-Path-Override pic x(100).
       01  WS-Entregas-Status pic xx.

       01  WS-Acc-Funcion pic x.
       01  WS-Acc-Programa pic x(12) value "ENTREGADIST".
       01  WS-Acc-Rol pic x value "S".
       01  WS-Acc-Clave pic x(8).
       01  WS-Acc-Resultado pic x.
       01  WS-Operador pic x(8).

       01  WS-Fin pic 9.
       01  WS-Terminar pic 9 value zero.
       01  WS-Fecha-Ingreso pic x(8).
       01  WS-Fecha pic 9(8) value zero.
       01  WS-Ultima-Fecha pic 9(8) value zero.
       01  WS-Nro-Ingreso pic x(3).
       01  WS-Nro pic 9(3).
       01  WS-Recibe pic x(30).

      * entregas de la corrida elegida, por numero de entrega
       01  Tabla-Entregas.
           03 Tabla-Ent OCCURS 999 TIMES.
               05 TEnt-Existe pic 9.
               05 TEnt-Firmada pic 9.
               05 TEnt-Reporte pic x(16).
               05 TEnt-Oficina pic x(20).
       01  Idx-Ent pic 9(4).

       01  WS-CantEntregas pic 9(3) value zero.
       01  WS-CantPendientes pic 9(3) value zero.
       01  WS-CantFirmadas pic 9(3) value zero.

       01  Lin-Pendiente.
           03 filler pic x(2) value spaces.
           03 lp-Nro pic zz9.
           03 filler pic x(2) value spaces.
           03 lp-Reporte pic x(16).
           03 filler pic x(2) value spaces.
           03 lp-Oficina pic x(20).

       01  Lin-Resumen1.
           03 filler pic x(30) value "Entregas de la corrida:".
           03 lr-Entregas pic zz9.
       01  Lin-Resumen2.
           03 filler pic x(30) value "Firmadas en esta sesion:".
           03 lr-Firmadas pic zz9.
       01  Lin-Resumen3.
           03 filler pic x(30) value "Siguen sin firmar:".
           03 lr-Pendientes pic zz9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 000-LeerParametros
           PERFORM 050-IngresoOperador
           PERFORM 100-ElegirCorrida
           PERFORM 200-CargarEntregas
           PERFORM 300-ListarPendientes
           PERFORM UNTIL WS-Terminar IS EQUAL 1
               PERFORM 400-PedirEntrega
           END-PERFORM
           PERFORM 900-ImprimoResumen

           GOBACK.

       000-LeerParametros.
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "DISTRIB-ENTREGAS-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Entregas
           END-IF.

       050-IngresoOperador.
           MOVE "I" TO WS-Acc-Funcion
           MOVE SPACES TO WS-Acc-Clave
           CALL "OPERACCESO" USING WS-Acc-Funcion WS-Acc-Programa
                                   WS-Acc-Rol WS-Acc-Clave
                                   WS-Acc-Resultado
           IF WS-Acc-Resultado IS NOT EQUAL "S"
               DISPLAY "ENTREGADIST: ingreso no autorizado"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-Acc-Clave TO WS-Operador.

      * en blanco se toma la ultima corrida con entregas
       100-ElegirCorrida.
           OPEN INPUT ENTREGAS
           IF WS-Entregas-Status IS NOT EQUAL "00"
               DISPLAY "ENTREGADIST: no hay historia de entregas - "
                       "estado " WS-Entregas-Status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 0 TO WS-Fin
           PERFORM UNTIL WS-Fin IS EQUAL 1
               READ ENTREGAS
                   AT END MOVE 1 TO WS-Fin
                   NOT AT END
                       IF Ent-Tipo IS EQUAL "M"
                           AND Ent-Fecha > WS-Ultima-Fecha
                           MOVE Ent-Fecha TO WS-Ultima-Fecha
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENTREGAS
           DISPLAY "Fecha de la corrida AAAAMMDD (blanco, "
                   WS-Ultima-Fecha "): "
           MOVE SPACES TO WS-Fecha-Ingreso
           ACCEPT WS-Fecha-Ingreso
           IF WS-Fecha-Ingreso IS EQUAL SPACES
               MOVE WS-Ultima-Fecha TO WS-Fecha
           ELSE
               IF WS-Fecha-Ingreso IS NOT NUMERIC
                   DISPLAY "ENTREGADIST: fecha invalida "
                           WS-Fecha-Ingreso
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE WS-Fecha-Ingreso TO WS-Fecha
           END-IF.

       200-CargarEntregas.
           PERFORM VARYING Idx-Ent FROM 1 BY 1 UNTIL Idx-Ent > 999
               MOVE 0 TO TEnt-Existe(Idx-Ent)
               MOVE 0 TO TEnt-Firmada(Idx-Ent)
           END-PERFORM
           OPEN INPUT ENTREGAS
           MOVE 0 TO WS-Fin
           PERFORM UNTIL WS-Fin IS EQUAL 1
               READ ENTREGAS
                   AT END MOVE 1 TO WS-Fin
                   NOT AT END
                       IF Ent-Fecha IS EQUAL WS-Fecha
                           AND Ent-Nro IS NUMERIC
                           AND Ent-Nro > ZERO
                           PERFORM 210-GuardarEntrega
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENTREGAS
           IF WS-CantEntregas IS EQUAL ZERO
               DISPLAY "ENTREGADIST: no hay entregas de la corrida "
                       WS-Fecha
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

       210-GuardarEntrega.
           EVALUATE Ent-Tipo
               WHEN "M"
                   IF TEnt-Existe(Ent-Nro) IS EQUAL 0
                       ADD 1 TO WS-CantEntregas
                   END-IF
                   MOVE 1 TO TEnt-Existe(Ent-Nro)
                   MOVE Enm-Reporte TO TEnt-Reporte(Ent-Nro)
                   MOVE Enm-Oficina TO TEnt-Oficina(Ent-Nro)
               WHEN "F"
                   MOVE 1 TO TEnt-Firmada(Ent-Nro)
           END-EVALUATE.

       300-ListarPendientes.
           MOVE ZERO TO WS-CantPendientes
           DISPLAY "Entregas sin firmar de la corrida " WS-Fecha ":"
           PERFORM VARYING Idx-Ent FROM 1 BY 1 UNTIL Idx-Ent > 999
               IF TEnt-Existe(Idx-Ent) IS EQUAL 1
                   AND TEnt-Firmada(Idx-Ent) IS EQUAL 0
                   ADD 1 TO WS-CantPendientes
                   MOVE Idx-Ent TO lp-Nro
                   MOVE TEnt-Reporte(Idx-Ent) TO lp-Reporte
                   MOVE TEnt-Oficina(Idx-Ent) TO lp-Oficina
                   DISPLAY Lin-Pendiente
               END-IF
           END-PERFORM
           IF WS-CantPendientes IS EQUAL ZERO
               DISPLAY "  ninguna - todas las entregas estan firmadas"
               MOVE 1 TO WS-Terminar
           END-IF.

       400-PedirEntrega.
           DISPLAY "Nro de entrega (blanco para terminar): "
           MOVE SPACES TO WS-Nro-Ingreso
           ACCEPT WS-Nro-Ingreso
           IF WS-Nro-Ingreso IS EQUAL SPACES
               MOVE 1 TO WS-Terminar
           ELSE
               IF WS-Nro-Ingreso IS NOT NUMERIC
                   DISPLAY "Numero invalido " WS-Nro-Ingreso
               ELSE
                   MOVE WS-Nro-Ingreso TO WS-Nro
                   IF WS-Nro IS EQUAL ZERO
                       OR TEnt-Existe(WS-Nro) IS EQUAL 0
                       DISPLAY "La entrega " WS-Nro " no esta en el "
                               "manifiesto de la corrida"
                   ELSE
                       IF TEnt-Firmada(WS-Nro) IS EQUAL 1
                           DISPLAY "La entrega " WS-Nro
                                   " ya esta firmada"
                       ELSE
                           PERFORM 410-RegistrarFirma
                       END-IF
                   END-IF
               END-IF
           END-IF.

       410-RegistrarFirma.
           DISPLAY "Entrega " WS-Nro ": " TEnt-Reporte(WS-Nro)
                   " para " TEnt-Oficina(WS-Nro)
           DISPLAY "Recibido por: "
           MOVE SPACES TO WS-Recibe
           ACCEPT WS-Recibe
           IF WS-Recibe IS EQUAL SPACES
               DISPLAY "Sin nombre de quien recibe - no se registra"
           ELSE
               OPEN EXTEND ENTREGAS
               IF WS-Entregas-Status IS NOT EQUAL "00"
                   DISPLAY "ENTREGADIST: no se pudo grabar la firma "
                           "- estado " WS-Entregas-Status
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE SPACES TO Ent-Reg
               MOVE "F" TO Ent-Tipo
               MOVE WS-Fecha TO Ent-Fecha
               MOVE WS-Nro TO Ent-Nro
               MOVE WS-Recibe TO Enf-Recibe
               MOVE WS-Operador TO Enf-Operador
               ACCEPT Enf-Fecha FROM DATE YYYYMMDD
               ACCEPT Enf-Hora FROM TIME
               WRITE Ent-Firma
               CLOSE ENTREGAS
               MOVE 1 TO TEnt-Firmada(WS-Nro)
               ADD 1 TO WS-CantFirmadas
               SUBTRACT 1 FROM WS-CantPendientes
               DISPLAY "Firma registrada"
           END-IF.

       900-ImprimoResumen.
           MOVE WS-CantEntregas TO lr-Entregas
           MOVE WS-CantFirmadas TO lr-Firmadas
           MOVE WS-CantPendientes TO lr-Pendientes
           DISPLAY Lin-Resumen1
           DISPLAY Lin-Resumen2
           DISPLAY Lin-Resumen3.

       END PROGRAM ENTREGADIST.
