           ORGANIZATION is line sequential
           FILE STATUS is WS-MateriasMaestro-Status.

           SELECT NOTAS-RETENIDAS ASSIGN TO DYNAMIC
           WS-Path-Retenidas
           ORGANIZATION is line sequential
           FILE STATUS is WS-Retenidas-Status.

           SELECT NOTAS-LIBERADAS ASSIGN TO DYNAMIC
           WS-Path-Liberadas
           ORGANIZATION is line sequential
           FILE STATUS is WS-Liberadas-Status.

      ******************************************************************
       DATA DIVISION.
        FILE SECTION.
           03 Mst-Nombre pic x(16).
           03 Mst-Institucion pic x.

      * alumno moroso en cuotas: su bloque (cabecera y detalles) queda
      * retenido fuera de NOTAS-LIMPIAS hasta que CUOTASLIB lo libere.
      * NOTAS trae las notas de todo el ano, asi que el archivo se
      * rearma en cada corrida conservando la fecha de retencion
       FD  NOTAS-RETENIDAS.
       01  Rtn-Reg.
           03 Rtn-Imagen pic x(11).
           03 filler pic x(2) value spaces.
           03 Rtn-Cuenta pic x(8).
           03 filler pic x(2) value spaces.
           03 Rtn-Dias pic 9(3).
           03 filler pic x(2) value spaces.
           03 Rtn-Fecha pic 9(8).

      * liberaciones autorizadas a mano en CUOTASLIB: el alumno no se
      * retiene mientras siga en mora. Cuando queda al dia la liberacion
      * se da por cumplida y se borra, igual que las de anos anteriores;
      * el archivo se rearma en cada corrida
       FD  NOTAS-LIBERADAS.
       01  Lbr-Reg.
           03 Lbr-Imagen pic x(11).
           03 filler pic x(2).
           03 Lbr-Cuenta pic x(8).
           03 filler pic x(2).
           03 Lbr-Dias pic 9(3).
           03 filler pic x(2).
           03 Lbr-Fecha pic 9(8).

       WORKING-STORAGE SECTION.

       01  WS-Path-Notas pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\notas-errores.txt".
       01  WS-Path-Materias-Maestro pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\materias-maestro.txt".
       01  WS-Path-Retenidas pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\notas-retenidas.txt".
       01  WS-Path-Liberadas pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\notas-liberadas.txt".
       01  WS-Path-Override pic x(100).

       01  WS-Notas-Status pic xx.
       01  WS-Limpias-Status pic xx.
       01  WS-Errores-Status pic xx.
       01  WS-MateriasMaestro-Status pic xx.
       01  WS-Retenidas-Status pic xx.
       01  WS-Liberadas-Status pic xx.

       01  WS-Ctas-Cuenta pic x(8).
       01  WS-Ctas-CuentaLedger pic x(8).
       01  WS-Ctas-Dias pic 9(3).
       01  WS-Ctas-Resultado pic x.
       01  WS-BloqueRetenido pic 9 value zero.
       01  WS-RunFecha pic 9(8).
       01  WS-FlagLiberadas pic 9 value zero.
       01  WS-HayLiberadas pic 9 value zero.
       01  WS-FlagRetenidas pic 9 value zero.
       01  WS-BloqueLiberado pic 9 value zero.
       01  WS-FechaRetencion pic 9(8).
       01  WS-Dni-Buscado pic x(8).
       01  WS-Hallado pic 9.

       01  WS-CantRetPrevias pic 9(3) value zero.
       01  Tabla-RetPrevias.
           03 Tabla-Rtp OCCURS 500 TIMES.
               05 TRtp-Dni pic x(8).
               05 TRtp-Fecha pic 9(8).
       01  Idx-Rtp pic 9(3).

       01  WS-CantLiberadas pic 9(3) value zero.
       01  Tabla-Liberadas.
           03 Tabla-Lbd OCCURS 500 TIMES.
               05 TLbd-Dni pic x(8).
               05 TLbd-Fecha pic 9(8).
               05 TLbd-Vigente pic 9.
               05 TLbd-Reg pic x(36).
       01  Idx-Lbd pic 9(3).

       01  WS-FlagNotas pic 9 value zero.
       01  WS-CabeceraValida pic 9 value zero.
       01  WS-CantCabRechazadas pic 9(7) value zero.
       01  WS-CantDetRechazados pic 9(7) value zero.
       01  WS-CantTipoInvalido pic 9(7) value zero.
       01  WS-CantCabRetenidas pic 9(7) value zero.
       01  WS-CantDetRetenidos pic 9(7) value zero.
       01  WS-CantLiberados pic 9(7) value zero.

       01  Lin-Control1.
           03 filler pic x(30) value "Cabeceras leidas:".
       01  Lin-Control7.
           03 filler pic x(30) value "Tipos de registro invalidos:".
           03 lc-TipoInvalido pic zzzzzz9.
       01  Lin-Control8.
           03 filler pic x(30) value "Alumnos retenidos por cuotas:".
           03 lc-CabRetenidas pic zzzzzz9.
       01  Lin-Control9.
           03 filler pic x(30) value "Detalles retenidos:".
           03 lc-DetRetenidos pic zzzzzz9.
       01  Lin-Control10.
           03 filler pic x(30) value "Registros liberados:".
           03 lc-Liberados pic zzzzzz9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               PERFORM 300-ClasificarRegistro
               PERFORM 200-LeerNota
           END-PERFORM
           PERFORM 800-GrabarLiberadas
           PERFORM 900-ImprimoControl
           PERFORM 999-FinGeneral

           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Materias-Maestro
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "EDITNOTAS2-RETENIDAS-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Retenidas
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "EDITNOTAS2-LIBERADAS-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Liberadas
           END-IF
           ACCEPT WS-RunFecha FROM DATE YYYYMMDD
           PERFORM 050-CargarMaterias.

       050-CargarMaterias.
                       AT END MOVE 1 TO WS-FlagMatMaestro
                       NOT AT END
                           IF Mst-Institucion IS EQUAL "2"
                               IF WS-CantMatCargadas IS EQUAL 50
                                   DISPLAY "EDITNOTAS2: tabla de "
                                           "materias llena"
                                   MOVE 8 TO RETURN-CODE
                                   GOBACK
                               END-IF
                               ADD 1 TO WS-CantMatCargadas
                               MOVE Mst-Codigo
                                      TO TMat-Cod(WS-CantMatCargadas)
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 130-CargarRetenidas
           PERFORM 150-CargarLiberadas
           OPEN OUTPUT NOTAS-LIMPIAS
           IF WS-Limpias-Status IS NOT EQUAL "00"
               DISPLAY "EDITNOTAS2: no se pudo abrir NOTAS-LIMPIAS "
                       "- estado " WS-Errores-Status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT NOTAS-RETENIDAS.

       130-CargarRetenidas.
           OPEN INPUT NOTAS-RETENIDAS
           IF WS-Retenidas-Status IS EQUAL "00"
               PERFORM UNTIL WS-FlagRetenidas IS EQUAL 1
                   READ NOTAS-RETENIDAS
                       AT END MOVE 1 TO WS-FlagRetenidas
                       NOT AT END
                           IF Rtn-Imagen(1:1) IS EQUAL "1"
                               PERFORM 135-GuardarRetenida
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NOTAS-RETENIDAS
           END-IF.

       135-GuardarRetenida.
           MOVE Rtn-Imagen(2:8) TO WS-Dni-Buscado
           PERFORM 460-BuscarRetenida
           IF WS-Hallado IS EQUAL 0
               IF WS-CantRetPrevias IS EQUAL 500
                   DISPLAY "EDITNOTAS2: tabla de alumnos retenidos "
                           "llena"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO WS-CantRetPrevias
               MOVE WS-Dni-Buscado TO TRtp-Dni(WS-CantRetPrevias)
               MOVE Rtn-Fecha TO TRtp-Fecha(WS-CantRetPrevias)
           END-IF.

      * los bloques que CUOTASLIB libero siguen en NOTAS: se toman
      * los DNI de las cabeceras liberadas en el ano de la corrida
       150-CargarLiberadas.
           OPEN INPUT NOTAS-LIBERADAS
           IF WS-Liberadas-Status IS EQUAL "00"
               MOVE 1 TO WS-HayLiberadas
               PERFORM UNTIL WS-FlagLiberadas IS EQUAL 1
                   READ NOTAS-LIBERADAS
                       AT END MOVE 1 TO WS-FlagLiberadas
                       NOT AT END
                           IF Lbr-Imagen(1:1) IS EQUAL "1"
                               AND Lbr-Fecha(1:4) = WS-RunFecha(1:4)
                               PERFORM 155-GuardarLiberada
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NOTAS-LIBERADAS
           END-IF.

       155-GuardarLiberada.
           MOVE Lbr-Imagen(2:8) TO WS-Dni-Buscado
           PERFORM 440-BuscarLiberada
           IF WS-Hallado IS EQUAL 0
               IF WS-CantLiberadas IS EQUAL 500
                   DISPLAY "EDITNOTAS2: tabla de alumnos liberados "
                           "llena"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO WS-CantLiberadas
               MOVE WS-CantLiberadas TO Idx-Lbd
               MOVE WS-Dni-Buscado TO TLbd-Dni(Idx-Lbd)
               MOVE ZERO TO TLbd-Fecha(Idx-Lbd)
               MOVE 1 TO TLbd-Vigente(Idx-Lbd)
           END-IF
           IF Lbr-Fecha > TLbd-Fecha(Idx-Lbd)
               MOVE Lbr-Fecha TO TLbd-Fecha(Idx-Lbd)
               MOVE Lbr-Reg TO TLbd-Reg(Idx-Lbd)
           END-IF.

       200-LeerNota.

       400-ValidarCabecera.
           MOVE 0 TO WS-CabeceraValida
           MOVE 0 TO WS-BloqueLiberado
           MOVE 0 TO WS-BloqueRetenido
           IF Not1-Dni IS NOT NUMERIC OR Not1-Dni IS EQUAL ZERO
               MOVE "DNI NO NUMERICO" TO WS-Motivo
               ADD 1 TO WS-CantCabRechazadas
                       PERFORM 700-RegistrarError
                   ELSE
                       MOVE 1 TO WS-CabeceraValida
                       MOVE Not-Raw(2:8) TO WS-Dni-Buscado
                       PERFORM 450-VerificarCuotas
                       PERFORM 440-BuscarLiberada
                       IF WS-Hallado IS EQUAL 1
                           IF WS-BloqueRetenido IS EQUAL 1
                               MOVE 0 TO WS-BloqueRetenido
                               MOVE 1 TO WS-BloqueLiberado
                           ELSE
                               MOVE 0 TO TLbd-Vigente(Idx-Lbd)
                           END-IF
                       END-IF
                       IF WS-BloqueRetenido IS EQUAL 1
                           ADD 1 TO WS-CantCabRetenidas
                       ELSE
                           ADD 1 TO WS-CantCabAceptadas
                       END-IF
                       PERFORM 600-GrabarLimpia
                   END-IF
               END-IF
               END-IF
           END-PERFORM.

       440-BuscarLiberada.
           MOVE 0 TO WS-Hallado
           PERFORM VARYING Idx-Lbd FROM 1 BY 1
                   UNTIL Idx-Lbd > WS-CantLiberadas
                   OR WS-Hallado = 1
               IF TLbd-Dni(Idx-Lbd) IS EQUAL WS-Dni-Buscado
                   MOVE 1 TO WS-Hallado
               END-IF
           END-PERFORM
           IF WS-Hallado = 1
               SUBTRACT 1 FROM Idx-Lbd
           END-IF.

       450-VerificarCuotas.
           MOVE 0 TO WS-BloqueRetenido
           MOVE Not1-Dni TO WS-Ctas-Cuenta
           CALL "CUOTASVER" USING WS-Ctas-Cuenta WS-Ctas-CuentaLedger
                                  WS-Ctas-Dias WS-Ctas-Resultado
           IF WS-Ctas-Resultado IS EQUAL "X"
               DISPLAY "EDITNOTAS2: no se pudo verificar la mora"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-Ctas-Resultado IS EQUAL "M"
               MOVE 1 TO WS-BloqueRetenido
               MOVE WS-RunFecha TO WS-FechaRetencion
               PERFORM 460-BuscarRetenida
               IF WS-Hallado IS EQUAL 1
                   MOVE TRtp-Fecha(Idx-Rtp) TO WS-FechaRetencion
               END-IF
           END-IF.

       460-BuscarRetenida.
           MOVE 0 TO WS-Hallado
           PERFORM VARYING Idx-Rtp FROM 1 BY 1
                   UNTIL Idx-Rtp > WS-CantRetPrevias
                   OR WS-Hallado = 1
               IF TRtp-Dni(Idx-Rtp) IS EQUAL WS-Dni-Buscado
                   MOVE 1 TO WS-Hallado
               END-IF
           END-PERFORM
           IF WS-Hallado = 1
               SUBTRACT 1 FROM Idx-Rtp
           END-IF.

       500-ValidarDetalle.
           IF WS-CabeceraValida IS NOT EQUAL 1
               MOVE "DETALLE SIN CABECERA" TO WS-Motivo
                               ADD 1 TO WS-CantDetRechazados
                               PERFORM 700-RegistrarError
                           ELSE
                               IF WS-BloqueRetenido IS EQUAL 1
                                   ADD 1 TO WS-CantDetRetenidos
                               ELSE
                                   ADD 1 TO WS-CantDetAceptados
                               END-IF
                               PERFORM 600-GrabarLimpia
                           END-IF
                       END-IF
           END-PERFORM.

       600-GrabarLimpia.
           IF WS-BloqueRetenido IS EQUAL 1
               MOVE SPACES TO Rtn-Reg
               MOVE Not-Raw TO Rtn-Imagen
               MOVE WS-Ctas-CuentaLedger TO Rtn-Cuenta
               MOVE WS-Ctas-Dias TO Rtn-Dias
               MOVE WS-FechaRetencion TO Rtn-Fecha
               WRITE Rtn-Reg
           ELSE
               WRITE Lim-Reg FROM Not-Raw
               IF WS-BloqueLiberado IS EQUAL 1
                   ADD 1 TO WS-CantLiberados
               END-IF
           END-IF.

       700-RegistrarError.
           MOVE SPACES TO Err-Reg
           MOVE WS-Motivo TO Err-Motivo
           WRITE Err-Reg.

      * quedan solo las liberaciones del ano de alumnos que siguen en
      * mora; las demas ya no hacen falta
       800-GrabarLiberadas.
           IF WS-HayLiberadas IS EQUAL 1
               OPEN OUTPUT NOTAS-LIBERADAS
               PERFORM VARYING Idx-Lbd FROM 1 BY 1
                       UNTIL Idx-Lbd > WS-CantLiberadas
                   IF TLbd-Vigente(Idx-Lbd) IS EQUAL 1
                       WRITE Lbr-Reg FROM TLbd-Reg(Idx-Lbd)
                   END-IF
               END-PERFORM
               CLOSE NOTAS-LIBERADAS
           END-IF.

       900-ImprimoControl.
           MOVE WS-CantCabLeidas TO lc-CabLeidas
           MOVE WS-CantDetLeidos TO lc-DetLeidos
           MOVE WS-CantCabRechazadas TO lc-CabRechazadas
           MOVE WS-CantDetRechazados TO lc-DetRechazados
           MOVE WS-CantTipoInvalido TO lc-TipoInvalido
           MOVE WS-CantCabRetenidas TO lc-CabRetenidas
           MOVE WS-CantDetRetenidos TO lc-DetRetenidos
           MOVE WS-CantLiberados TO lc-Liberados
           DISPLAY Lin-Control1
           DISPLAY Lin-Control2
           DISPLAY Lin-Control3
           DISPLAY Lin-Control5
           DISPLAY Lin-Control6
           DISPLAY Lin-Control7
           DISPLAY Lin-Control8
           DISPLAY Lin-Control9
           DISPLAY Lin-Control10
           IF WS-CantCabRechazadas > ZERO
                              OR WS-CantDetRechazados > ZERO
                              OR WS-CantTipoInvalido > ZERO
                              OR WS-CantCabRetenidas > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

       999-FinGeneral.
           CLOSE NOTAS
           CLOSE NOTAS-LIMPIAS
           CLOSE NOTAS-ERRORES
           CLOSE NOTAS-RETENIDAS.

       END PROGRAM EDITNOTAS2.
