      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTOPER.
      ******************************************************************
       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
           SELECT OPERADORES-MAESTRO ASSIGN TO DYNAMIC
           WS-Path-Maestro
           ORGANIZATION is line sequential
           FILE STATUS is WS-Maestro-Status.

           SELECT MOV-OPERADOR ASSIGN TO DYNAMIC
           WS-Path-Mov-Operador
           ORGANIZATION is line sequential.

           SELECT MAESTRO-NUEVO ASSIGN TO DYNAMIC
           WS-Path-Maestro-Nuevo
           ORGANIZATION is line sequential.

           SELECT MOV-OPERADOR-EXCEP ASSIGN TO DYNAMIC
           WS-Path-Mov-Excep
           ORGANIZATION is line sequential.

           SELECT JOURNAL-OPERADORES ASSIGN TO DYNAMIC
           WS-Path-Journal
           ORGANIZATION is line sequential
           FILE STATUS is WS-Journal-Status.

      ******************************************************************
       DATA DIVISION.
        FILE SECTION.
       FD  OPERADORES-MAESTRO.
       01  Ope-Reg.
           03 Ope-Codigo pic x(8).
           03 Ope-Clave pic x(8).
           03 Ope-Rol pic x.
           03 Ope-Estado pic x.
           03 Ope-Nombre pic x(30).

       FD  MOV-OPERADOR.
       01  Mov-Reg.
           03 Mov-Tipo pic x.
           03 Mov-Codigo pic x(8).
           03 Mov-Clave pic x(8).
           03 Mov-Rol pic x.
           03 Mov-Estado pic x.
           03 Mov-Nombre pic x(30).

       FD  MAESTRO-NUEVO.
       01  Ope-Nuevo-Reg.
           03 Ope-Nuevo-Codigo pic x(8).
           03 Ope-Nuevo-Clave pic x(8).
           03 Ope-Nuevo-Rol pic x.
           03 Ope-Nuevo-Estado pic x.
           03 Ope-Nuevo-Nombre pic x(30).

       FD  MOV-OPERADOR-EXCEP.
       01  Exc-Mov-Reg.
           03 Exc-Mov-Tipo pic x.
           03 filler pic x(2) value spaces.
           03 Exc-Mov-Codigo pic x(8).
           03 filler pic x(2) value spaces.
           03 Exc-Mov-Motivo pic x(25).

       FD  JOURNAL-OPERADORES.
       01  Jrn-Reg.
           03 Jrn-Fecha pic 9(8).
           03 filler pic x(2) value spaces.
           03 Jrn-Hora pic 9(8).
           03 filler pic x(2) value spaces.
           03 Jrn-Programa pic x(12).
           03 filler pic x(2) value spaces.
           03 Jrn-Tipo pic x.
           03 filler pic x(2) value spaces.
           03 Jrn-Clave pic x(8).
           03 filler pic x(2) value spaces.
           03 Jrn-Antes pic x(60).
           03 filler pic x(2) value spaces.
           03 Jrn-Despues pic x(60).
           03 filler pic x(2) value spaces.
           03 Jrn-Operador pic x(8).

           WORKING-STORAGE SECTION.

       01  WS-Path-Maestro pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\operadores.txt".
       01  WS-Path-Mov-Operador pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\mov-operadores.txt".
       01  WS-Path-Maestro-Nuevo pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\operadores-nuevo.txt".
       01  WS-Path-Mov-Excep pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\mov-operadores-excep.txt".
       01  WS-Path-Journal pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\mov-operadores-journal.txt".
       01  WS-Path-Override pic x(100).

       01  WS-Operador pic x(8).
       01  WS-Acc-Funcion pic x.
       01  WS-Acc-Programa pic x(12) value "MANTOPER".
       01  WS-Acc-Rol pic x value "A".
       01  WS-Acc-Clave pic x(8).
       01  WS-Acc-Resultado pic x.

       01  WS-Maestro-Status pic xx.
       01  WS-Journal-Status pic xx.

       01  WS-FlagMaestro pic 9 value zero.
       01  WS-FlagMov pic 9 value zero.
       01  WS-RunFecha pic 9(8).
       01  WS-RunHora pic 9(8).
       01  WS-Motivo pic x(25).

       01  WS-CantMovimientos pic 9(5) value zero.
       01  WS-TablaLlena pic 9 value zero.
       01  WS-Sub pic 9(5).

       01  Tabla-Movimientos.
           03 Tabla-Mov OCCURS 500 TIMES.
               05 TMov-Tipo pic x.
               05 TMov-Codigo pic x(8).
               05 TMov-Clave pic x(8).
               05 TMov-Rol pic x.
               05 TMov-Estado pic x.
               05 TMov-Nombre pic x(30).
               05 TMov-Aplicado pic x value space.

       01  Idx-Mov pic 9(5).
       01  WS-Hubo-Baja pic x value "N".
       01  WS-Hubo-Cambio pic x value "N".
       01  WS-Ope-Actual pic x(48).
       01  WS-Ope-Modificado pic x(48).

      * la clave nunca pasa al journal
       01  WS-Imagen.
           03 wi-Codigo pic x(8).
           03 filler pic x(2) value spaces.
           03 wi-Clave pic x(8).
           03 filler pic x(2) value spaces.
           03 wi-Rol pic x.
           03 filler pic x(2) value spaces.
           03 wi-Estado pic x.
           03 filler pic x(2) value spaces.
           03 wi-Nombre pic x(30).
       01  WS-Imagen-Antes pic x(60).
       01  WS-Imagen-Despues pic x(60).
       01  WS-Jrn-Tipo pic x.
       01  WS-Jrn-Clave pic x(8).

       01  WS-CantAltas pic 9(5) value zero.
       01  WS-CantCambios pic 9(5) value zero.
       01  WS-CantBajas pic 9(5) value zero.
       01  WS-CantRechazados pic 9(5) value zero.

       01  Lin-Resumen.
           03 filler pic x(20) value "Altas aplicadas:".
           03 lr-Altas pic ----9.
           03 filler pic x(20) value "Cambios aplicados:".
           03 lr-Cambios pic ----9.
           03 filler pic x(20) value "Bajas aplicadas:".
           03 lr-Bajas pic ----9.
           03 filler pic x(23) value "Movimientos rechazados:".
           03 lr-Rechazados pic ----9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 000-LeerParametros
           PERFORM 050-IngresoOperador
           PERFORM 100-InicioGeneral
           PERFORM 200-CargarMovimientos
           PERFORM 300-CopiarYActualizarMaestro
           PERFORM 400-AgregarAltas
           PERFORM 900-ImprimoResumen
           PERFORM 999-FinGeneral

           GOBACK.

       000-LeerParametros.
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "OPERADORES-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Maestro
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "MANTOPER-MOV-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Mov-Operador
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "MANTOPER-MAESTRO-NUEVO-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Maestro-Nuevo
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "MANTOPER-MOV-EXCEP-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Mov-Excep
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "MANTOPER-JOURNAL-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Journal
           END-IF
           ACCEPT WS-RunFecha FROM DATE YYYYMMDD
           ACCEPT WS-RunHora FROM TIME.

       050-IngresoOperador.
           MOVE "I" TO WS-Acc-Funcion
           MOVE SPACES TO WS-Acc-Clave
           CALL "OPERACCESO" USING WS-Acc-Funcion WS-Acc-Programa
                                   WS-Acc-Rol WS-Acc-Clave
                                   WS-Acc-Resultado
           IF WS-Acc-Resultado IS NOT EQUAL "S"
               DISPLAY "MANTOPER: ingreso no autorizado"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-Acc-Clave TO WS-Operador.

       100-InicioGeneral.
           OPEN INPUT OPERADORES-MAESTRO
           IF WS-Maestro-Status IS NOT EQUAL "00"
               DISPLAY "MANTOPER: no se pudo abrir OPERADORES "
                       "- estado " WS-Maestro-Status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT MOV-OPERADOR
           OPEN OUTPUT MAESTRO-NUEVO
           OPEN OUTPUT MOV-OPERADOR-EXCEP
           OPEN EXTEND JOURNAL-OPERADORES
           IF WS-Journal-Status IS EQUAL "35"
               OPEN OUTPUT JOURNAL-OPERADORES
           END-IF.

       200-CargarMovimientos.
           PERFORM 210-LeerMovimiento
           PERFORM UNTIL WS-FlagMov IS EQUAL 1
               IF WS-CantMovimientos < 500
                   ADD 1 TO WS-CantMovimientos
                   MOVE Mov-Tipo TO TMov-Tipo(WS-CantMovimientos)
                   MOVE Mov-Codigo TO TMov-Codigo(WS-CantMovimientos)
                   MOVE Mov-Clave TO TMov-Clave(WS-CantMovimientos)
                   MOVE Mov-Rol TO TMov-Rol(WS-CantMovimientos)
                   MOVE Mov-Estado TO TMov-Estado(WS-CantMovimientos)
                   MOVE Mov-Nombre TO TMov-Nombre(WS-CantMovimientos)
               ELSE
                   MOVE 1 TO WS-TablaLlena
                   MOVE SPACES TO Exc-Mov-Reg
                   MOVE "TABLA DE MOV LLENA" TO Exc-Mov-Motivo
                   MOVE Mov-Tipo TO Exc-Mov-Tipo
                   MOVE Mov-Codigo TO Exc-Mov-Codigo
                   WRITE Exc-Mov-Reg
                   ADD 1 TO WS-CantRechazados
               END-IF
               PERFORM 210-LeerMovimiento
           END-PERFORM.

       210-LeerMovimiento.
           READ MOV-OPERADOR AT END MOVE 1 TO WS-FlagMov.

       300-CopiarYActualizarMaestro.
           PERFORM 310-LeerMaestro
           PERFORM UNTIL WS-FlagMaestro IS EQUAL 1
               MOVE Ope-Reg TO WS-Ope-Actual
               MOVE Ope-Reg TO WS-Ope-Modificado
               PERFORM 320-ProcesarMovimientosDelCodigo
               IF WS-Hubo-Baja IS EQUAL "S"
                   ADD 1 TO WS-CantBajas
                   MOVE "B" TO WS-Jrn-Tipo
                   MOVE Ope-Codigo TO WS-Jrn-Clave
                   MOVE WS-Ope-Actual TO Ope-Reg
                   PERFORM 810-ArmarImagen
                   MOVE WS-Imagen TO WS-Imagen-Antes
                   MOVE SPACES TO WS-Imagen-Despues
                   PERFORM 800-GrabarJournal
               ELSE
                   IF WS-Hubo-Cambio IS EQUAL "S"
                       MOVE WS-Ope-Modificado TO Ope-Nuevo-Reg
                       WRITE Ope-Nuevo-Reg
                       ADD 1 TO WS-CantCambios
                       MOVE "C" TO WS-Jrn-Tipo
                       MOVE Ope-Nuevo-Codigo TO WS-Jrn-Clave
                       MOVE WS-Ope-Actual TO Ope-Reg
                       PERFORM 810-ArmarImagen
                       MOVE WS-Imagen TO WS-Imagen-Antes
                       MOVE WS-Ope-Modificado TO Ope-Reg
                       PERFORM 810-ArmarImagen
                       MOVE WS-Imagen TO WS-Imagen-Despues
                       PERFORM 800-GrabarJournal
                   ELSE
                       WRITE Ope-Nuevo-Reg FROM WS-Ope-Actual
                   END-IF
               END-IF
               PERFORM 310-LeerMaestro
           END-PERFORM.

       310-LeerMaestro.
           READ OPERADORES-MAESTRO AT END MOVE 1 TO WS-FlagMaestro.

      * en un cambio los campos en blanco conservan el valor anterior;
      * el operador conectado no puede darse de baja ni bloquearse
       320-ProcesarMovimientosDelCodigo.
           MOVE "N" TO WS-Hubo-Baja
           MOVE "N" TO WS-Hubo-Cambio
           PERFORM VARYING Idx-Mov FROM 1 BY 1
                   UNTIL Idx-Mov > WS-CantMovimientos
               IF TMov-Codigo(Idx-Mov) IS EQUAL TO Ope-Codigo
                   AND TMov-Aplicado(Idx-Mov) IS NOT EQUAL TO "S"
                   MOVE SPACES TO WS-Motivo
                   EVALUATE TMov-Tipo(Idx-Mov)
                       WHEN "A"
                           MOVE "CODIGO YA EXISTENTE" TO WS-Motivo
                       WHEN "C"
                           MOVE Idx-Mov TO WS-Sub
                           PERFORM 420-ValidarContenido
                           IF TMov-Estado(Idx-Mov) IS EQUAL "B"
                               AND Ope-Codigo IS EQUAL WS-Operador
                               MOVE "OPERADOR EN USO" TO WS-Motivo
                           END-IF
                           IF WS-Motivo IS EQUAL SPACES
                               PERFORM 330-AplicarCambio
                               MOVE "S" TO WS-Hubo-Cambio
                           END-IF
                       WHEN "B"
                           IF Ope-Codigo IS EQUAL WS-Operador
                               MOVE "OPERADOR EN USO" TO WS-Motivo
                           ELSE
                               MOVE "S" TO WS-Hubo-Baja
                           END-IF
                       WHEN OTHER
                           MOVE "TIPO DE MOV. INVALIDO" TO WS-Motivo
                   END-EVALUATE
                   IF WS-Motivo IS NOT EQUAL SPACES
                       MOVE Idx-Mov TO WS-Sub
                       PERFORM 700-RegistrarRechazo
                   END-IF
                   MOVE "S" TO TMov-Aplicado(Idx-Mov)
               END-IF
           END-PERFORM.

       330-AplicarCambio.
           MOVE WS-Ope-Modificado TO Ope-Nuevo-Reg
           IF TMov-Clave(Idx-Mov) IS NOT EQUAL SPACES
               MOVE TMov-Clave(Idx-Mov) TO Ope-Nuevo-Clave
           END-IF
           IF TMov-Rol(Idx-Mov) IS NOT EQUAL SPACES
               MOVE TMov-Rol(Idx-Mov) TO Ope-Nuevo-Rol
           END-IF
           IF TMov-Estado(Idx-Mov) IS NOT EQUAL SPACES
               MOVE TMov-Estado(Idx-Mov) TO Ope-Nuevo-Estado
           END-IF
           IF TMov-Nombre(Idx-Mov) IS NOT EQUAL SPACES
               MOVE TMov-Nombre(Idx-Mov) TO Ope-Nuevo-Nombre
           END-IF
           MOVE Ope-Nuevo-Reg TO WS-Ope-Modificado.

       400-AgregarAltas.
           PERFORM VARYING WS-Sub FROM 1 BY 1
                   UNTIL WS-Sub > WS-CantMovimientos
               IF TMov-Tipo(WS-Sub) IS EQUAL TO "A"
                   AND TMov-Aplicado(WS-Sub) IS NOT EQUAL TO "S"
                   PERFORM 410-ValidarAltaDuplicada
                   IF TMov-Aplicado(WS-Sub) IS NOT EQUAL TO "S"
                       MOVE SPACES TO WS-Motivo
                       PERFORM 420-ValidarContenido
                       IF WS-Motivo IS EQUAL SPACES
                           AND (TMov-Clave(WS-Sub) IS EQUAL SPACES
                           OR TMov-Rol(WS-Sub) IS EQUAL SPACES)
                           MOVE "FALTA CLAVE O ROL" TO WS-Motivo
                       END-IF
                       IF WS-Motivo IS EQUAL SPACES
                           PERFORM 450-GrabarAlta
                       ELSE
                           PERFORM 700-RegistrarRechazo
                       END-IF
                       MOVE "S" TO TMov-Aplicado(WS-Sub)
                   END-IF
               ELSE
                   IF TMov-Aplicado(WS-Sub) IS NOT EQUAL TO "S"
                       MOVE "CODIGO INEXISTENTE" TO WS-Motivo
                       PERFORM 700-RegistrarRechazo
                   END-IF
               END-IF
           END-PERFORM.

       410-ValidarAltaDuplicada.
           PERFORM VARYING Idx-Mov FROM 1 BY 1
                   UNTIL Idx-Mov >= WS-Sub
               IF TMov-Tipo(Idx-Mov) IS EQUAL TO "A"
                   AND TMov-Codigo(Idx-Mov) IS EQUAL TO
                                                  TMov-Codigo(WS-Sub)
                   MOVE "CODIGO DUPLICADO" TO WS-Motivo
                   PERFORM 700-RegistrarRechazo
                   MOVE "S" TO TMov-Aplicado(WS-Sub)
               END-IF
           END-PERFORM.

       420-ValidarContenido.
           MOVE SPACES TO WS-Motivo
           IF TMov-Rol(WS-Sub) IS NOT EQUAL SPACES
               AND TMov-Rol(WS-Sub) IS NOT EQUAL "C"
               AND TMov-Rol(WS-Sub) IS NOT EQUAL "S"
               AND TMov-Rol(WS-Sub) IS NOT EQUAL "A"
               MOVE "ROL INVALIDO" TO WS-Motivo
           END-IF
           IF TMov-Estado(WS-Sub) IS NOT EQUAL SPACES
               AND TMov-Estado(WS-Sub) IS NOT EQUAL "A"
               AND TMov-Estado(WS-Sub) IS NOT EQUAL "B"
               MOVE "ESTADO INVALIDO" TO WS-Motivo
           END-IF
           IF TMov-Codigo(WS-Sub) IS EQUAL SPACES
               MOVE "CODIGO EN BLANCO" TO WS-Motivo
           END-IF.

       450-GrabarAlta.
           MOVE TMov-Codigo(WS-Sub) TO Ope-Nuevo-Codigo
           MOVE TMov-Clave(WS-Sub) TO Ope-Nuevo-Clave
           MOVE TMov-Rol(WS-Sub) TO Ope-Nuevo-Rol
           MOVE TMov-Estado(WS-Sub) TO Ope-Nuevo-Estado
           IF Ope-Nuevo-Estado IS EQUAL SPACE
               MOVE "A" TO Ope-Nuevo-Estado
           END-IF
           MOVE TMov-Nombre(WS-Sub) TO Ope-Nuevo-Nombre
           WRITE Ope-Nuevo-Reg
           ADD 1 TO WS-CantAltas
           MOVE "A" TO WS-Jrn-Tipo
           MOVE Ope-Nuevo-Codigo TO WS-Jrn-Clave
           MOVE Ope-Nuevo-Reg TO Ope-Reg
           PERFORM 810-ArmarImagen
           MOVE SPACES TO WS-Imagen-Antes
           MOVE WS-Imagen TO WS-Imagen-Despues
           PERFORM 800-GrabarJournal.

       700-RegistrarRechazo.
           MOVE SPACES TO Exc-Mov-Reg
           MOVE WS-Motivo TO Exc-Mov-Motivo
           MOVE TMov-Tipo(WS-Sub) TO Exc-Mov-Tipo
           MOVE TMov-Codigo(WS-Sub) TO Exc-Mov-Codigo
           WRITE Exc-Mov-Reg
           ADD 1 TO WS-CantRechazados.

       800-GrabarJournal.
           MOVE SPACES TO Jrn-Reg
           MOVE WS-RunFecha TO Jrn-Fecha
           MOVE WS-RunHora TO Jrn-Hora
           MOVE "MANTOPER" TO Jrn-Programa
           MOVE WS-Jrn-Tipo TO Jrn-Tipo
           MOVE WS-Jrn-Clave TO Jrn-Clave
           MOVE WS-Imagen-Antes TO Jrn-Antes
           MOVE WS-Imagen-Despues TO Jrn-Despues
           MOVE WS-Operador TO Jrn-Operador
           WRITE Jrn-Reg.

       810-ArmarImagen.
           MOVE Ope-Codigo TO wi-Codigo
           MOVE "********" TO wi-Clave
           MOVE Ope-Rol TO wi-Rol
           MOVE Ope-Estado TO wi-Estado
           MOVE Ope-Nombre TO wi-Nombre.

       900-ImprimoResumen.
           MOVE WS-CantAltas TO lr-Altas
           MOVE WS-CantCambios TO lr-Cambios
           MOVE WS-CantBajas TO lr-Bajas
           MOVE WS-CantRechazados TO lr-Rechazados
           DISPLAY Lin-Resumen
           IF WS-CantRechazados > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-TablaLlena IS EQUAL 1
               DISPLAY "MANTOPER: tabla de movimientos llena - "
                       "resultado incompleto"
               MOVE 8 TO RETURN-CODE
           END-IF.

       999-FinGeneral.
           CLOSE OPERADORES-MAESTRO
           CLOSE MOV-OPERADOR
           CLOSE MAESTRO-NUEVO
           CLOSE MOV-OPERADOR-EXCEP
           CLOSE JOURNAL-OPERADORES.

       END PROGRAM MANTOPER.
