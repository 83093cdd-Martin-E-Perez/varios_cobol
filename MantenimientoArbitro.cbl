      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTARBITRO.
      ******************************************************************
       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
           SELECT ARBITROS ASSIGN TO DYNAMIC
           WS-Path-Arbitros
           ORGANIZATION is INDEXED
           ACCESS MODE is RANDOM
           RECORD KEY is Arb-Codigo
           FILE STATUS is WS-Arbitros-Status.

           SELECT MOV-ARBITRO ASSIGN TO DYNAMIC
           WS-Path-Mov-Arbitro
           ORGANIZATION is line sequential.

           SELECT MOV-PENDIENTES ASSIGN TO DYNAMIC
           WS-Path-Mov-Pendientes
           ORGANIZATION is line sequential
           FILE STATUS is WS-Pendientes-Status.

           SELECT MOV-ARBITRO-EXCEP ASSIGN TO DYNAMIC
           WS-Path-Mov-Excep
           ORGANIZATION is line sequential.

           SELECT JOURNAL-ARBITRO ASSIGN TO DYNAMIC
           WS-Path-Journal
           ORGANIZATION is line sequential
           FILE STATUS is WS-Journal-Status.

      ******************************************************************
       DATA DIVISION.
        FILE SECTION.
      * Arb-Funcion: P arbitro principal (tambien puede ser
      *              asistente), A solo asistente
      * Arb-Estado: A activo, I inactivo (no se designa)
       FD  ARBITROS.
       01  Arb-Reg.
           03 Arb-Codigo pic 9(4).
           03 Arb-Nombre pic x(30).
           03 Arb-Funcion pic x.
           03 Arb-Estado pic x.

      * en un cambio, funcion o estado en blanco quedan como estaban
       FD  MOV-ARBITRO.
       01  Mov-Reg.
           03 Mov-Tipo pic x.
           03 Mov-Codigo pic 9(4).
           03 Mov-Nombre pic x(30).
           03 Mov-Funcion pic x.
           03 Mov-Estado pic x.
           03 Mov-FechaVigencia pic 9(8).

       FD  MOV-PENDIENTES.
       01  Pen-Reg pic x(45).

       FD  MOV-ARBITRO-EXCEP.
       01  Exc-Mov-Reg.
           03 Exc-Mov-Tipo pic x.
           03 filler pic x(2) value spaces.
           03 Exc-Mov-Codigo pic 9(4).
           03 filler pic x(2) value spaces.
           03 Exc-Mov-Motivo pic x(25).

       FD  JOURNAL-ARBITRO.
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

       01  WS-Path-Arbitros pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\arbitros-idx.dat".
       01  WS-Path-Mov-Arbitro pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\mov-arbitro.txt".
       01  WS-Path-Mov-Pendientes pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\mov-arbitro-pendientes.txt".
       01  WS-Path-Mov-Excep pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\mov-arbitro-excep.txt".
       01  WS-Path-Journal pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\mov-arbitro-journal.txt".
       01  WS-Path-Override pic x(100).

       01  WS-Operador pic x(8).
       01  WS-Acc-Funcion pic x.
       01  WS-Acc-Programa pic x(12) value "MANTARBITRO".
       01  WS-Acc-Rol pic x value "S".
       01  WS-Acc-Clave pic x(8).
       01  WS-Acc-Resultado pic x.

       01  WS-Arbitros-Status pic xx.
       01  WS-Journal-Status pic xx.

       01  WS-FlagMov pic 9 value zero.
       01  WS-Motivo pic x(25).
       01  WS-RunFecha pic 9(8).
       01  WS-RunHora pic 9(8).
       01  WS-Imagen-Antes pic x(60).
       01  WS-Imagen-Despues pic x(60).

       01  WS-MovVigente pic 9.
       01  WS-Fecha-Resultado pic x.
       01  WS-NoFuturo pic x value space.
       01  WS-Pendientes-Status pic xx.
       01  WS-FlagPendAnt pic 9 value zero.
       01  WS-CantPendientes pic 9(5) value zero.
       01  WS-TablaLlena pic 9 value zero.
       01  Tabla-PendSalida.
           03 TPen-Salida OCCURS 2000 TIMES pic x(45).
       01  Idx-PendSal pic 9(5).
       01  Lin-Pendientes.
           03 filler pic x(30) value "Movimientos pendientes:".
           03 lr-Pendientes pic ----9.

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
           PERFORM 150-ProcesarPendientesAnteriores
           PERFORM 210-LeerMovimiento
           PERFORM UNTIL WS-FlagMov IS EQUAL 1
               PERFORM 250-VerificarVigencia
               IF WS-MovVigente IS EQUAL 1
                   PERFORM 300-AplicarMovimiento
               END-IF
               PERFORM 210-LeerMovimiento
           END-PERFORM
           PERFORM 950-GrabarPendientes
           PERFORM 900-ImprimoResumen
           PERFORM 999-FinGeneral

           GOBACK.

       000-LeerParametros.
           ACCEPT WS-Path-Override
                          FROM ENVIRONMENT "MANTARBITRO-ARBITROS-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Arbitros
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "MANTARBITRO-MOV-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Mov-Arbitro
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "MANTARBITRO-MOV-EXCEP-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Mov-Excep
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "MANTARBITRO-JOURNAL-PATH"
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
               DISPLAY "MANTARBITRO: ingreso no autorizado"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-Acc-Clave TO WS-Operador.

      * las bajas quedan reservadas al administrador
       060-AutorizarBaja.
           MOVE "V" TO WS-Acc-Funcion
           MOVE "A" TO WS-Acc-Rol
           CALL "OPERACCESO" USING WS-Acc-Funcion WS-Acc-Programa
                                   WS-Acc-Rol WS-Acc-Clave
                                   WS-Acc-Resultado
           MOVE "S" TO WS-Acc-Rol.

      * el maestro se crea vacio en la primera corrida
       100-InicioGeneral.
           OPEN I-O ARBITROS
           IF WS-Arbitros-Status IS EQUAL "35"
               OPEN OUTPUT ARBITROS
               CLOSE ARBITROS
               OPEN I-O ARBITROS
           END-IF
           IF WS-Arbitros-Status IS NOT EQUAL "00"
               DISPLAY "MANTARBITRO: no se pudo abrir ARBITROS "
                       "- estado " WS-Arbitros-Status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT MOV-ARBITRO
           OPEN OUTPUT MOV-ARBITRO-EXCEP
           OPEN EXTEND JOURNAL-ARBITRO
           IF WS-Journal-Status IS EQUAL "35"
               OPEN OUTPUT JOURNAL-ARBITRO
           END-IF.

      * los pendientes de la corrida anterior entran como segundo
      * flujo de movimientos; los que siguen a futuro se conservan
      * y el archivo se reescribe al final
       150-ProcesarPendientesAnteriores.
           OPEN INPUT MOV-PENDIENTES
           IF WS-Pendientes-Status IS EQUAL "00"
               PERFORM UNTIL WS-FlagPendAnt IS EQUAL 1
                   READ MOV-PENDIENTES
                       AT END MOVE 1 TO WS-FlagPendAnt
                       NOT AT END
                           MOVE Pen-Reg TO Mov-Reg
                           PERFORM 250-VerificarVigencia
                           IF WS-MovVigente IS EQUAL 1
                               PERFORM 300-AplicarMovimiento
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MOV-PENDIENTES
           END-IF.

       950-GrabarPendientes.
           OPEN OUTPUT MOV-PENDIENTES
           PERFORM VARYING Idx-PendSal FROM 1 BY 1
                   UNTIL Idx-PendSal > WS-CantPendientes
               WRITE Pen-Reg FROM TPen-Salida(Idx-PendSal)
           END-PERFORM
           CLOSE MOV-PENDIENTES.

       210-LeerMovimiento.
           READ MOV-ARBITRO AT END MOVE 1 TO WS-FlagMov.

       250-VerificarVigencia.
           MOVE 1 TO WS-MovVigente
           IF Mov-FechaVigencia IS NUMERIC
                      AND Mov-FechaVigencia > ZERO
               CALL "VALFECHA" USING Mov-FechaVigencia WS-NoFuturo
                                     WS-Fecha-Resultado
               IF WS-Fecha-Resultado IS NOT EQUAL "V"
                   MOVE "FECHA VIGENCIA INVALIDA" TO WS-Motivo
                   PERFORM 700-RegistrarRechazo
                   MOVE 0 TO WS-MovVigente
               ELSE
                   IF Mov-FechaVigencia > WS-RunFecha
                       IF WS-CantPendientes < 2000
                           ADD 1 TO WS-CantPendientes
                           MOVE Mov-Reg
                                  TO TPen-Salida(WS-CantPendientes)
                       ELSE
                           MOVE 1 TO WS-TablaLlena
                           MOVE "TABLA PENDIENTES LLENA" TO WS-Motivo
                           PERFORM 700-RegistrarRechazo
                       END-IF
                       MOVE 0 TO WS-MovVigente
                   END-IF
               END-IF
           END-IF.

       300-AplicarMovimiento.
           EVALUATE Mov-Tipo
               WHEN "A"
                   PERFORM 400-AplicarAlta
               WHEN "C"
                   PERFORM 500-AplicarCambio
               WHEN "B"
                   MOVE Mov-Codigo TO WS-Acc-Clave
                   PERFORM 060-AutorizarBaja
                   IF WS-Acc-Resultado IS EQUAL "S"
                       PERFORM 600-AplicarBaja
                   ELSE
                       MOVE "OPERADOR SIN PERMISO" TO WS-Motivo
                       PERFORM 700-RegistrarRechazo
                   END-IF
               WHEN OTHER
                   MOVE "TIPO DE MOV. INVALIDO" TO WS-Motivo
                   PERFORM 700-RegistrarRechazo
           END-EVALUATE.

       400-AplicarAlta.
           IF Mov-Nombre IS EQUAL SPACES
               MOVE "NOMBRE EN BLANCO" TO WS-Motivo
               PERFORM 700-RegistrarRechazo
           ELSE
               IF Mov-Funcion IS NOT EQUAL "P"
                          AND Mov-Funcion IS NOT EQUAL "A"
                   MOVE "FUNCION INVALIDA" TO WS-Motivo
                   PERFORM 700-RegistrarRechazo
               ELSE
                   MOVE Mov-Codigo TO Arb-Codigo
                   MOVE Mov-Nombre TO Arb-Nombre
                   MOVE Mov-Funcion TO Arb-Funcion
                   MOVE "A" TO Arb-Estado
                   IF Mov-Estado IS NOT EQUAL SPACE
                       MOVE Mov-Estado TO Arb-Estado
                   END-IF
                   PERFORM 450-GrabarAlta
               END-IF
           END-IF.

       450-GrabarAlta.
           IF Arb-Estado IS NOT EQUAL "A"
                      AND Arb-Estado IS NOT EQUAL "I"
               MOVE "ESTADO INVALIDO" TO WS-Motivo
               PERFORM 700-RegistrarRechazo
           ELSE
               WRITE Arb-Reg
                   INVALID KEY
                       MOVE "CODIGO YA EXISTENTE" TO WS-Motivo
                       PERFORM 700-RegistrarRechazo
                   NOT INVALID KEY
                       ADD 1 TO WS-CantAltas
                       MOVE SPACES TO WS-Imagen-Antes
                       MOVE Arb-Reg TO WS-Imagen-Despues
                       PERFORM 800-GrabarJournal
               END-WRITE
           END-IF.

       500-AplicarCambio.
           MOVE Mov-Codigo TO Arb-Codigo
           READ ARBITROS
               INVALID KEY
                   MOVE "CODIGO INEXISTENTE" TO WS-Motivo
                   PERFORM 700-RegistrarRechazo
               NOT INVALID KEY
                   PERFORM 550-ValidarCambio
           END-READ.

       550-ValidarCambio.
           IF Mov-Funcion IS NOT EQUAL SPACE
                      AND Mov-Funcion IS NOT EQUAL "P"
                      AND Mov-Funcion IS NOT EQUAL "A"
               MOVE "FUNCION INVALIDA" TO WS-Motivo
               PERFORM 700-RegistrarRechazo
           ELSE
               IF Mov-Estado IS NOT EQUAL SPACE
                          AND Mov-Estado IS NOT EQUAL "A"
                          AND Mov-Estado IS NOT EQUAL "I"
                   MOVE "ESTADO INVALIDO" TO WS-Motivo
                   PERFORM 700-RegistrarRechazo
               ELSE
                   MOVE Arb-Reg TO WS-Imagen-Antes
                   IF Mov-Nombre IS NOT EQUAL SPACES
                       MOVE Mov-Nombre TO Arb-Nombre
                   END-IF
                   IF Mov-Funcion IS NOT EQUAL SPACE
                       MOVE Mov-Funcion TO Arb-Funcion
                   END-IF
                   IF Mov-Estado IS NOT EQUAL SPACE
                       MOVE Mov-Estado TO Arb-Estado
                   END-IF
                   REWRITE Arb-Reg
                   ADD 1 TO WS-CantCambios
                   MOVE Arb-Reg TO WS-Imagen-Despues
                   PERFORM 800-GrabarJournal
               END-IF
           END-IF.

       600-AplicarBaja.
           MOVE Mov-Codigo TO Arb-Codigo
           READ ARBITROS
               INVALID KEY
                   MOVE "CODIGO INEXISTENTE" TO WS-Motivo
                   PERFORM 700-RegistrarRechazo
               NOT INVALID KEY
                   MOVE Arb-Reg TO WS-Imagen-Antes
                   DELETE ARBITROS
                       INVALID KEY
                           MOVE "CODIGO INEXISTENTE" TO WS-Motivo
                           PERFORM 700-RegistrarRechazo
                       NOT INVALID KEY
                           ADD 1 TO WS-CantBajas
                           MOVE SPACES TO WS-Imagen-Despues
                           PERFORM 800-GrabarJournal
                   END-DELETE
           END-READ.

       700-RegistrarRechazo.
           MOVE SPACES TO Exc-Mov-Reg
           MOVE WS-Motivo TO Exc-Mov-Motivo
           MOVE Mov-Tipo TO Exc-Mov-Tipo
           MOVE Mov-Codigo TO Exc-Mov-Codigo
           WRITE Exc-Mov-Reg
           ADD 1 TO WS-CantRechazados.

       800-GrabarJournal.
           MOVE SPACES TO Jrn-Reg
           MOVE WS-RunFecha TO Jrn-Fecha
           MOVE WS-RunHora TO Jrn-Hora
           MOVE "MANTARBITRO" TO Jrn-Programa
           MOVE Mov-Tipo TO Jrn-Tipo
           MOVE WS-Operador TO Jrn-Operador
           MOVE Mov-Codigo TO Jrn-Clave
           MOVE WS-Imagen-Antes TO Jrn-Antes
           MOVE WS-Imagen-Despues TO Jrn-Despues
           WRITE Jrn-Reg.

       900-ImprimoResumen.
           MOVE WS-CantAltas TO lr-Altas
           MOVE WS-CantCambios TO lr-Cambios
           MOVE WS-CantBajas TO lr-Bajas
           MOVE WS-CantRechazados TO lr-Rechazados
           DISPLAY Lin-Resumen
           MOVE WS-CantPendientes TO lr-Pendientes
           DISPLAY Lin-Pendientes
           IF WS-TablaLlena IS EQUAL 1
               DISPLAY "MANTARBITRO: tabla de pendientes llena - "
                       "resultado incompleto"
               MOVE 8 TO RETURN-CODE
           END-IF.

       999-FinGeneral.
           CLOSE ARBITROS
           CLOSE MOV-ARBITRO
           CLOSE MOV-ARBITRO-EXCEP
           CLOSE JOURNAL-ARBITRO.

       END PROGRAM MANTARBITRO.
