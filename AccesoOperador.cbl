      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERACCESO.
      ******************************************************************
       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
           SELECT OPERADORES ASSIGN TO DYNAMIC
           WS-Path-Operadores
           ORGANIZATION is line sequential
           FILE STATUS is WS-Operadores-Status.

           SELECT ACCESOS ASSIGN TO DYNAMIC
           WS-Path-Accesos
           ORGANIZATION is line sequential
           FILE STATUS is WS-Accesos-Status.

      ******************************************************************
       DATA DIVISION.
        FILE SECTION.
      * Ope-Rol: C consulta, S secretaria, A administrador
      * Ope-Estado: A activo, B bloqueado
       FD  OPERADORES.
       01  Ope-Reg.
           03 Ope-Codigo pic x(8).
           03 Ope-Clave pic x(8).
           03 Ope-Rol pic x.
           03 Ope-Estado pic x.
           03 Ope-Nombre pic x(30).

       FD  ACCESOS.
       01  Acc-Reg.
           03 Acc-Fecha pic 9(8).
           03 filler pic x(2) value spaces.
           03 Acc-Hora pic 9(8).
           03 filler pic x(2) value spaces.
           03 Acc-Operador pic x(8).
           03 filler pic x(2) value spaces.
           03 Acc-Programa pic x(12).
           03 filler pic x(2) value spaces.
           03 Acc-Evento pic x(10).
           03 filler pic x(2) value spaces.
           03 Acc-Clave pic x(8).

       WORKING-STORAGE SECTION.

       01  WS-Path-Operadores pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\operadores.txt".
       01  WS-Path-Accesos pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\accesos-log.txt".
       01  WS-Path-Override pic x(100).
       01  WS-Operadores-Status pic xx.
       01  WS-Accesos-Status pic xx.

       01  WS-Cargado pic 9 value zero.
       01  WS-Ingresado pic 9 value zero.
       01  WS-Operador pic x(8) value spaces.
       01  WS-Rol pic x value space.
       01  WS-Programa pic x(12) value spaces.

       01  WS-Codigo-Ingresado pic x(8).
       01  WS-Clave-Ingresada pic x(8).
       01  WS-Intentos pic 9 value zero.
       01  WS-DesdeEntorno pic 9 value zero.
       01  WS-FlagOperadores pic 9.
       01  WS-OperadorValido pic 9.

       01  WS-NivelOperador pic 9.
       01  WS-NivelRequerido pic 9.
       01  WS-RolNivel pic x.
       01  WS-Nivel pic 9.

       01  WS-Evento pic x(10).
       01  WS-Clave-Log pic x(8).

       LINKAGE SECTION.
      * LK-Funcion: I ingreso del operador (pide codigo y clave),
      *             V verifica que el rol alcance para una funcion,
      *             C registra una consulta sobre un legajo o DNI
      * LK-Rol: rol requerido (C, S o A)
      * LK-Clave: en I devuelve el operador; en V y C, legajo o DNI
      * LK-Resultado: S autorizado, N rechazado
       01  LK-Funcion pic x.
       01  LK-Programa pic x(12).
       01  LK-Rol pic x.
       01  LK-Clave pic x(8).
       01  LK-Resultado pic x.

       PROCEDURE DIVISION USING LK-Funcion LK-Programa LK-Rol LK-Clave
                                LK-Resultado.
       MAIN-PROCEDURE.
           IF WS-Cargado IS EQUAL 0
               PERFORM 100-Inicio
           END-IF
           MOVE "N" TO LK-Resultado
           EVALUATE LK-Funcion
               WHEN "I"
                   PERFORM 200-Ingreso
               WHEN "V"
                   PERFORM 300-Verificar
               WHEN "C"
                   IF WS-Ingresado IS EQUAL 1
                       MOVE "CONSULTA" TO WS-Evento
                       MOVE LK-Clave TO WS-Clave-Log
                       PERFORM 800-RegistrarAcceso
                       MOVE "S" TO LK-Resultado
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           GOBACK.

       100-Inicio.
           MOVE 1 TO WS-Cargado
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "OPERADORES-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Operadores
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "ACCESOS-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Accesos
           END-IF.

      * las corridas en lote toman codigo y clave del entorno; en
      * terminal se piden, hasta tres intentos
       200-Ingreso.
           MOVE LK-Programa TO WS-Programa
           MOVE 0 TO WS-Ingresado
           MOVE ZERO TO WS-Intentos
           MOVE 0 TO WS-DesdeEntorno
           MOVE SPACES TO WS-Codigo-Ingresado
           ACCEPT WS-Codigo-Ingresado
                      FROM ENVIRONMENT "OPERADOR-CODIGO"
           IF WS-Codigo-Ingresado IS NOT EQUAL SPACES
               MOVE 1 TO WS-DesdeEntorno
           END-IF
           PERFORM UNTIL WS-Ingresado IS EQUAL 1 OR WS-Intentos = 3
               ADD 1 TO WS-Intentos
               IF WS-DesdeEntorno IS EQUAL 1
                   MOVE SPACES TO WS-Clave-Ingresada
                   ACCEPT WS-Clave-Ingresada
                              FROM ENVIRONMENT "OPERADOR-CLAVE"
                   MOVE 3 TO WS-Intentos
               ELSE
                   DISPLAY WS-Programa ": operador: "
                   MOVE SPACES TO WS-Codigo-Ingresado
                   ACCEPT WS-Codigo-Ingresado
                   DISPLAY WS-Programa ": clave: "
                   MOVE SPACES TO WS-Clave-Ingresada
                   ACCEPT WS-Clave-Ingresada
               END-IF
               PERFORM 250-ValidarOperador
               IF WS-OperadorValido IS EQUAL 1
                   MOVE Ope-Codigo TO WS-Operador
                   MOVE Ope-Rol TO WS-Rol
                   MOVE LK-Rol TO WS-RolNivel
                   PERFORM 400-NivelDelRol
                   MOVE WS-Nivel TO WS-NivelRequerido
                   MOVE WS-Rol TO WS-RolNivel
                   PERFORM 400-NivelDelRol
                   MOVE WS-Nivel TO WS-NivelOperador
                   IF WS-NivelOperador < WS-NivelRequerido
                       MOVE "DENEGADO" TO WS-Evento
                       MOVE SPACES TO WS-Clave-Log
                       PERFORM 800-RegistrarAcceso
                       DISPLAY WS-Programa ": el operador "
                               WS-Operador " no tiene permiso para "
                               "este programa"
                       MOVE 3 TO WS-Intentos
                   ELSE
                       MOVE 1 TO WS-Ingresado
                       MOVE "INGRESO" TO WS-Evento
                       MOVE SPACES TO WS-Clave-Log
                       PERFORM 800-RegistrarAcceso
                   END-IF
               ELSE
                   MOVE WS-Codigo-Ingresado TO WS-Operador
                   MOVE "RECHAZO" TO WS-Evento
                   MOVE SPACES TO WS-Clave-Log
                   PERFORM 800-RegistrarAcceso
                   DISPLAY WS-Programa ": operador o clave invalidos"
               END-IF
           END-PERFORM
           IF WS-Ingresado IS EQUAL 1
               MOVE "S" TO LK-Resultado
               MOVE WS-Operador TO LK-Clave
           ELSE
               MOVE SPACES TO WS-Operador
               MOVE SPACES TO LK-Clave
           END-IF.

       250-ValidarOperador.
           MOVE 0 TO WS-OperadorValido
           MOVE 0 TO WS-FlagOperadores
           OPEN INPUT OPERADORES
           IF WS-Operadores-Status IS NOT EQUAL "00"
               DISPLAY "OPERACCESO: no se pudo abrir OPERADORES "
                       "- estado " WS-Operadores-Status
               MOVE 3 TO WS-Intentos
           ELSE
               PERFORM UNTIL WS-FlagOperadores IS EQUAL 1
                   READ OPERADORES
                       AT END MOVE 1 TO WS-FlagOperadores
                       NOT AT END
                           IF Ope-Codigo IS EQUAL WS-Codigo-Ingresado
                               MOVE 1 TO WS-FlagOperadores
                               IF Ope-Clave IS EQUAL
                                              WS-Clave-Ingresada
                                   AND Ope-Estado IS EQUAL "A"
                                   AND WS-Clave-Ingresada IS NOT
                                              EQUAL SPACES
                                   MOVE 1 TO WS-OperadorValido
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERADORES
           END-IF.

       300-Verificar.
           IF WS-Ingresado IS EQUAL 1
               MOVE LK-Rol TO WS-RolNivel
               PERFORM 400-NivelDelRol
               IF WS-NivelOperador >= WS-Nivel
                   MOVE "S" TO LK-Resultado
               ELSE
                   MOVE "DENEGADO" TO WS-Evento
                   MOVE LK-Clave TO WS-Clave-Log
                   PERFORM 800-RegistrarAcceso
               END-IF
           END-IF.

       400-NivelDelRol.
           EVALUATE WS-RolNivel
               WHEN "C"
                   MOVE 1 TO WS-Nivel
               WHEN "S"
                   MOVE 2 TO WS-Nivel
               WHEN "A"
                   MOVE 3 TO WS-Nivel
               WHEN OTHER
                   MOVE 0 TO WS-Nivel
           END-EVALUATE.

       800-RegistrarAcceso.
           OPEN EXTEND ACCESOS
           IF WS-Accesos-Status IS EQUAL "35"
               OPEN OUTPUT ACCESOS
           END-IF
           MOVE SPACES TO Acc-Reg
           ACCEPT Acc-Fecha FROM DATE YYYYMMDD
           ACCEPT Acc-Hora FROM TIME
           MOVE WS-Operador TO Acc-Operador
           MOVE WS-Programa TO Acc-Programa
           MOVE WS-Evento TO Acc-Evento
           MOVE WS-Clave-Log TO Acc-Clave
           WRITE Acc-Reg
           CLOSE ACCESOS.

       END PROGRAM OPERACCESO.
