           RECORD KEY is Alu2-Dni
           FILE STATUS is WS-Alumnos2-Status.

           SELECT XREF-POR-LEGAJO ASSIGN TO DYNAMIC
           WS-Path-Xref-Legajo
           ORGANIZATION is INDEXED
           ACCESS MODE is RANDOM
           RECORD KEY is Xrl-Legajo
           FILE STATUS is WS-Xref-Status.

           SELECT XREF-POR-DNI ASSIGN TO DYNAMIC
           WS-Path-Xref-Dni
           ORGANIZATION is INDEXED
           ACCESS MODE is RANDOM
           RECORD KEY is Xrd-Dni
           FILE STATUS is WS-XrefDni-Status.

           SELECT DETALLE-EXAMENES ASSIGN TO DYNAMIC
           WS-Path-Detalle
           ORGANIZATION is INDEXED
       01  Alu2-Reg.
           03 Alu2-Dni pic x(8).
           03 Alu2-Nombre pic x(40).
           03 Alu2-Anio pic 9.
           03 Alu2-Div pic x.

       FD  XREF-POR-LEGAJO.
       01  Xrl-Reg.
           03 Xrl-Legajo pic x(6).
           03 Xrl-Dni pic x(8).

       FD  XREF-POR-DNI.
       01  Xrd-Reg.
           03 Xrd-Dni pic x(8).
           03 Xrd-Legajo pic x(6).

       FD  DETALLE-EXAMENES.
       01  Det-Reg.
           "D:\cobol\COBOL 32 - PARCIAL\alumnos1-idx.dat".
       01  WS-Path-Alumnos2 pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\alumnos2-idx.dat".
       01  WS-Path-Xref-Legajo pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\xref-legajo-idx.dat".
       01  WS-Path-Xref-Dni pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\xref-dni-idx.dat".
       01  WS-Path-Detalle pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\detalle-examenes-idx.dat".
       01  WS-Path-Promocion pic x(100) value
       01  WS-Alumnos1-Status pic xx.
       01  WS-Alumnos2-Status pic xx.
       01  WS-Xref-Status pic xx.
       01  WS-XrefDni-Status pic xx.
       01  WS-Detalle-Status pic xx.
       01  WS-Promocion-Status pic xx.
       01  WS-PromediosCsv-Status pic xx.
       01  WS-TieneLegajo pic 9.
       01  WS-TieneDni pic 9.

       01  WS-HayXref pic 9 value zero.
       01  WS-XrefEncontrado pic 9.

       01  WS-FlagDetalle pic 9.
           03 filler pic x(6) value "  C2: ".
           03 lp-Prom2 pic x(5).

       01  WS-Operador pic x(8).
       01  WS-Acc-Funcion pic x.
       01  WS-Acc-Programa pic x(12) value "FICHA1".
       01  WS-Acc-Rol pic x value "C".
       01  WS-Acc-Clave pic x(8).
       01  WS-Acc-Resultado pic x.

       01  Lin-Materias-Adeudadas.
           03 filler pic x(10) value "Adeuda:   ".
           03 lm-Materias pic x(80).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 000-LeerParametros
           PERFORM 050-IngresoOperador
           PERFORM 100-InicioGeneral
           PERFORM 150-AbrirXref
           PERFORM 200-PedirBusqueda
           PERFORM UNTIL WS-Busqueda IS EQUAL SPACES
               MOVE WS-Busqueda TO WS-Acc-Clave
               PERFORM 060-RegistrarConsulta
               PERFORM 300-ResolverIdentidad
               IF WS-TieneLegajo IS EQUAL 0
                          AND WS-TieneDni IS EQUAL 0
               MOVE WS-Path-Override TO WS-Path-Alumnos2
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "FICHA1-XREF-LEGAJO-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Xref-Legajo
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "FICHA1-XREF-DNI-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Xref-Dni
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "FICHA1-DETALLE-PATH"
           END-IF
           ACCEPT WS-Fecha-Corrida FROM DATE YYYYMMDD.

       060-RegistrarConsulta.
           MOVE "C" TO WS-Acc-Funcion
           CALL "OPERACCESO" USING WS-Acc-Funcion WS-Acc-Programa
                                   WS-Acc-Rol WS-Acc-Clave
                                   WS-Acc-Resultado.

       050-IngresoOperador.
           MOVE "I" TO WS-Acc-Funcion
           MOVE SPACES TO WS-Acc-Clave
           CALL "OPERACCESO" USING WS-Acc-Funcion WS-Acc-Programa
                                   WS-Acc-Rol WS-Acc-Clave
                                   WS-Acc-Resultado
           IF WS-Acc-Resultado IS NOT EQUAL "S"
               DISPLAY "FICHA1: ingreso no autorizado"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-Acc-Clave TO WS-Operador.

       100-InicioGeneral.
           OPEN INPUT ALUMNOS1
           IF WS-Alumnos1-Status IS NOT EQUAL "00"
               GOBACK
           END-IF.

       150-AbrirXref.
           OPEN INPUT XREF-POR-LEGAJO
           OPEN INPUT XREF-POR-DNI
           IF WS-Xref-Status IS EQUAL "00"
                      AND WS-XrefDni-Status IS EQUAL "00"
               MOVE 1 TO WS-HayXref
           ELSE
               IF WS-Xref-Status IS EQUAL "00"
                   CLOSE XREF-POR-LEGAJO
               END-IF
               IF WS-XrefDni-Status IS EQUAL "00"
                   CLOSE XREF-POR-DNI
               END-IF
               DISPLAY "FICHA1: sin xref legajo-dni - estado "
                       WS-Xref-Status "/" WS-XrefDni-Status
           END-IF.

       200-PedirBusqueda.
           MOVE SPACES TO WS-Legajo
           MOVE SPACES TO WS-Dni
           MOVE 0 TO WS-XrefEncontrado
           IF WS-HayXref IS EQUAL 1
               MOVE WS-Busqueda(1:6) TO Xrl-Legajo
               READ XREF-POR-LEGAJO
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE Xrl-Legajo TO WS-Legajo
                       MOVE Xrl-Dni TO WS-Dni
                       MOVE 1 TO WS-XrefEncontrado
               END-READ
           END-IF
           IF WS-HayXref IS EQUAL 1 AND WS-XrefEncontrado = 0
               MOVE WS-Busqueda TO Xrd-Dni
               READ XREF-POR-DNI
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE Xrd-Legajo TO WS-Legajo
                       MOVE Xrd-Dni TO WS-Dni
                       MOVE 1 TO WS-XrefEncontrado
               END-READ
           END-IF
           IF WS-XrefEncontrado = 1
               MOVE 1 TO WS-TieneLegajo
               MOVE 1 TO WS-TieneDni
           ELSE
           CLOSE ALUMNOS1
           CLOSE ALUMNOS2
           CLOSE FICHAS
           IF WS-HayXref IS EQUAL 1
               CLOSE XREF-POR-LEGAJO
               CLOSE XREF-POR-DNI
           END-IF
           DISPLAY "FICHA1: fin de la consulta".

       END PROGRAM FICHA1.
