           ORGANIZATION is line sequential
           FILE STATUS is WS-Informe-Status.

           SELECT XREF-POR-LEGAJO ASSIGN TO DYNAMIC
           WS-Path-Xref-Legajo
           ORGANIZATION is INDEXED
           ACCESS MODE is RANDOM
           RECORD KEY is Xrl-Legajo
           FILE STATUS is WS-XrefLegajo-Status.

           SELECT XREF-POR-DNI ASSIGN TO DYNAMIC
           WS-Path-Xref-Dni
           ORGANIZATION is INDEXED
           ACCESS MODE is RANDOM
           RECORD KEY is Xrd-Dni
           FILE STATUS is WS-XrefDni-Status.

           SELECT ALUMNOS2-TRABAJO ASSIGN TO DYNAMIC
           WS-Path-Trabajo
           ORGANIZATION is INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY is Atr-Clave
           FILE STATUS is WS-Trabajo-Status.

      ******************************************************************
       DATA DIVISION.
        FILE SECTION.
       FD  CRUCE-INFORME.
       01  Inf-Reg pic x(80).

      * el cruce tambien se graba indexado por legajo y por dni para
      * que los programas lo consulten por clave
       FD  XREF-POR-LEGAJO.
       01  Xrl-Reg.
           03 Xrl-Legajo pic x(6).
           03 Xrl-Dni pic x(8).

       FD  XREF-POR-DNI.
       01  Xrd-Reg.
           03 Xrd-Dni pic x(8).
           03 Xrd-Legajo pic x(6).

      * ALUMNOS2 por nombre, para aparear sin limite de cantidad
       FD  ALUMNOS2-TRABAJO.
       01  Atr-Reg.
           03 Atr-Clave.
               05 Atr-Nombre pic x(20).
               05 Atr-Dni pic x(8).
           03 Atr-Apareado pic x.

       WORKING-STORAGE SECTION.

       01  WS-Path-Alumnos1 pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\legajo-dni-xref.txt".
       01  WS-Path-Informe pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\cruce-informe.txt".
       01  WS-Path-Xref-Legajo pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\xref-legajo-idx.dat".
       01  WS-Path-Xref-Dni pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\xref-dni-idx.dat".
       01  WS-Path-Trabajo pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\xrefalumno-trabajo-idx.dat".
       01  WS-Path-Override pic x(100).

       01  WS-Alumnos1-Status pic xx.
       01  WS-Alumnos2-Status pic xx.
       01  WS-Xref-Status pic xx.
       01  WS-Informe-Status pic xx.
       01  WS-XrefLegajo-Status pic xx.
       01  WS-XrefDni-Status pic xx.
       01  WS-Trabajo-Status pic xx.

       01  WS-FlagAlumno1 pic 9 value zero.
       01  WS-FlagAlumno2 pic 9 value zero.

       01  WS-FinTrabajo pic 9.
       01  WS-Apareado pic 9.

       01  WS-CantApareados pic 9(7) value zero.
       01  WS-CantSinDni pic 9(7) value zero.
       01  WS-CantSinLegajo pic 9(7) value zero.

       01  Lin-Titulo-Informe.
           03 filler pic x(80) value
       01  Lin-Resumen3.
           03 filler pic x(30) value "Dni sin legajo:".
           03 lr-SinLegajo pic zzzzzz9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                      FROM ENVIRONMENT "XREFALUMNO-INFORME-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Informe
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "XREFALUMNO-XREF-LEGAJO-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Xref-Legajo
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "XREFALUMNO-XREF-DNI-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Xref-Dni
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "XREFALUMNO-TRABAJO-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Trabajo
           END-IF.

       100-InicioGeneral.
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT ALUMNOS2-TRABAJO
           CLOSE ALUMNOS2-TRABAJO
           OPEN I-O ALUMNOS2-TRABAJO
           IF WS-Trabajo-Status IS NOT EQUAL "00"
               DISPLAY "XREFALUMNO: no se pudo crear el archivo de "
                       "trabajo - estado " WS-Trabajo-Status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT XREF-POR-LEGAJO
           IF WS-XrefLegajo-Status IS NOT EQUAL "00"
               DISPLAY "XREFALUMNO: no se pudo crear XREF-POR-LEGAJO "
                       "- estado " WS-XrefLegajo-Status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT XREF-POR-DNI
           IF WS-XrefDni-Status IS NOT EQUAL "00"
               DISPLAY "XREFALUMNO: no se pudo crear XREF-POR-DNI "
                       "- estado " WS-XrefDni-Status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT XREF-ALUMNOS
           OPEN OUTPUT CRUCE-INFORME
           WRITE Inf-Reg FROM Lin-Titulo-Informe
       200-CargarMaestro2.
           PERFORM 210-LeerAlumno2
           PERFORM UNTIL WS-FlagAlumno2 IS EQUAL 1
               MOVE Alu2-Nombre(1:20) TO Atr-Nombre
               MOVE Alu2-Dni TO Atr-Dni
               MOVE SPACE TO Atr-Apareado
               WRITE Atr-Reg
                   INVALID KEY
                       MOVE Alu2-Dni TO lsl-Dni
                       MOVE Alu2-Nombre(1:20) TO lsl-Nombre
                       WRITE Inf-Reg FROM Lin-SinLegajo
                       ADD 1 TO WS-CantSinLegajo
               END-WRITE
               PERFORM 210-LeerAlumno2
           END-PERFORM
           CLOSE ALUMNOS2.
               IF WS-Apareado IS EQUAL 1
                   MOVE SPACES TO Xref-Reg
                   MOVE Alu1-Codigo TO Xref-Legajo
                   MOVE Atr-Dni TO Xref-Dni
                   WRITE Xref-Reg
                   PERFORM 330-GrabarXrefIndexado
                   MOVE "S" TO Atr-Apareado
                   REWRITE Atr-Reg
                   ADD 1 TO WS-CantApareados
               ELSE
                   MOVE Alu1-Codigo TO lsd-Legajo

       320-BuscarPorNombre.
           MOVE 0 TO WS-Apareado
           MOVE 0 TO WS-FinTrabajo
           MOVE Alu1-Nombre TO Atr-Nombre
           MOVE LOW-VALUES TO Atr-Dni
           START ALUMNOS2-TRABAJO KEY IS NOT LESS THAN Atr-Clave
               INVALID KEY MOVE 1 TO WS-FinTrabajo
           END-START
           PERFORM UNTIL WS-FinTrabajo IS EQUAL 1
                      OR WS-Apareado IS EQUAL 1
               READ ALUMNOS2-TRABAJO NEXT RECORD
                   AT END MOVE 1 TO WS-FinTrabajo
               END-READ
               IF WS-FinTrabajo IS EQUAL 0
                   IF Atr-Nombre IS NOT EQUAL Alu1-Nombre
                       MOVE 1 TO WS-FinTrabajo
                   ELSE
                       IF Atr-Apareado IS NOT EQUAL "S"
                           MOVE 1 TO WS-Apareado
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      * un legajo o un dni repetido queda solo en el cruce secuencial,
      * donde lo informa AUDICRUCE
       330-GrabarXrefIndexado.
           MOVE Alu1-Codigo TO Xrl-Legajo
           MOVE Atr-Dni TO Xrl-Dni
           WRITE Xrl-Reg
               INVALID KEY CONTINUE
           END-WRITE
           MOVE Atr-Dni TO Xrd-Dni
           MOVE Alu1-Codigo TO Xrd-Legajo
           WRITE Xrd-Reg
               INVALID KEY CONTINUE
           END-WRITE.

       400-InformarSinLegajo.
           MOVE 0 TO WS-FinTrabajo
           MOVE LOW-VALUES TO Atr-Clave
           START ALUMNOS2-TRABAJO KEY IS NOT LESS THAN Atr-Clave
               INVALID KEY MOVE 1 TO WS-FinTrabajo
           END-START
           PERFORM UNTIL WS-FinTrabajo IS EQUAL 1
               READ ALUMNOS2-TRABAJO NEXT RECORD
                   AT END MOVE 1 TO WS-FinTrabajo
                   NOT AT END
                       IF Atr-Apareado IS NOT EQUAL "S"
                           MOVE Atr-Dni TO lsl-Dni
                           MOVE Atr-Nombre TO lsl-Nombre
                           WRITE Inf-Reg FROM Lin-SinLegajo
                           ADD 1 TO WS-CantSinLegajo
                       END-IF
               END-READ
           END-PERFORM.

       900-ImprimoResumen.
           MOVE WS-CantApareados TO lr-Apareados
           MOVE WS-CantSinDni TO lr-SinDni
           MOVE WS-CantSinLegajo TO lr-SinLegajo
           DISPLAY Lin-Resumen1
           DISPLAY Lin-Resumen2
           DISPLAY Lin-Resumen3
           WRITE Inf-Reg FROM Lin-Blanco
           WRITE Inf-Reg FROM Lin-Resumen1
           WRITE Inf-Reg FROM Lin-Resumen2
           WRITE Inf-Reg FROM Lin-Resumen3.

       999-FinGeneral.
           CLOSE XREF-ALUMNOS
           CLOSE XREF-POR-LEGAJO
           CLOSE XREF-POR-DNI
           CLOSE ALUMNOS2-TRABAJO
           CLOSE CRUCE-INFORME.

       END PROGRAM XREFALUMNO.
