      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TUTORDEST.
      ******************************************************************
       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
           SELECT TUTORES ASSIGN TO DYNAMIC
           WS-Path-Tutores
           ORGANIZATION is INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY is Tut-Clave
           FILE STATUS is WS-Tutores-Status.

           SELECT XREF-POR-LEGAJO ASSIGN TO DYNAMIC
           WS-Path-Xref-Legajo
           ORGANIZATION is INDEXED
           ACCESS MODE is RANDOM
           RECORD KEY is Xrl-Legajo
           FILE STATUS is WS-Xref-Status.

      ******************************************************************
       DATA DIVISION.
        FILE SECTION.
       FD  TUTORES.
       01  Tut-Reg.
           03 Tut-Clave.
               05 Tut-Alumno pic x(8).
               05 Tut-Orden pic 9.
           03 Tut-Nombre pic x(40).
           03 Tut-Vinculo pic x(10).
           03 Tut-Domicilio pic x(40).
           03 Tut-Localidad pic x(30).
           03 Tut-CodPostal pic x(8).
           03 Tut-Telefono pic x(15).
           03 Tut-Email pic x(40).
           03 Tut-Destinatario pic x.

       FD  XREF-POR-LEGAJO.
       01  Xrl-Reg.
           03 Xrl-Legajo pic x(6).
           03 Xrl-Dni pic x(8).

       WORKING-STORAGE SECTION.

       01  WS-Path-Tutores pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\tutores-idx.dat".
       01  WS-Path-Xref-Legajo pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\xref-legajo-idx.dat".
       01  WS-Path-Override pic x(100).
       01  WS-Tutores-Status pic xx.
       01  WS-Xref-Status pic xx.

       01  WS-Cargado pic 9 value zero.
       01  WS-HayTutores pic 9 value zero.

       01  WS-HayXref pic 9 value zero.
       01  WS-XrefEncontrado pic 9.

       01  WS-Alumno-Buscado pic x(8).
       01  WS-FinTutores pic 9.

       LINKAGE SECTION.
      * LK-Cuenta: DNI, o legajo de INSTITUTO1 justificado a izquierda
      * LK-Tutor: registro del tutor destinatario (el marcado con S, o
      *          el de menor orden si ninguno esta marcado)
      * LK-Resultado: S hallado, N el alumno no tiene tutor cargado
       01  LK-Cuenta pic x(8).
       01  LK-Tutor pic x(193).
       01  LK-Resultado pic x.

       PROCEDURE DIVISION USING LK-Cuenta LK-Tutor LK-Resultado.
       MAIN-PROCEDURE.
           IF WS-Cargado IS EQUAL 0
               PERFORM 100-Inicio
           END-IF
           MOVE "N" TO LK-Resultado
           MOVE SPACES TO LK-Tutor
           IF WS-HayTutores IS NOT EQUAL 1
               GOBACK
           END-IF
           MOVE LK-Cuenta TO WS-Alumno-Buscado
           IF LK-Cuenta(7:2) IS EQUAL SPACES
               PERFORM 200-ResolverLegajo
           END-IF
           PERFORM 300-BuscarDestinatario
           GOBACK.

       100-Inicio.
           MOVE 1 TO WS-Cargado
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "TUTORES-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Tutores
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "TUTORDEST-XREF-LEGAJO-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Xref-Legajo
           END-IF
           OPEN INPUT TUTORES
           IF WS-Tutores-Status IS EQUAL "00"
               MOVE 1 TO WS-HayTutores
               PERFORM 150-AbrirXref
           ELSE
               DISPLAY "TUTORDEST: sin maestro de tutores - la "
                       "correspondencia sale sin destinatario - estado "
                       WS-Tutores-Status
           END-IF.

       150-AbrirXref.
           OPEN INPUT XREF-POR-LEGAJO
           IF WS-Xref-Status IS EQUAL "00"
               MOVE 1 TO WS-HayXref
           END-IF.

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
               MOVE Xrl-Dni TO WS-Alumno-Buscado
           END-IF.

       300-BuscarDestinatario.
           MOVE WS-Alumno-Buscado TO Tut-Alumno
           MOVE ZERO TO Tut-Orden
           MOVE 0 TO WS-FinTutores
           START TUTORES KEY IS NOT LESS THAN Tut-Clave
               INVALID KEY MOVE 1 TO WS-FinTutores
           END-START
           PERFORM UNTIL WS-FinTutores IS EQUAL 1
               READ TUTORES NEXT RECORD
                   AT END MOVE 1 TO WS-FinTutores
               END-READ
               IF WS-FinTutores IS EQUAL 0
                   IF Tut-Alumno IS NOT EQUAL WS-Alumno-Buscado
                       MOVE 1 TO WS-FinTutores
                   ELSE
                       IF LK-Resultado IS EQUAL "N"
                           OR Tut-Destinatario IS EQUAL "S"
                           MOVE Tut-Reg TO LK-Tutor
                           MOVE "S" TO LK-Resultado
                       END-IF
                       IF Tut-Destinatario IS EQUAL "S"
                           MOVE 1 TO WS-FinTutores
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       END PROGRAM TUTORDEST.
