           ORGANIZATION is line sequential
           FILE STATUS is WS-Xref-Status.

           SELECT LEGAJOS-TRABAJO ASSIGN TO DYNAMIC
           WS-Path-Legajos-Trabajo
           ORGANIZATION is INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY is Ltr-Clave
           FILE STATUS is WS-LegajosTrabajo-Status.

           SELECT DNIS-TRABAJO ASSIGN TO DYNAMIC
           WS-Path-Dnis-Trabajo
           ORGANIZATION is INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY is Dtr-Clave
           FILE STATUS is WS-DnisTrabajo-Status.

           SELECT AUDITORIA ASSIGN TO DYNAMIC
           WS-Path-Auditoria
           ORGANIZATION is line sequential
       01  Alu2-Idx-Reg.
           03 Alu2-Idx-Dni pic x(8).
           03 Alu2-Idx-Nombre pic x(40).
           03 Alu2-Idx-Anio pic 9.
           03 Alu2-Idx-Div pic x.

       FD  XREF-ALUMNOS.
       01  Xref-Reg.
           03 filler pic x(2).
           03 Xref-Dni pic x(8).

      * cada par del xref, por legajo y por dni; la secuencia es el
      * numero de registro en el xref y deja pasar los repetidos
       FD  LEGAJOS-TRABAJO.
       01  Ltr-Reg.
           03 Ltr-Clave.
               05 Ltr-Legajo pic x(6).
               05 Ltr-Secuencia pic 9(7).
           03 Ltr-Dni pic x(8).
           03 Ltr-EnMaestro pic x.

       FD  DNIS-TRABAJO.
       01  Dtr-Reg.
           03 Dtr-Clave.
               05 Dtr-Dni pic x(8).
               05 Dtr-Secuencia pic 9(7).
           03 Dtr-Legajo pic x(6).
           03 Dtr-EnMaestro pic x.

       FD  AUDITORIA.
       01  Aud-Reg pic x(80).

           "D:\cobol\COBOL 32 - PARCIAL\alumnos2-idx.dat".
       01  WS-Path-Xref pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\legajo-dni-xref.txt".
       01  WS-Path-Legajos-Trabajo pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\audicruce-legajos-idx.dat".
       01  WS-Path-Dnis-Trabajo pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\audicruce-dnis-idx.dat".
       01  WS-Path-Auditoria pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\auditoria-cruce.txt".
       01  WS-Path-Override pic x(100).
       01  WS-Alumnos2-Status pic xx.
       01  WS-Xref-Status pic xx.
       01  WS-Auditoria-Status pic xx.
       01  WS-LegajosTrabajo-Status pic xx.
       01  WS-DnisTrabajo-Status pic xx.

       01  WS-FlagAlumnos1 pic 9 value zero.
       01  WS-FlagAlumnos2 pic 9 value zero.
       01  WS-FlagXref pic 9 value zero.

       01  WS-CantXref pic 9(7) value zero.
       01  WS-XrefEncontrado pic 9.
       01  WS-FinTrabajo pic 9.

       01  WS-CantMaestro1 pic 9(5) value zero.
       01  WS-CantMaestro2 pic 9(5) value zero.
       01  WS-CantDnisDup pic 9(5) value zero.
       01  WS-CantM1SinXref pic 9(5) value zero.
       01  WS-CantM2SinXref pic 9(5) value zero.
       01  WS-CantDiscrepancias pic 9(7) value zero.

       01  Lin-Titulo.
       01  Lin-Resumen6.
           03 filler pic x(30) value "Maestro2 sin xref:".
           03 lr-M2SinXref pic zzzz9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 000-LeerParametros
           PERFORM 100-InicioGeneral
           PERFORM 200-CargarXref
           PERFORM 400-ControlarMaestro1
           PERFORM 500-ControlarMaestro2
           PERFORM 600-ControlarXrefSinMaestro
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Xref
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "AUDICRUCE-TRABAJO-LEGAJO-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Legajos-Trabajo
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "AUDICRUCE-TRABAJO-DNI-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Dnis-Trabajo
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "AUDICRUCE-AUDITORIA-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT LEGAJOS-TRABAJO
           CLOSE LEGAJOS-TRABAJO
           OPEN I-O LEGAJOS-TRABAJO
           OPEN OUTPUT DNIS-TRABAJO
           CLOSE DNIS-TRABAJO
           OPEN I-O DNIS-TRABAJO
           IF WS-LegajosTrabajo-Status IS NOT EQUAL "00"
                      OR WS-DnisTrabajo-Status IS NOT EQUAL "00"
               DISPLAY "AUDICRUCE: no se pudieron crear los archivos "
                       "de trabajo - estado " WS-LegajosTrabajo-Status
                       "/" WS-DnisTrabajo-Status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL WS-FlagXref IS EQUAL 1
               READ XREF-ALUMNOS
                   AT END MOVE 1 TO WS-FlagXref
                   NOT AT END
                       ADD 1 TO WS-CantXref
                       PERFORM 300-ControlarDuplicados
                       PERFORM 350-GrabarTrabajo
               END-READ
           END-PERFORM
           CLOSE XREF-ALUMNOS.

      * cada repeticion se informa contra el primer par ya grabado
       300-ControlarDuplicados.
           MOVE Xref-Legajo TO Ltr-Legajo
           MOVE ZERO TO Ltr-Secuencia
           MOVE 0 TO WS-XrefEncontrado
           START LEGAJOS-TRABAJO KEY IS NOT LESS THAN Ltr-Clave
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   READ LEGAJOS-TRABAJO NEXT RECORD
                       AT END CONTINUE
                       NOT AT END
                           IF Ltr-Legajo IS EQUAL Xref-Legajo
                               MOVE 1 TO WS-XrefEncontrado
                           END-IF
                   END-READ
           END-START
           IF WS-XrefEncontrado IS EQUAL 1
               ADD 1 TO WS-CantLegajosDup
               MOVE "LEGAJO DUPLICADO EN XREF" TO ld-Motivo
               MOVE Xref-Legajo TO ld-Legajo
               MOVE Xref-Dni TO ld-Dni
               PERFORM 800-GrabarDetalle
           END-IF
           MOVE Xref-Dni TO Dtr-Dni
           MOVE ZERO TO Dtr-Secuencia
           MOVE 0 TO WS-XrefEncontrado
           START DNIS-TRABAJO KEY IS NOT LESS THAN Dtr-Clave
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   READ DNIS-TRABAJO NEXT RECORD
                       AT END CONTINUE
                       NOT AT END
                           IF Dtr-Dni IS EQUAL Xref-Dni
                               MOVE 1 TO WS-XrefEncontrado
                           END-IF
                   END-READ
           END-START
           IF WS-XrefEncontrado IS EQUAL 1
               ADD 1 TO WS-CantDnisDup
               MOVE "DNI DUPLICADO EN XREF" TO ld-Motivo
               MOVE Xref-Legajo TO ld-Legajo
               MOVE Xref-Dni TO ld-Dni
               PERFORM 800-GrabarDetalle
           END-IF.

       350-GrabarTrabajo.
           MOVE Xref-Legajo TO Ltr-Legajo
           MOVE WS-CantXref TO Ltr-Secuencia
           MOVE Xref-Dni TO Ltr-Dni
           MOVE SPACE TO Ltr-EnMaestro
           WRITE Ltr-Reg
               INVALID KEY CONTINUE
           END-WRITE
           MOVE Xref-Dni TO Dtr-Dni
           MOVE WS-CantXref TO Dtr-Secuencia
           MOVE Xref-Legajo TO Dtr-Legajo
           MOVE SPACE TO Dtr-EnMaestro
           WRITE Dtr-Reg
               INVALID KEY CONTINUE
           END-WRITE.

       400-ControlarMaestro1.
           OPEN INPUT ALUMNOS1-IDX

       450-MarcarLegajo.
           MOVE 0 TO WS-XrefEncontrado
           MOVE 0 TO WS-FinTrabajo
           MOVE Alu1-Idx-Codigo TO Ltr-Legajo
           MOVE ZERO TO Ltr-Secuencia
           START LEGAJOS-TRABAJO KEY IS NOT LESS THAN Ltr-Clave
               INVALID KEY MOVE 1 TO WS-FinTrabajo
           END-START
           PERFORM UNTIL WS-FinTrabajo IS EQUAL 1
               READ LEGAJOS-TRABAJO NEXT RECORD
                   AT END MOVE 1 TO WS-FinTrabajo
                   NOT AT END
                       IF Ltr-Legajo IS EQUAL Alu1-Idx-Codigo
                           MOVE "S" TO Ltr-EnMaestro
                           REWRITE Ltr-Reg
                           MOVE 1 TO WS-XrefEncontrado
                       ELSE
                           MOVE 1 TO WS-FinTrabajo
                       END-IF
               END-READ
           END-PERFORM
           IF WS-XrefEncontrado IS EQUAL 0
               ADD 1 TO WS-CantM1SinXref

       550-MarcarDni.
           MOVE 0 TO WS-XrefEncontrado
           MOVE 0 TO WS-FinTrabajo
           MOVE Alu2-Idx-Dni TO Dtr-Dni
           MOVE ZERO TO Dtr-Secuencia
           START DNIS-TRABAJO KEY IS NOT LESS THAN Dtr-Clave
               INVALID KEY MOVE 1 TO WS-FinTrabajo
           END-START
           PERFORM UNTIL WS-FinTrabajo IS EQUAL 1
               READ DNIS-TRABAJO NEXT RECORD
                   AT END MOVE 1 TO WS-FinTrabajo
                   NOT AT END
                       IF Dtr-Dni IS EQUAL Alu2-Idx-Dni
                           MOVE "S" TO Dtr-EnMaestro
                           REWRITE Dtr-Reg
                           MOVE 1 TO WS-XrefEncontrado
                       ELSE
                           MOVE 1 TO WS-FinTrabajo
                       END-IF
               END-READ
           END-PERFORM
           IF WS-XrefEncontrado IS EQUAL 0
               ADD 1 TO WS-CantM2SinXref
           END-IF.

       600-ControlarXrefSinMaestro.
           MOVE 0 TO WS-FinTrabajo
           MOVE LOW-VALUES TO Ltr-Clave
           START LEGAJOS-TRABAJO KEY IS NOT LESS THAN Ltr-Clave
               INVALID KEY MOVE 1 TO WS-FinTrabajo
           END-START
           PERFORM UNTIL WS-FinTrabajo IS EQUAL 1
               READ LEGAJOS-TRABAJO NEXT RECORD
                   AT END MOVE 1 TO WS-FinTrabajo
                   NOT AT END
                       IF Ltr-EnMaestro IS NOT EQUAL "S"
                           ADD 1 TO WS-CantSinMaestro1
                           MOVE "XREF SIN MAESTRO1" TO ld-Motivo
                           MOVE Ltr-Legajo TO ld-Legajo
                           MOVE Ltr-Dni TO ld-Dni
                           PERFORM 800-GrabarDetalle
                       END-IF
               END-READ
           END-PERFORM
           MOVE 0 TO WS-FinTrabajo
           MOVE LOW-VALUES TO Dtr-Clave
           START DNIS-TRABAJO KEY IS NOT LESS THAN Dtr-Clave
               INVALID KEY MOVE 1 TO WS-FinTrabajo
           END-START
           PERFORM UNTIL WS-FinTrabajo IS EQUAL 1
               READ DNIS-TRABAJO NEXT RECORD
                   AT END MOVE 1 TO WS-FinTrabajo
                   NOT AT END
                       IF Dtr-EnMaestro IS NOT EQUAL "S"
                           ADD 1 TO WS-CantSinMaestro2
                           MOVE "XREF SIN MAESTRO2" TO ld-Motivo
                           MOVE Dtr-Legajo TO ld-Legajo
                           MOVE Dtr-Dni TO ld-Dni
                           PERFORM 800-GrabarDetalle
                       END-IF
               END-READ
           END-PERFORM.

       800-GrabarDetalle.
           MOVE WS-CantDnisDup TO lr-DnisDup
           MOVE WS-CantM1SinXref TO lr-M1SinXref
           MOVE WS-CantM2SinXref TO lr-M2SinXref
           WRITE Aud-Reg FROM Lin-Blanco
           WRITE Aud-Reg FROM Lin-Resumen1
           WRITE Aud-Reg FROM Lin-Resumen2
           WRITE Aud-Reg FROM Lin-Resumen4
           WRITE Aud-Reg FROM Lin-Resumen5
           WRITE Aud-Reg FROM Lin-Resumen6
           DISPLAY Lin-Resumen1
           DISPLAY Lin-Resumen2
           DISPLAY Lin-Resumen3
           DISPLAY Lin-Resumen4
           DISPLAY Lin-Resumen5
           DISPLAY Lin-Resumen6
           IF WS-CantDiscrepancias > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

       999-FinGeneral.
           CLOSE LEGAJOS-TRABAJO
           CLOSE DNIS-TRABAJO
           CLOSE AUDITORIA.

       END PROGRAM AUDICRUCE.
