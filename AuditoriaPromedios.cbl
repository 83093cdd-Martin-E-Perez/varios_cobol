      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDIPROM2.
      ******************************************************************
       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
      * las entradas se leen dos veces, la de hoy y la copia de la
      * noche anterior, cambiando el path antes del OPEN
           SELECT PROMEDIOS-CSV ASSIGN TO DYNAMIC
           WS-Path-Csv
           ORGANIZATION is line sequential
           FILE STATUS is WS-PromediosCsv-Status.

           SELECT PROMOCION ASSIGN TO DYNAMIC
           WS-Path-Pro
           ORGANIZATION is line sequential
           FILE STATUS is WS-Promocion-Status.

           SELECT MINISTERIO ASSIGN TO DYNAMIC
           WS-Path-Min
           ORGANIZATION is line sequential
           FILE STATUS is WS-Ministerio-Status.

           SELECT NOTAS ASSIGN TO DYNAMIC
           WS-Path-Not
           ORGANIZATION is line sequential
           FILE STATUS is WS-Notas-Status.

           SELECT COPIA-ANTERIOR ASSIGN TO DYNAMIC
           WS-Path-Copia
           ORGANIZATION is line sequential
           FILE STATUS is WS-Copia-Status.

           SELECT NOTAS-ANTERIORES ASSIGN TO DYNAMIC
           WS-Path-Notas-Trabajo
           ORGANIZATION is INDEXED
           ACCESS MODE is RANDOM
           RECORD KEY is Nan-Clave
           FILE STATUS is WS-NotasTrabajo-Status.

           SELECT CAMBIOS-TRABAJO ASSIGN TO DYNAMIC
           WS-Path-Cambios-Trabajo
           ORGANIZATION is INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY is Cmb-Dni
           FILE STATUS is WS-CambiosTrabajo-Status.

           SELECT AUDITORIA ASSIGN TO DYNAMIC
           WS-Path-Auditoria
           ORGANIZATION is line sequential
           FILE STATUS is WS-Auditoria-Status.

      ******************************************************************
       DATA DIVISION.
        FILE SECTION.
       FD  PROMEDIOS-CSV.
       01  Csv-Raw pic x(120).
       01  Csv-Reg.
           03 Csv-Dni pic x(8).
           03 filler pic x.
           03 Csv-Nombre pic x(40).
           03 filler pic x.
           03 Csv-Anio pic x.
           03 filler pic x.
           03 Csv-Div pic x.
           03 filler pic x.
           03 Csv-Promedio pic x(5).
           03 filler pic x.
           03 Csv-PeorMateria pic x(16).
           03 filler pic x.
           03 Csv-Legajo pic x(6).
           03 filler pic x.
           03 Csv-Condicion pic x(7).
           03 filler pic x.
           03 Csv-Prom1 pic x(5).
           03 filler pic x.
           03 Csv-Prom2 pic x(5).

       FD  PROMOCION.
       01  Pro-Raw pic x(150).
       01  Pro-Reg.
           03 Pro-Dni pic x(8).
           03 filler pic x(2).
           03 Pro-Anio pic 9.
           03 filler pic x(2).
           03 Pro-Div pic x.
           03 filler pic x(2).
           03 Pro-Promedio pic x(5).
           03 filler pic x(2).
           03 Pro-Estado pic x(9).
           03 filler pic x(2).
           03 Pro-Prom1 pic x(5).
           03 filler pic x(2).
           03 Pro-Prom2 pic x(5).

       FD  MINISTERIO.
       01  Min-Reg pic x(40).
       01  Min-Det.
           03 Min-Det-Tiporeg pic x.
           03 Min-Det-Dni pic x(8).
           03 Min-Det-Anio pic 9.
           03 Min-Det-Div pic x.
           03 Min-Det-Promedio pic 9(2)v99.
           03 Min-Det-Condicion pic x(7).

       FD  NOTAS.
       01  Not-Raw pic x(20).
       01  Not1-reg.
           03 Not1-Tiporeg pic 9.
           03 Not1-Dni pic x(8).
           03 Not1-Anio pic 9.
           03 Not1-Div pic x.
       01  Not2-reg.
           03 Not2-Tiporeg pic 9.
           03 Not2-Detalle pic x(9).

       FD  COPIA-ANTERIOR.
       01  Cop-Reg pic x(150).

      * notas de la copia anterior; Nan-Cant cuenta las repetidas
       FD  NOTAS-ANTERIORES.
       01  Nan-Reg.
           03 Nan-Clave.
               05 Nan-Dni pic x(8).
               05 Nan-Detalle pic x(9).
           03 Nan-Cant pic 9(5).

      * un registro por dni; lado 1 la noche anterior, lado 2 hoy.
      * En* es S cuando el dni esta en ese archivo
       FD  CAMBIOS-TRABAJO.
       01  Cmb-Reg.
           03 Cmb-Dni pic x(8).
           03 Cmb-NotasNuevas pic 9(5).
           03 Cmb-Lado OCCURS 2 TIMES.
               05 Cmb-EnCsv pic x.
               05 Cmb-Csv-Promedio pic x(5).
               05 Cmb-Csv-Prom1 pic x(5).
               05 Cmb-Csv-Prom2 pic x(5).
               05 Cmb-Csv-Condicion pic x(7).
               05 Cmb-EnPro pic x.
               05 Cmb-Pro-Promedio pic x(5).
               05 Cmb-Pro-Prom1 pic x(5).
               05 Cmb-Pro-Prom2 pic x(5).
               05 Cmb-Pro-Estado pic x(9).
               05 Cmb-EnMin pic x.
               05 Cmb-Min-Promedio pic 9(2)v99.
               05 Cmb-Min-Condicion pic x(7).

       FD  AUDITORIA.
       01  Aud-Reg pic x(80).

       WORKING-STORAGE SECTION.

       01  WS-Path-Csv-Hoy pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\promedios.csv".
       01  WS-Path-Csv-Anterior pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\promedios-anterior.csv".
       01  WS-Path-Pro-Hoy pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\promocion.txt".
       01  WS-Path-Pro-Anterior pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\promocion-anterior.txt".
       01  WS-Path-Min-Hoy pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\ministerio.txt".
       01  WS-Path-Min-Anterior pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\ministerio-anterior.txt".
       01  WS-Path-Not-Hoy pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\notas.txt".
       01  WS-Path-Not-Anterior pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\notas-anterior.txt".
       01  WS-Path-Notas-Trabajo pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\audiprom2-notas-idx.dat".
       01  WS-Path-Cambios-Trabajo pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\audiprom2-cambios-idx.dat".
       01  WS-Path-Auditoria pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\auditoria-promedios.txt".
       01  WS-Path-Csv pic x(100).
       01  WS-Path-Pro pic x(100).
       01  WS-Path-Min pic x(100).
       01  WS-Path-Not pic x(100).
       01  WS-Path-Copia pic x(100).
       01  WS-Path-Override pic x(100).

       01  WS-PromediosCsv-Status pic xx.
       01  WS-Promocion-Status pic xx.
       01  WS-Ministerio-Status pic xx.
       01  WS-Notas-Status pic xx.
       01  WS-Copia-Status pic xx.
       01  WS-NotasTrabajo-Status pic xx.
       01  WS-CambiosTrabajo-Status pic xx.
       01  WS-Auditoria-Status pic xx.

       01  WS-HayAnterior pic 9 value zero.
       01  WS-Lado pic 9.
       01  WS-Fin pic 9.
       01  WS-CmbExiste pic 9.
       01  WS-Dni-Actual pic x(8).
       01  WS-Archivo-Copia pic x(10).
       01  WS-Seccion pic 9.

       01  WS-Valor-Anterior pic x(9).
       01  WS-Valor-Hoy pic x(9).
       01  WS-Promedio-Edit pic z9,99.

       01  WS-CantNotasNuevas pic 9(7) value zero.
       01  WS-CantDniComparados pic 9(7) value zero.
       01  WS-CantCambios pic 9(7) value zero.
       01  WS-CantSinExplicar pic 9(7) value zero.
       01  WS-CantCambiosMin pic 9(7) value zero.
       01  WS-CantSinExplicarMin pic 9(7) value zero.

       01  Lin-Titulo.
           03 filler pic x(80) value
           "AUDITORIA NOCHE A NOCHE DE PROMEDIOS INSTITUTO2".

       01  Lin-Seccion1.
           03 filler pic x(80) value
           "CAMBIOS EN PROMEDIOS.CSV Y PROMOCION".

       01  Lin-Seccion2.
           03 filler pic x(80) value
           "CAMBIOS EN LOS PARES DNI / PROMEDIO ENVIADOS AL MINISTERIO".

       01  Lin-Blanco pic x(80) value spaces.

       01  Lin-Columnas.
           03 filler pic x(10) value "DNI".
           03 filler pic x(12) value "ARCHIVO".
           03 filler pic x(11) value "CAMPO".
           03 filler pic x(11) value "ANTERIOR".
           03 filler pic x(11) value "HOY".
           03 filler pic x(7) value "NOTAS".
           03 filler pic x(12) value "OBSERVACION".

       01  Lin-Detalle.
           03 ld-Dni pic x(8).
           03 filler pic x(2) value spaces.
           03 ld-Archivo pic x(10).
           03 filler pic x(2) value spaces.
           03 ld-Campo pic x(9).
           03 filler pic x(2) value spaces.
           03 ld-Anterior pic x(9).
           03 filler pic x(2) value spaces.
           03 ld-Hoy pic x(9).
           03 filler pic x(2) value spaces.
           03 ld-Notas pic zzzz9.
           03 filler pic x(2) value spaces.
           03 ld-Observacion pic x(12).

       01  Lin-Resumen1.
           03 filler pic x(30) value "Dni comparados:".
           03 lr-DniComparados pic zzzzzz9.
       01  Lin-Resumen2.
           03 filler pic x(30) value "Notas nuevas de la noche:".
           03 lr-NotasNuevas pic zzzzzz9.
       01  Lin-Resumen3.
           03 filler pic x(30) value "Cambios en promedios:".
           03 lr-Cambios pic zzzzzz9.
       01  Lin-Resumen4.
           03 filler pic x(30) value "  sin notas nuevas:".
           03 lr-SinExplicar pic zzzzzz9.
       01  Lin-Resumen5.
           03 filler pic x(30) value "Cambios enviados a ministerio:".
           03 lr-CambiosMin pic zzzzzz9.
       01  Lin-Resumen6.
           03 filler pic x(30) value "  sin notas nuevas:".
           03 lr-SinExplicarMin pic zzzzzz9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 000-LeerParametros
           PERFORM 100-InicioGeneral
           IF WS-HayAnterior IS EQUAL 1
               PERFORM 200-CargarNotasAnteriores
               PERFORM 250-ContarNotasNuevas
               MOVE 1 TO WS-Lado
               MOVE WS-Path-Csv-Anterior TO WS-Path-Csv
               MOVE WS-Path-Pro-Anterior TO WS-Path-Pro
               MOVE WS-Path-Min-Anterior TO WS-Path-Min
               PERFORM 300-CargarPromedios
               PERFORM 400-CargarPromocion
               PERFORM 500-CargarMinisterio
               MOVE 2 TO WS-Lado
               MOVE WS-Path-Csv-Hoy TO WS-Path-Csv
               MOVE WS-Path-Pro-Hoy TO WS-Path-Pro
               MOVE WS-Path-Min-Hoy TO WS-Path-Min
               PERFORM 300-CargarPromedios
               PERFORM 400-CargarPromocion
               PERFORM 500-CargarMinisterio
               PERFORM 600-InformarPromedios
               PERFORM 700-InformarMinisterio
           END-IF
           PERFORM 800-GuardarCopias
           PERFORM 900-ImprimoResumen
           PERFORM 999-FinGeneral

           GOBACK.

       000-LeerParametros.
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "AUDIPROM2-PROMEDIOS-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Csv-Hoy
           END-IF
           ACCEPT WS-Path-Override
                  FROM ENVIRONMENT "AUDIPROM2-PROMEDIOS-ANTERIOR-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Csv-Anterior
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "AUDIPROM2-PROMOCION-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Pro-Hoy
           END-IF
           ACCEPT WS-Path-Override
                  FROM ENVIRONMENT "AUDIPROM2-PROMOCION-ANTERIOR-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Pro-Anterior
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "AUDIPROM2-MINISTERIO-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Min-Hoy
           END-IF
           ACCEPT WS-Path-Override
                  FROM ENVIRONMENT "AUDIPROM2-MINISTERIO-ANTERIOR-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Min-Anterior
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "AUDIPROM2-NOTAS-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Not-Hoy
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "AUDIPROM2-NOTAS-ANTERIOR-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Not-Anterior
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "AUDIPROM2-TRABAJO-NOTAS-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Notas-Trabajo
           END-IF
           ACCEPT WS-Path-Override
                  FROM ENVIRONMENT "AUDIPROM2-TRABAJO-CAMBIOS-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Cambios-Trabajo
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "AUDIPROM2-AUDITORIA-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Auditoria
           END-IF.

      * sin copia anterior de promedios es la primera corrida: no hay
      * contra que comparar y solo se guarda la copia de hoy
       100-InicioGeneral.
           OPEN OUTPUT AUDITORIA
           IF WS-Auditoria-Status IS NOT EQUAL "00"
               DISPLAY "AUDIPROM2: no se pudo abrir AUDITORIA "
                       "- estado " WS-Auditoria-Status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           WRITE Aud-Reg FROM Lin-Titulo
           WRITE Aud-Reg FROM Lin-Blanco
           MOVE WS-Path-Csv-Hoy TO WS-Path-Csv
           OPEN INPUT PROMEDIOS-CSV
           IF WS-PromediosCsv-Status IS NOT EQUAL "00"
               DISPLAY "AUDIPROM2: no se pudo abrir PROMEDIOS "
                       "- estado " WS-PromediosCsv-Status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           CLOSE PROMEDIOS-CSV
           MOVE WS-Path-Pro-Hoy TO WS-Path-Pro
           OPEN INPUT PROMOCION
           IF WS-Promocion-Status IS NOT EQUAL "00"
               DISPLAY "AUDIPROM2: no se pudo abrir PROMOCION "
                       "- estado " WS-Promocion-Status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           CLOSE PROMOCION
           MOVE WS-Path-Csv-Anterior TO WS-Path-Csv
           OPEN INPUT PROMEDIOS-CSV
           IF WS-PromediosCsv-Status IS EQUAL "00"
               CLOSE PROMEDIOS-CSV
               MOVE 1 TO WS-HayAnterior
           ELSE
               DISPLAY "AUDIPROM2: sin copia de la noche anterior "
                       "- estado " WS-PromediosCsv-Status
                       " - solo se guarda la copia de hoy"
           END-IF
           IF WS-HayAnterior IS EQUAL 1
               OPEN OUTPUT NOTAS-ANTERIORES
               CLOSE NOTAS-ANTERIORES
               OPEN I-O NOTAS-ANTERIORES
               OPEN OUTPUT CAMBIOS-TRABAJO
               CLOSE CAMBIOS-TRABAJO
               OPEN I-O CAMBIOS-TRABAJO
               IF WS-NotasTrabajo-Status IS NOT EQUAL "00"
                          OR WS-CambiosTrabajo-Status IS NOT EQUAL "00"
                   DISPLAY "AUDIPROM2: no se pudieron crear los "
                           "archivos de trabajo - estado "
                           WS-NotasTrabajo-Status "/"
                           WS-CambiosTrabajo-Status
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

      * sin copia anterior de notas todas las de hoy cuentan como nuevas
       200-CargarNotasAnteriores.
           MOVE WS-Path-Not-Anterior TO WS-Path-Not
           OPEN INPUT NOTAS
           IF WS-Notas-Status IS NOT EQUAL "00"
               DISPLAY "AUDIPROM2: sin copia anterior de NOTAS "
                       "- estado " WS-Notas-Status
           ELSE
               MOVE SPACES TO WS-Dni-Actual
               MOVE 0 TO WS-Fin
               PERFORM UNTIL WS-Fin IS EQUAL 1
                   READ NOTAS
                       AT END MOVE 1 TO WS-Fin
                       NOT AT END PERFORM 210-GuardarNotaAnterior
                   END-READ
               END-PERFORM
               CLOSE NOTAS
           END-IF.

       210-GuardarNotaAnterior.
           EVALUATE Not1-Tiporeg
               WHEN 1
                   MOVE Not1-Dni TO WS-Dni-Actual
               WHEN 2
                   MOVE WS-Dni-Actual TO Nan-Dni
                   MOVE Not2-Detalle TO Nan-Detalle
                   READ NOTAS-ANTERIORES
                       INVALID KEY
                           MOVE 1 TO Nan-Cant
                           WRITE Nan-Reg
                       NOT INVALID KEY
                           ADD 1 TO Nan-Cant
                           REWRITE Nan-Reg
                   END-READ
           END-EVALUATE.

      * una nota es nueva si no esta igual (materia, nota y
      * cuatrimestre) en la copia anterior del mismo dni
       250-ContarNotasNuevas.
           MOVE WS-Path-Not-Hoy TO WS-Path-Not
           OPEN INPUT NOTAS
           IF WS-Notas-Status IS NOT EQUAL "00"
               DISPLAY "AUDIPROM2: no se pudo abrir NOTAS "
                       "- estado " WS-Notas-Status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO WS-Dni-Actual
           MOVE 0 TO WS-Fin
           PERFORM UNTIL WS-Fin IS EQUAL 1
               READ NOTAS
                   AT END MOVE 1 TO WS-Fin
                   NOT AT END PERFORM 260-ControlarNota
               END-READ
           END-PERFORM
           CLOSE NOTAS.

       260-ControlarNota.
           EVALUATE Not1-Tiporeg
               WHEN 1
                   MOVE Not1-Dni TO WS-Dni-Actual
               WHEN 2
                   MOVE WS-Dni-Actual TO Nan-Dni
                   MOVE Not2-Detalle TO Nan-Detalle
                   READ NOTAS-ANTERIORES
                       INVALID KEY
                           PERFORM 270-SumarNotaNueva
                       NOT INVALID KEY
                           IF Nan-Cant > ZERO
                               SUBTRACT 1 FROM Nan-Cant
                               REWRITE Nan-Reg
                           ELSE
                               PERFORM 270-SumarNotaNueva
                           END-IF
                   END-READ
           END-EVALUATE.

       270-SumarNotaNueva.
           ADD 1 TO WS-CantNotasNuevas
           PERFORM 350-LeerCambio
           ADD 1 TO Cmb-NotasNuevas
           PERFORM 360-GrabarCambio.

       300-CargarPromedios.
           OPEN INPUT PROMEDIOS-CSV
           IF WS-PromediosCsv-Status IS EQUAL "00"
               MOVE 0 TO WS-Fin
               PERFORM UNTIL WS-Fin IS EQUAL 1
                   READ PROMEDIOS-CSV
                       AT END MOVE 1 TO WS-Fin
                       NOT AT END
                           MOVE Csv-Dni TO WS-Dni-Actual
                           PERFORM 350-LeerCambio
                           MOVE "S" TO Cmb-EnCsv(WS-Lado)
                           MOVE Csv-Promedio
                                      TO Cmb-Csv-Promedio(WS-Lado)
                           MOVE Csv-Prom1 TO Cmb-Csv-Prom1(WS-Lado)
                           MOVE Csv-Prom2 TO Cmb-Csv-Prom2(WS-Lado)
                           MOVE Csv-Condicion
                                      TO Cmb-Csv-Condicion(WS-Lado)
                           PERFORM 360-GrabarCambio
                   END-READ
               END-PERFORM
               CLOSE PROMEDIOS-CSV
           END-IF.

       350-LeerCambio.
           MOVE WS-Dni-Actual TO Cmb-Dni
           READ CAMBIOS-TRABAJO
               INVALID KEY
                   MOVE 0 TO WS-CmbExiste
                   MOVE SPACES TO Cmb-Reg
                   MOVE WS-Dni-Actual TO Cmb-Dni
                   MOVE ZERO TO Cmb-NotasNuevas
                   MOVE ZERO TO Cmb-Min-Promedio(1)
                   MOVE ZERO TO Cmb-Min-Promedio(2)
               NOT INVALID KEY
                   MOVE 1 TO WS-CmbExiste
           END-READ.

       360-GrabarCambio.
           IF WS-CmbExiste IS EQUAL 1
               REWRITE Cmb-Reg
           ELSE
               WRITE Cmb-Reg
           END-IF.

       400-CargarPromocion.
           OPEN INPUT PROMOCION
           IF WS-Promocion-Status IS EQUAL "00"
               MOVE 0 TO WS-Fin
               PERFORM UNTIL WS-Fin IS EQUAL 1
                   READ PROMOCION
                       AT END MOVE 1 TO WS-Fin
                       NOT AT END
                           MOVE Pro-Dni TO WS-Dni-Actual
                           PERFORM 350-LeerCambio
                           MOVE "S" TO Cmb-EnPro(WS-Lado)
                           MOVE Pro-Promedio
                                      TO Cmb-Pro-Promedio(WS-Lado)
                           MOVE Pro-Prom1 TO Cmb-Pro-Prom1(WS-Lado)
                           MOVE Pro-Prom2 TO Cmb-Pro-Prom2(WS-Lado)
                           MOVE Pro-Estado TO Cmb-Pro-Estado(WS-Lado)
                           PERFORM 360-GrabarCambio
                   END-READ
               END-PERFORM
               CLOSE PROMOCION
           END-IF.

      * el archivo del ministerio solo existe si el envio esta activo;
      * si falta se toma como vacio
       500-CargarMinisterio.
           OPEN INPUT MINISTERIO
           IF WS-Ministerio-Status IS EQUAL "00"
               MOVE 0 TO WS-Fin
               PERFORM UNTIL WS-Fin IS EQUAL 1
                   READ MINISTERIO
                       AT END MOVE 1 TO WS-Fin
                       NOT AT END
                           IF Min-Det-Tiporeg IS EQUAL "D"
                               PERFORM 510-GuardarEnvio
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MINISTERIO
           END-IF.

       510-GuardarEnvio.
           MOVE Min-Det-Dni TO WS-Dni-Actual
           PERFORM 350-LeerCambio
           MOVE "S" TO Cmb-EnMin(WS-Lado)
           MOVE Min-Det-Promedio TO Cmb-Min-Promedio(WS-Lado)
           MOVE Min-Det-Condicion TO Cmb-Min-Condicion(WS-Lado)
           PERFORM 360-GrabarCambio.

       600-InformarPromedios.
           MOVE 1 TO WS-Seccion
           WRITE Aud-Reg FROM Lin-Seccion1
           WRITE Aud-Reg FROM Lin-Columnas
           MOVE 0 TO WS-Fin
           MOVE LOW-VALUES TO Cmb-Dni
           START CAMBIOS-TRABAJO KEY IS NOT LESS THAN Cmb-Dni
               INVALID KEY MOVE 1 TO WS-Fin
           END-START
           PERFORM UNTIL WS-Fin IS EQUAL 1
               READ CAMBIOS-TRABAJO NEXT RECORD
                   AT END MOVE 1 TO WS-Fin
                   NOT AT END
                       ADD 1 TO WS-CantDniComparados
                       PERFORM 610-CompararPromedios
                       PERFORM 620-CompararPromocion
               END-READ
           END-PERFORM
           WRITE Aud-Reg FROM Lin-Blanco.

       610-CompararPromedios.
           MOVE "PROMEDIOS" TO ld-Archivo
           IF Cmb-EnCsv(1) IS NOT EQUAL Cmb-EnCsv(2)
               MOVE "ALUMNO" TO ld-Campo
               MOVE "AUSENTE" TO WS-Valor-Anterior
               MOVE "AUSENTE" TO WS-Valor-Hoy
               IF Cmb-EnCsv(1) IS EQUAL "S"
                   MOVE "PRESENTE" TO WS-Valor-Anterior
               ELSE
                   MOVE "PRESENTE" TO WS-Valor-Hoy
               END-IF
               PERFORM 680-CompararValor
           ELSE
               IF Cmb-EnCsv(1) IS EQUAL "S"
                   MOVE "PROMEDIO" TO ld-Campo
                   MOVE Cmb-Csv-Promedio(1) TO WS-Valor-Anterior
                   MOVE Cmb-Csv-Promedio(2) TO WS-Valor-Hoy
                   PERFORM 680-CompararValor
                   MOVE "PROM1" TO ld-Campo
                   MOVE Cmb-Csv-Prom1(1) TO WS-Valor-Anterior
                   MOVE Cmb-Csv-Prom1(2) TO WS-Valor-Hoy
                   PERFORM 680-CompararValor
                   MOVE "PROM2" TO ld-Campo
                   MOVE Cmb-Csv-Prom2(1) TO WS-Valor-Anterior
                   MOVE Cmb-Csv-Prom2(2) TO WS-Valor-Hoy
                   PERFORM 680-CompararValor
                   MOVE "CONDICION" TO ld-Campo
                   MOVE Cmb-Csv-Condicion(1) TO WS-Valor-Anterior
                   MOVE Cmb-Csv-Condicion(2) TO WS-Valor-Hoy
                   PERFORM 680-CompararValor
               END-IF
           END-IF.

       620-CompararPromocion.
           MOVE "PROMOCION" TO ld-Archivo
           IF Cmb-EnPro(1) IS NOT EQUAL Cmb-EnPro(2)
               MOVE "ALUMNO" TO ld-Campo
               MOVE "AUSENTE" TO WS-Valor-Anterior
               MOVE "AUSENTE" TO WS-Valor-Hoy
               IF Cmb-EnPro(1) IS EQUAL "S"
                   MOVE "PRESENTE" TO WS-Valor-Anterior
               ELSE
                   MOVE "PRESENTE" TO WS-Valor-Hoy
               END-IF
               PERFORM 680-CompararValor
           ELSE
               IF Cmb-EnPro(1) IS EQUAL "S"
                   MOVE "PROMEDIO" TO ld-Campo
                   MOVE Cmb-Pro-Promedio(1) TO WS-Valor-Anterior
                   MOVE Cmb-Pro-Promedio(2) TO WS-Valor-Hoy
                   PERFORM 680-CompararValor
                   MOVE "PROM1" TO ld-Campo
                   MOVE Cmb-Pro-Prom1(1) TO WS-Valor-Anterior
                   MOVE Cmb-Pro-Prom1(2) TO WS-Valor-Hoy
                   PERFORM 680-CompararValor
                   MOVE "PROM2" TO ld-Campo
                   MOVE Cmb-Pro-Prom2(1) TO WS-Valor-Anterior
                   MOVE Cmb-Pro-Prom2(2) TO WS-Valor-Hoy
                   PERFORM 680-CompararValor
                   MOVE "ESTADO" TO ld-Campo
                   MOVE Cmb-Pro-Estado(1) TO WS-Valor-Anterior
                   MOVE Cmb-Pro-Estado(2) TO WS-Valor-Hoy
                   PERFORM 680-CompararValor
               END-IF
           END-IF.

      * un cambio sin notas nuevas del dni esa noche queda sin explicar
       680-CompararValor.
           IF WS-Valor-Anterior IS NOT EQUAL WS-Valor-Hoy
               MOVE Cmb-Dni TO ld-Dni
               MOVE WS-Valor-Anterior TO ld-Anterior
               MOVE WS-Valor-Hoy TO ld-Hoy
               MOVE Cmb-NotasNuevas TO ld-Notas
               MOVE SPACES TO ld-Observacion
               IF WS-Seccion IS EQUAL 1
                   ADD 1 TO WS-CantCambios
               ELSE
                   ADD 1 TO WS-CantCambiosMin
               END-IF
               IF Cmb-NotasNuevas IS EQUAL ZERO
                   MOVE "SIN EXPLICAR" TO ld-Observacion
                   IF WS-Seccion IS EQUAL 1
                       ADD 1 TO WS-CantSinExplicar
                   ELSE
                       ADD 1 TO WS-CantSinExplicarMin
                   END-IF
               END-IF
               WRITE Aud-Reg FROM Lin-Detalle
           END-IF.

       700-InformarMinisterio.
           MOVE 2 TO WS-Seccion
           WRITE Aud-Reg FROM Lin-Seccion2
           WRITE Aud-Reg FROM Lin-Columnas
           MOVE 0 TO WS-Fin
           MOVE LOW-VALUES TO Cmb-Dni
           START CAMBIOS-TRABAJO KEY IS NOT LESS THAN Cmb-Dni
               INVALID KEY MOVE 1 TO WS-Fin
           END-START
           PERFORM UNTIL WS-Fin IS EQUAL 1
               READ CAMBIOS-TRABAJO NEXT RECORD
                   AT END MOVE 1 TO WS-Fin
                   NOT AT END PERFORM 710-CompararEnvio
               END-READ
           END-PERFORM.

       710-CompararEnvio.
           MOVE "MINISTERIO" TO ld-Archivo
           IF Cmb-EnMin(1) IS NOT EQUAL Cmb-EnMin(2)
               MOVE "ENVIO" TO ld-Campo
               MOVE "AUSENTE" TO WS-Valor-Anterior
               MOVE "AUSENTE" TO WS-Valor-Hoy
               IF Cmb-EnMin(1) IS EQUAL "S"
                   MOVE "ENVIADO" TO WS-Valor-Anterior
               ELSE
                   MOVE "ENVIADO" TO WS-Valor-Hoy
               END-IF
               PERFORM 680-CompararValor
           ELSE
               IF Cmb-EnMin(1) IS EQUAL "S"
                   MOVE "PROMEDIO" TO ld-Campo
                   MOVE Cmb-Min-Promedio(1) TO WS-Promedio-Edit
                   MOVE WS-Promedio-Edit TO WS-Valor-Anterior
                   MOVE Cmb-Min-Promedio(2) TO WS-Promedio-Edit
                   MOVE WS-Promedio-Edit TO WS-Valor-Hoy
                   PERFORM 680-CompararValor
                   MOVE "CONDICION" TO ld-Campo
                   MOVE Cmb-Min-Condicion(1) TO WS-Valor-Anterior
                   MOVE Cmb-Min-Condicion(2) TO WS-Valor-Hoy
                   PERFORM 680-CompararValor
               END-IF
           END-IF.

      * la copia de hoy queda como anterior para la noche siguiente;
      * si hoy no hay archivo del ministerio la copia queda vacia
       800-GuardarCopias.
           MOVE "PROMEDIOS" TO WS-Archivo-Copia
           MOVE WS-Path-Csv-Hoy TO WS-Path-Csv
           MOVE WS-Path-Csv-Anterior TO WS-Path-Copia
           PERFORM 850-AbrirCopia
           OPEN INPUT PROMEDIOS-CSV
           MOVE 0 TO WS-Fin
           PERFORM UNTIL WS-Fin IS EQUAL 1
               READ PROMEDIOS-CSV
                   AT END MOVE 1 TO WS-Fin
                   NOT AT END WRITE Cop-Reg FROM Csv-Raw
               END-READ
           END-PERFORM
           CLOSE PROMEDIOS-CSV
           CLOSE COPIA-ANTERIOR
           MOVE "PROMOCION" TO WS-Archivo-Copia
           MOVE WS-Path-Pro-Hoy TO WS-Path-Pro
           MOVE WS-Path-Pro-Anterior TO WS-Path-Copia
           PERFORM 850-AbrirCopia
           OPEN INPUT PROMOCION
           MOVE 0 TO WS-Fin
           PERFORM UNTIL WS-Fin IS EQUAL 1
               READ PROMOCION
                   AT END MOVE 1 TO WS-Fin
                   NOT AT END WRITE Cop-Reg FROM Pro-Raw
               END-READ
           END-PERFORM
           CLOSE PROMOCION
           CLOSE COPIA-ANTERIOR
           MOVE "MINISTERIO" TO WS-Archivo-Copia
           MOVE WS-Path-Min-Hoy TO WS-Path-Min
           MOVE WS-Path-Min-Anterior TO WS-Path-Copia
           PERFORM 850-AbrirCopia
           OPEN INPUT MINISTERIO
           IF WS-Ministerio-Status IS EQUAL "00"
               MOVE 0 TO WS-Fin
               PERFORM UNTIL WS-Fin IS EQUAL 1
                   READ MINISTERIO
                       AT END MOVE 1 TO WS-Fin
                       NOT AT END WRITE Cop-Reg FROM Min-Reg
                   END-READ
               END-PERFORM
               CLOSE MINISTERIO
           END-IF
           CLOSE COPIA-ANTERIOR
           MOVE "NOTAS" TO WS-Archivo-Copia
           MOVE WS-Path-Not-Hoy TO WS-Path-Not
           MOVE WS-Path-Not-Anterior TO WS-Path-Copia
           PERFORM 850-AbrirCopia
           OPEN INPUT NOTAS
           IF WS-Notas-Status IS EQUAL "00"
               MOVE 0 TO WS-Fin
               PERFORM UNTIL WS-Fin IS EQUAL 1
                   READ NOTAS
                       AT END MOVE 1 TO WS-Fin
                       NOT AT END WRITE Cop-Reg FROM Not-Raw
                   END-READ
               END-PERFORM
               CLOSE NOTAS
           END-IF
           CLOSE COPIA-ANTERIOR.

       850-AbrirCopia.
           OPEN OUTPUT COPIA-ANTERIOR
           IF WS-Copia-Status IS NOT EQUAL "00"
               DISPLAY "AUDIPROM2: no se pudo grabar la copia de "
                       WS-Archivo-Copia " - estado " WS-Copia-Status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       900-ImprimoResumen.
           MOVE WS-CantDniComparados TO lr-DniComparados
           MOVE WS-CantNotasNuevas TO lr-NotasNuevas
           MOVE WS-CantCambios TO lr-Cambios
           MOVE WS-CantSinExplicar TO lr-SinExplicar
           MOVE WS-CantCambiosMin TO lr-CambiosMin
           MOVE WS-CantSinExplicarMin TO lr-SinExplicarMin
           WRITE Aud-Reg FROM Lin-Blanco
           WRITE Aud-Reg FROM Lin-Resumen1
           WRITE Aud-Reg FROM Lin-Resumen2
           WRITE Aud-Reg FROM Lin-Resumen3
           WRITE Aud-Reg FROM Lin-Resumen4
           WRITE Aud-Reg FROM Lin-Resumen5
           WRITE Aud-Reg FROM Lin-Resumen6
           DISPLAY Lin-Resumen1
           DISPLAY Lin-Resumen2
           DISPLAY Lin-Resumen3
           DISPLAY Lin-Resumen4
           DISPLAY Lin-Resumen5
           DISPLAY Lin-Resumen6
           IF WS-CantSinExplicar > ZERO
                      OR WS-CantSinExplicarMin > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

       999-FinGeneral.
           IF WS-HayAnterior IS EQUAL 1
               CLOSE NOTAS-ANTERIORES
               CLOSE CAMBIOS-TRABAJO
           END-IF
           CLOSE AUDITORIA.

       END PROGRAM AUDIPROM2.
