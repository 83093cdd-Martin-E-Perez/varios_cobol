      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISTRIB.
      ******************************************************************
       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
           SELECT DISTRIBUCION ASSIGN TO DYNAMIC
           WS-Path-Distribucion
           ORGANIZATION is line sequential
           FILE STATUS is WS-Distribucion-Status.

           SELECT RUN-LEDGER ASSIGN TO DYNAMIC
           WS-Path-Ledger
           ORGANIZATION is line sequential
           FILE STATUS is WS-Ledger-Status.

           SELECT REPORTE ASSIGN TO DYNAMIC
           WS-Path-Reporte
           ORGANIZATION is line sequential
           FILE STATUS is WS-Reporte-Status.

           SELECT IMPRESION ASSIGN TO DYNAMIC
           WS-Path-Impresion
           ORGANIZATION is line sequential
           FILE STATUS is WS-Impresion-Status.

           SELECT MANIFIESTO ASSIGN TO DYNAMIC
           WS-Path-Manifiesto
           ORGANIZATION is line sequential
           FILE STATUS is WS-Manifiesto-Status.

           SELECT ENTREGAS ASSIGN TO DYNAMIC
           WS-Path-Entregas
           ORGANIZATION is line sequential
           FILE STATUS is WS-Entregas-Status.
      ******************************************************************
       DATA DIVISION.
        FILE SECTION.
      * una linea por reporte y oficina destinataria; "*" en la
      * columna 1 es comentario
      * Dis-Paso: paso de JOBNOCTURNO que produce el reporte (en
      *           blanco, alcanza con que el archivo exista)
      * Dis-Dias: lunes a domingo, S se distribuye ese dia (en blanco,
      *           todos)
       FD  DISTRIBUCION.
       01  Dis-Reg.
           03 Dis-Reporte pic x(16).
           03 filler pic x(2).
           03 Dis-Paso pic x(12).
           03 filler pic x(2).
           03 Dis-Oficina pic x(20).
           03 filler pic x(2).
           03 Dis-Copias pic x(2).
           03 filler pic x(2).
           03 Dis-Dias pic x(7).
           03 filler pic x(2).
           03 Dis-Archivo pic x(100).

       FD  RUN-LEDGER.
       01  Led-Reg.
           03 Led-Tipo pic x.
           03 filler pic x(2).
           03 Led-Fecha pic 9(8).
           03 filler pic x(2).
           03 Led-HoraInicio pic 9(8).
           03 filler pic x(2).
           03 Led-Detalle pic x(60).

       01  Led-Paso.
           03 filler pic x(23).
           03 Lpa-Paso pic x(12).
           03 filler pic x(2).
           03 Lpa-Programa pic x(16).
           03 filler pic x(2).
           03 Lpa-Estado pic x.
           03 filler pic x(2).
           03 Lpa-RC pic 9(4).

       FD  REPORTE.
       01  Rep-Reg pic x(250).

       FD  IMPRESION.
       01  Imp-Reg pic x(250).

       FD  MANIFIESTO.
       01  Man-Reg pic x(100).

      * historia de entregas: M una linea por entrega del manifiesto,
      * F la firma de recepcion que registra ENTREGADIST
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

           WORKING-STORAGE SECTION.

       01  WS-Path-Distribucion pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\distribucion.txt".
       01  WS-Path-Ledger pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\jobnocturno-ledger.txt".
       01  WS-Path-Impresion pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\distribucion-impresion.txt".
       01  WS-Path-Manifiesto pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\manifiesto-distribucion.txt".
       01  WS-Path-Entregas pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\distribucion-entregas.txt".
       01  WS-Path-Reporte pic x(100).
       01  WS-Path-Override pic x(100).

       01  WS-Distribucion-Status pic xx.
       01  WS-Ledger-Status pic xx.
       01  WS-Reporte-Status pic xx.
       01  WS-Impresion-Status pic xx.
       01  WS-Manifiesto-Status pic xx.
       01  WS-Entregas-Status pic xx.

       01  WS-Param-Clave pic x(30).
       01  WS-Param-Valor pic x(100).
       01  WS-Param-Origen pic x.
       01  WS-LineasPagina-Param pic x(3).
       01  WS-LineasPagina pic 9(3) value 60.

       01  Lin-Param.
           03 filler pic x(10) value "PARAMETRO ".
           03 lpar-Clave pic x(30).
           03 lpar-Valor pic x(20).
           03 filler pic x(9) value " ORIGEN: ".
           03 lpar-Origen pic x.

       01  WS-Fin pic 9.
       01  WS-FlagDistribucion pic 9 value zero.
       01  WS-Fecha-Hoy pic 9(8).
       01  WS-DiaSemana pic 9.

      * corrida de JOBNOCTURNO a distribuir: la ultima del ledger
       01  WS-Corrida-Fecha pic 9(8) value zero.
       01  WS-Corrida-Hora pic 9(8) value zero.
       01  WS-Corrida-Edit.
           03 WS-CE-Dia pic 9(2).
           03 filler pic x value "/".
           03 WS-CE-Mes pic 9(2).
           03 filler pic x value "/".
           03 WS-CE-Anio pic 9(4).
       01  WS-Corrida-Aux.
           03 WS-CA-Anio pic 9(4).
           03 WS-CA-Mes pic 9(2).
           03 WS-CA-Dia pic 9(2).

      * pasos que terminaron en la corrida (E ejecutado, R completo
      * en la corrida anterior)
       01  WS-CantPasos pic 9(3) value zero.
       01  Tabla-Pasos.
           03 Tabla-Pas OCCURS 50 TIMES.
               05 TPas-Nombre pic x(12).
               05 TPas-RC pic 9(4).
       01  Idx-Pas pic 9(3).
       01  WS-PasoEncontrado pic 9.

       01  WS-Producido pic 9.
       01  WS-Motivo pic x(30).
       01  WS-RC-Paso pic x(4).
       01  WS-Copias pic 9(2).
       01  WS-Copia pic 9(2).
       01  WS-Nro pic 9(3) value zero.
       01  WS-LineasReporte pic 9(7).
       01  WS-PaginasReporte pic 9(5).
       01  WS-Resto pic 9(3).
       01  WS-LineasEscritas pic 9(7).

       01  WS-CantDistribuidos pic 9(5) value zero.
       01  WS-CantCopias pic 9(5) value zero.
       01  WS-CantPaginas pic 9(7) value zero.
       01  WS-CantNoProducidos pic 9(5) value zero.
       01  WS-CantNoCorresponden pic 9(5) value zero.
       01  WS-CantInvalidas pic 9(5) value zero.

       01  Lin-Blanco pic x(100) value spaces.

       01  Lin-Banner-Marco pic x(80) value all "*".
       01  Lin-Banner1.
           03 filler pic x(4) value "*".
           03 filler pic x(76) value
           "DISTRIBUCION DE REPORTES DEL PROCESO NOCTURNO".
       01  Lin-Banner2.
           03 filler pic x(4) value "*".
           03 filler pic x(12) value "REPORTE:".
           03 lb-Reporte pic x(16).
       01  Lin-Banner3.
           03 filler pic x(4) value "*".
           03 filler pic x(12) value "ARCHIVO:".
           03 lb-Archivo pic x(64).
       01  Lin-Banner4.
           03 filler pic x(4) value "*".
           03 filler pic x(12) value "ENTREGAR A:".
           03 lb-Oficina pic x(20).
       01  Lin-Banner5.
           03 filler pic x(4) value "*".
           03 filler pic x(12) value "COPIA:".
           03 lb-Copia pic z9.
           03 filler pic x(4) value " DE ".
           03 lb-Copias pic z9.
       01  Lin-Banner6.
           03 filler pic x(4) value "*".
           03 filler pic x(12) value "CORRIDA:".
           03 lb-Fecha pic x(10).
           03 filler pic x(16) value "   ENTREGA NRO:".
           03 lb-Nro pic zz9.
       01  Lin-Banner7.
           03 filler pic x(4) value "*".
           03 filler pic x(12) value "PAGINAS:".
           03 lb-Paginas pic zzzz9.
           03 filler pic x(11) value "   LINEAS:".
           03 lb-Lineas pic zzzzzz9.

       01  Lin-Titulo.
           03 filler pic x(40) value
           "MANIFIESTO DE DISTRIBUCION - CORRIDA DEL".
           03 filler pic x value space.
           03 lt-Fecha pic x(10).

       01  Lin-Columnas.
           03 filler pic x(5) value "NRO".
           03 filler pic x(18) value "REPORTE".
           03 filler pic x(22) value "OFICINA".
           03 filler pic x(8) value "COPIAS".
           03 filler pic x(9) value "PAGINAS".
           03 filler pic x(9) value "LINEAS".
           03 filler pic x(14) value "RC PASO".

       01  Lin-Entrega.
           03 le-Nro pic zz9.
           03 filler pic x(2) value spaces.
           03 le-Reporte pic x(16).
           03 filler pic x(2) value spaces.
           03 le-Oficina pic x(20).
           03 filler pic x(2) value spaces.
           03 le-Copias pic z9.
           03 filler pic x(4) value spaces.
           03 le-Paginas pic zzzz9.
           03 filler pic x(2) value spaces.
           03 le-Lineas pic zzzzzz9.
           03 filler pic x(2) value spaces.
           03 le-RC pic x(4).

       01  Lin-Firma.
           03 filler pic x(5) value spaces.
           03 filler pic x(36) value
           "RECIBIDO POR: ____________________".
           03 filler pic x(27) value
           "  FIRMA: _________________".
           03 filler pic x(28) value
           "  FECHA/HORA: ______________".

       01  Lin-Faltantes.
           03 filler pic x(100) value
           "REPORTES ESPERADOS NO PRODUCIDOS".

       01  Lin-Faltante.
           03 filler pic x(5) value spaces.
           03 lf-Reporte pic x(16).
           03 filler pic x(2) value spaces.
           03 lf-Oficina pic x(20).
           03 filler pic x(2) value spaces.
           03 lf-Motivo pic x(30).

       01  Lin-Resumen1.
           03 filler pic x(32) value "Entregas del manifiesto:".
           03 lr-Distribuidos pic zzzz9.
       01  Lin-Resumen2.
           03 filler pic x(32) value "Copias impresas:".
           03 lr-Copias pic zzzz9.
       01  Lin-Resumen3.
           03 filler pic x(32) value "Paginas impresas con caratula:".
           03 lr-Paginas pic zzzzzz9.
       01  Lin-Resumen4.
           03 filler pic x(32) value "Esperados no producidos:".
           03 lr-NoProducidos pic zzzz9.
       01  Lin-Resumen5.
           03 filler pic x(32) value "No corresponden hoy:".
           03 lr-NoCorresponden pic zzzz9.
       01  Lin-Resumen6.
           03 filler pic x(32) value "Lineas invalidas del maestro:".
           03 lr-Invalidas pic zzzz9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 000-LeerParametros
           PERFORM 100-LeerLedger
           PERFORM 150-UltimaEntrega
           PERFORM 200-InicioGeneral
           PERFORM 300-ProcesarMaestro
           PERFORM 600-ListarFaltantes
           PERFORM 900-ImprimoResumen
           PERFORM 999-FinGeneral

           GOBACK.

       000-LeerParametros.
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "DISTRIB-MAESTRO-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Distribucion
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "JOBNOCTURNO-LEDGER-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Ledger
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "DISTRIB-IMPRESION-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Impresion
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "DISTRIB-MANIFIESTO-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Manifiesto
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "DISTRIB-ENTREGAS-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Entregas
           END-IF
           MOVE "DISTRIB-LINEAS-PAGINA" TO WS-Param-Clave
           PERFORM 005-ObtenerParametro
           MOVE WS-Param-Valor(1:3) TO WS-LineasPagina-Param
           IF WS-LineasPagina-Param IS NUMERIC
               AND WS-LineasPagina-Param > "010"
               MOVE WS-LineasPagina-Param TO WS-LineasPagina
           END-IF
           ACCEPT WS-Fecha-Hoy FROM DATE YYYYMMDD
           ACCEPT WS-DiaSemana FROM DAY-OF-WEEK.

       005-ObtenerParametro.
           MOVE SPACES TO WS-Param-Valor
           CALL "PARAMLEE" USING WS-Param-Clave WS-Param-Valor
                                 WS-Param-Origen
           MOVE WS-Param-Clave TO lpar-Clave
           MOVE WS-Param-Valor(1:20) TO lpar-Valor
           MOVE WS-Param-Origen TO lpar-Origen
           DISPLAY Lin-Param
           IF WS-Param-Origen IS EQUAL "X"
               DISPLAY "DISTRIB: no se pudieron cargar los "
                       "parametros"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      * los pasos de la ultima corrida del ledger; si la corrida
      * empezo ayer (paso la medianoche) los dias se toman de ayer
       100-LeerLedger.
           OPEN INPUT RUN-LEDGER
           IF WS-Ledger-Status IS NOT EQUAL "00"
               DISPLAY "DISTRIB: sin ledger de JOBNOCTURNO - estado "
                       WS-Ledger-Status " - solo reportes sin paso"
               MOVE WS-Fecha-Hoy TO WS-Corrida-Fecha
           ELSE
               MOVE 0 TO WS-Fin
               PERFORM UNTIL WS-Fin IS EQUAL 1
                   READ RUN-LEDGER
                       AT END MOVE 1 TO WS-Fin
                       NOT AT END
                           IF Led-Tipo IS EQUAL "P"
                               PERFORM 110-GuardarPaso
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-LEDGER
               IF WS-Corrida-Fecha IS EQUAL ZERO
                   MOVE WS-Fecha-Hoy TO WS-Corrida-Fecha
               END-IF
           END-IF
           IF WS-Corrida-Fecha IS NOT EQUAL WS-Fecha-Hoy
               IF WS-DiaSemana IS EQUAL 1
                   MOVE 7 TO WS-DiaSemana
               ELSE
                   SUBTRACT 1 FROM WS-DiaSemana
               END-IF
           END-IF
           MOVE WS-Corrida-Fecha TO WS-Corrida-Aux
           MOVE WS-CA-Dia TO WS-CE-Dia
           MOVE WS-CA-Mes TO WS-CE-Mes
           MOVE WS-CA-Anio TO WS-CE-Anio.

       110-GuardarPaso.
           IF Led-Fecha IS NOT EQUAL WS-Corrida-Fecha
               OR Led-HoraInicio IS NOT EQUAL WS-Corrida-Hora
               MOVE Led-Fecha TO WS-Corrida-Fecha
               MOVE Led-HoraInicio TO WS-Corrida-Hora
               MOVE ZERO TO WS-CantPasos
           END-IF
           IF Lpa-Estado IS EQUAL "E" OR Lpa-Estado IS EQUAL "R"
               IF WS-CantPasos IS EQUAL 50
                   DISPLAY "DISTRIB: tabla de pasos llena - paso "
                           Lpa-Paso
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO WS-CantPasos
               MOVE Lpa-Paso TO TPas-Nombre(WS-CantPasos)
               MOVE Lpa-RC TO TPas-RC(WS-CantPasos)
           END-IF.

      * la numeracion de entregas sigue la del dia si se repite la
      * corrida
       150-UltimaEntrega.
           OPEN INPUT ENTREGAS
           IF WS-Entregas-Status IS EQUAL "00"
               MOVE 0 TO WS-Fin
               PERFORM UNTIL WS-Fin IS EQUAL 1
                   READ ENTREGAS
                       AT END MOVE 1 TO WS-Fin
                       NOT AT END
                           IF Ent-Tipo IS EQUAL "M"
                               AND Ent-Fecha IS EQUAL WS-Corrida-Fecha
                               AND Ent-Nro > WS-Nro
                               MOVE Ent-Nro TO WS-Nro
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENTREGAS
           END-IF.

       200-InicioGeneral.
           OPEN INPUT DISTRIBUCION
           IF WS-Distribucion-Status IS NOT EQUAL "00"
               DISPLAY "DISTRIB: no se pudo abrir el maestro de "
                       "distribucion - estado " WS-Distribucion-Status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT IMPRESION
           IF WS-Impresion-Status IS NOT EQUAL "00"
               DISPLAY "DISTRIB: no se pudo abrir IMPRESION - estado "
                       WS-Impresion-Status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT MANIFIESTO
           IF WS-Manifiesto-Status IS NOT EQUAL "00"
               DISPLAY "DISTRIB: no se pudo abrir MANIFIESTO - estado "
                       WS-Manifiesto-Status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN EXTEND ENTREGAS
           IF WS-Entregas-Status IS EQUAL "35"
               OPEN OUTPUT ENTREGAS
           END-IF
           IF WS-Entregas-Status IS NOT EQUAL "00"
               DISPLAY "DISTRIB: no se pudo abrir ENTREGAS - estado "
                       WS-Entregas-Status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-Corrida-Edit TO lt-Fecha
           WRITE Man-Reg FROM Lin-Titulo
           WRITE Man-Reg FROM Lin-Blanco
           WRITE Man-Reg FROM Lin-Columnas.

       300-ProcesarMaestro.
           PERFORM UNTIL WS-FlagDistribucion IS EQUAL 1
               READ DISTRIBUCION
                   AT END MOVE 1 TO WS-FlagDistribucion
                   NOT AT END
                       IF Dis-Reg(1:1) IS NOT EQUAL "*"
                           AND Dis-Reg IS NOT EQUAL SPACES
                           PERFORM 310-ProcesarLinea
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DISTRIBUCION.

       310-ProcesarLinea.
           IF Dis-Reporte IS EQUAL SPACES
               OR Dis-Oficina IS EQUAL SPACES
               OR Dis-Archivo IS EQUAL SPACES
               OR Dis-Copias IS NOT NUMERIC
               OR Dis-Copias IS EQUAL "00"
               DISPLAY "DISTRIB: linea invalida en el maestro: "
                       Dis-Reg(1:60)
               ADD 1 TO WS-CantInvalidas
           ELSE
               IF Dis-Dias IS NOT EQUAL SPACES
                   AND Dis-Dias(WS-DiaSemana:1) IS NOT EQUAL "S"
                   ADD 1 TO WS-CantNoCorresponden
               ELSE
                   PERFORM 320-VerificarProducido
                   IF WS-Producido IS EQUAL 1
                       PERFORM 400-Distribuir
                   ELSE
                       ADD 1 TO WS-CantNoProducidos
                   END-IF
               END-IF
           END-IF.

      * producido: su paso termino en la corrida y el archivo existe;
      * de paso se cuentan lineas y paginas
       320-VerificarProducido.
           PERFORM 315-VerificarPaso
           IF WS-Producido IS EQUAL 1
               MOVE Dis-Archivo TO WS-Path-Reporte
               MOVE ZERO TO WS-LineasReporte
               OPEN INPUT REPORTE
               IF WS-Reporte-Status IS NOT EQUAL "00"
                   MOVE 0 TO WS-Producido
                   MOVE "ARCHIVO INEXISTENTE" TO WS-Motivo
               ELSE
                   MOVE 0 TO WS-Fin
                   PERFORM UNTIL WS-Fin IS EQUAL 1
                       READ REPORTE
                           AT END MOVE 1 TO WS-Fin
                           NOT AT END ADD 1 TO WS-LineasReporte
                       END-READ
                   END-PERFORM
                   CLOSE REPORTE
               END-IF
           END-IF
           IF WS-Producido IS EQUAL 0
               PERFORM 330-GuardarFaltante
           ELSE
               DIVIDE WS-LineasReporte BY WS-LineasPagina
                   GIVING WS-PaginasReporte REMAINDER WS-Resto
               IF WS-Resto > ZERO OR WS-PaginasReporte IS EQUAL ZERO
                   ADD 1 TO WS-PaginasReporte
               END-IF
           END-IF.

       315-VerificarPaso.
           MOVE 1 TO WS-Producido
           MOVE SPACES TO WS-RC-Paso
           IF Dis-Paso IS NOT EQUAL SPACES
               MOVE 0 TO WS-PasoEncontrado
               PERFORM VARYING Idx-Pas FROM 1 BY 1
                       UNTIL Idx-Pas > WS-CantPasos
                       OR WS-PasoEncontrado = 1
                   IF TPas-Nombre(Idx-Pas) IS EQUAL Dis-Paso
                       MOVE 1 TO WS-PasoEncontrado
                       MOVE TPas-RC(Idx-Pas) TO WS-RC-Paso
                   END-IF
               END-PERFORM
               IF WS-PasoEncontrado IS EQUAL 0
                   MOVE 0 TO WS-Producido
                   MOVE "PASO NO EJECUTADO EN CORRIDA" TO WS-Motivo
               END-IF
           END-IF.

       330-GuardarFaltante.
           DISPLAY "DISTRIB: no producido " Dis-Reporte " para "
                   Dis-Oficina " - " WS-Motivo.

       400-Distribuir.
           ADD 1 TO WS-Nro
           ADD 1 TO WS-CantDistribuidos
           MOVE Dis-Copias TO WS-Copias
           MOVE WS-Nro TO le-Nro
           MOVE Dis-Reporte TO le-Reporte
           MOVE Dis-Oficina TO le-Oficina
           MOVE WS-Copias TO le-Copias
           MOVE WS-PaginasReporte TO le-Paginas
           MOVE WS-LineasReporte TO le-Lineas
           MOVE WS-RC-Paso TO le-RC
           WRITE Man-Reg FROM Lin-Entrega
           WRITE Man-Reg FROM Lin-Firma
           WRITE Man-Reg FROM Lin-Blanco
           MOVE SPACES TO Ent-Reg
           MOVE "M" TO Ent-Tipo
           MOVE WS-Corrida-Fecha TO Ent-Fecha
           MOVE WS-Nro TO Ent-Nro
           MOVE Dis-Reporte TO Enm-Reporte
           MOVE Dis-Oficina TO Enm-Oficina
           MOVE WS-Copias TO Enm-Copias
           MOVE WS-PaginasReporte TO Enm-Paginas
           MOVE WS-LineasReporte TO Enm-Lineas
           WRITE Ent-Manifiesto
           PERFORM VARYING WS-Copia FROM 1 BY 1
                   UNTIL WS-Copia > WS-Copias
               PERFORM 410-ImprimirCaratula
               PERFORM 420-ImprimirReporte
               ADD 1 TO WS-CantCopias
           END-PERFORM.

      * la caratula ocupa una pagina entera
       410-ImprimirCaratula.
           MOVE Dis-Reporte TO lb-Reporte
           MOVE Dis-Archivo TO lb-Archivo
           MOVE Dis-Oficina TO lb-Oficina
           MOVE WS-Copia TO lb-Copia
           MOVE WS-Copias TO lb-Copias
           MOVE WS-Corrida-Edit TO lb-Fecha
           MOVE WS-Nro TO lb-Nro
           MOVE WS-PaginasReporte TO lb-Paginas
           MOVE WS-LineasReporte TO lb-Lineas
           WRITE Imp-Reg FROM Lin-Banner-Marco
           WRITE Imp-Reg FROM Lin-Banner1
           WRITE Imp-Reg FROM Lin-Banner-Marco
           WRITE Imp-Reg FROM Lin-Banner2
           WRITE Imp-Reg FROM Lin-Banner3
           WRITE Imp-Reg FROM Lin-Banner4
           WRITE Imp-Reg FROM Lin-Banner5
           WRITE Imp-Reg FROM Lin-Banner6
           WRITE Imp-Reg FROM Lin-Banner7
           WRITE Imp-Reg FROM Lin-Banner-Marco
           MOVE 10 TO WS-LineasEscritas
           PERFORM UNTIL WS-LineasEscritas >= WS-LineasPagina
               WRITE Imp-Reg FROM Lin-Blanco
               ADD 1 TO WS-LineasEscritas
           END-PERFORM
           ADD 1 TO WS-CantPaginas.

      * la ultima pagina del reporte se completa para que la caratula
      * siguiente empiece en hoja nueva
       420-ImprimirReporte.
           MOVE ZERO TO WS-LineasEscritas
           OPEN INPUT REPORTE
           IF WS-Reporte-Status IS EQUAL "00"
               MOVE 0 TO WS-Fin
               PERFORM UNTIL WS-Fin IS EQUAL 1
                   READ REPORTE
                       AT END MOVE 1 TO WS-Fin
                       NOT AT END
                           WRITE Imp-Reg FROM Rep-Reg
                           ADD 1 TO WS-LineasEscritas
                   END-READ
               END-PERFORM
               CLOSE REPORTE
           END-IF
           PERFORM UNTIL WS-LineasEscritas >=
                         WS-PaginasReporte * WS-LineasPagina
               WRITE Imp-Reg FROM Lin-Blanco
               ADD 1 TO WS-LineasEscritas
           END-PERFORM
           ADD WS-PaginasReporte TO WS-CantPaginas.

      * segunda pasada del maestro para listar lo que no se produjo
       600-ListarFaltantes.
           WRITE Man-Reg FROM Lin-Blanco
           WRITE Man-Reg FROM Lin-Faltantes
           IF WS-CantNoProducidos > ZERO
               MOVE 0 TO WS-FlagDistribucion
               OPEN INPUT DISTRIBUCION
               PERFORM UNTIL WS-FlagDistribucion IS EQUAL 1
                   READ DISTRIBUCION
                       AT END MOVE 1 TO WS-FlagDistribucion
                       NOT AT END
                           IF Dis-Reg(1:1) IS NOT EQUAL "*"
                               AND Dis-Reg IS NOT EQUAL SPACES
                               PERFORM 610-ControlarFaltante
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DISTRIBUCION
           END-IF.

       610-ControlarFaltante.
           IF Dis-Reporte IS NOT EQUAL SPACES
               AND Dis-Oficina IS NOT EQUAL SPACES
               AND Dis-Archivo IS NOT EQUAL SPACES
               AND Dis-Copias IS NUMERIC
               AND Dis-Copias IS NOT EQUAL "00"
               AND (Dis-Dias IS EQUAL SPACES
                    OR Dis-Dias(WS-DiaSemana:1) IS EQUAL "S")
               PERFORM 620-VerificarFaltante
           END-IF.

       620-VerificarFaltante.
           PERFORM 315-VerificarPaso
           IF WS-Producido IS EQUAL 1
               MOVE Dis-Archivo TO WS-Path-Reporte
               OPEN INPUT REPORTE
               IF WS-Reporte-Status IS NOT EQUAL "00"
                   MOVE 0 TO WS-Producido
                   MOVE "ARCHIVO INEXISTENTE" TO WS-Motivo
               ELSE
                   CLOSE REPORTE
               END-IF
           END-IF
           IF WS-Producido IS EQUAL 0
               MOVE Dis-Reporte TO lf-Reporte
               MOVE Dis-Oficina TO lf-Oficina
               MOVE WS-Motivo TO lf-Motivo
               WRITE Man-Reg FROM Lin-Faltante
           END-IF.

       900-ImprimoResumen.
           MOVE WS-CantDistribuidos TO lr-Distribuidos
           MOVE WS-CantCopias TO lr-Copias
           MOVE WS-CantPaginas TO lr-Paginas
           MOVE WS-CantNoProducidos TO lr-NoProducidos
           MOVE WS-CantNoCorresponden TO lr-NoCorresponden
           MOVE WS-CantInvalidas TO lr-Invalidas
           WRITE Man-Reg FROM Lin-Blanco
           WRITE Man-Reg FROM Lin-Resumen1
           WRITE Man-Reg FROM Lin-Resumen2
           WRITE Man-Reg FROM Lin-Resumen3
           WRITE Man-Reg FROM Lin-Resumen4
           WRITE Man-Reg FROM Lin-Resumen5
           WRITE Man-Reg FROM Lin-Resumen6
           DISPLAY Lin-Resumen1
           DISPLAY Lin-Resumen2
           DISPLAY Lin-Resumen3
           DISPLAY Lin-Resumen4
           DISPLAY Lin-Resumen5
           DISPLAY Lin-Resumen6
           IF WS-CantNoProducidos > ZERO OR WS-CantInvalidas > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

       999-FinGeneral.
           CLOSE IMPRESION
           CLOSE MANIFIESTO
           CLOSE ENTREGAS.

       END PROGRAM DISTRIB.
