        FILE SECTION.
       FD  RUN-LEDGER.
       01  Led-Reg.
           03 Led-Tipo pic x.
           03 filler pic x(2).
           03 Led-Fecha pic 9(8).
           03 filler pic x(2).
           03 Led-HoraInicio pic 9(8).
           03 filler pic x(2).
           03 Led-Detalle pic x(60).

       01  Led-Corrida.
           03 filler pic x(23).
           03 Lco-HoraFin pic 9(8).
           03 filler pic x(2).
           03 Lco-Estado pic x.
           03 filler pic x(2).
           03 Lco-RC-Maximo pic 9(4).
           03 filler pic x(2).
           03 Lco-CantPasos pic 9(3).

       01  Led-Paso.
           03 filler pic x(23).
           03 Lpa-Paso pic x(12).
           03 filler pic x(2).
           03 Lpa-Programa pic x(16).
           03 filler pic x(2).
           03 Lpa-Estado pic x.
           03 filler pic x(2).
           03 Lpa-RC pic x(4).
           03 filler pic x(2).
           03 Lpa-HoraInicio pic 9(8).
           03 filler pic x(2).
           03 Lpa-HoraFin pic 9(8).

       01  Led-Aviso.
           03 filler pic x(23).
           03 Lav-Paso pic x(12).
           03 filler pic x(2).
           03 Lav-Proyectado pic 9(4).
           03 filler pic x(2).
           03 Lav-Ventana pic 9(4).

       FD  STATS-ENTRADA.
       01  Sta-Reg.
       01  WS-FlagLedger pic 9 value zero.
       01  WS-FlagStats pic 9.
       01  WS-HayLedger pic 9 value zero.
       01  WS-Ult-Ledger pic x(83).
       01  WS-Grupo-Fecha pic 9(8) value zero.
       01  WS-Grupo-Hora pic 9(8) value zero.
       01  WS-Grupo-Estado pic x.
       01  WS-HayAviso pic 9 value zero.
       01  WS-Aviso-Paso pic x(12).
       01  WS-Aviso-Proyectado pic 9(4).
       01  WS-Aviso-Ventana pic 9(4).

      * pasos de la ultima corrida, en el orden en que se grabaron
       01  WS-CantPasos pic 9(3) value zero.
       01  Tabla-Pasos.
           03 Tabla-Pas OCCURS 50 TIMES.
               05 TPas-Paso pic x(12).
               05 TPas-Estado pic x.
               05 TPas-RC pic x(4).
       01  Idx-Pas pic 9(3).

       01  WS-RC-Paso pic x(4).
       01  WS-Stats-Programa pic x(12).

       01  Lin-Blanco pic x(80) value spaces.

       01  Lin-Ventana.
           03 filler pic x(29) value
           "ATENCION: fin estimado a las ".
           03 lv-Proy-HH pic 99.
           03 filler pic x value ":".
           03 lv-Proy-MM pic 99.
           03 filler pic x(20) value ", pasada la ventana ".
           03 lv-Vent-HH pic 99.
           03 filler pic x value ":".
           03 lv-Vent-MM pic 99.
           03 filler pic x(8) value " (desde ".
           03 lv-Paso pic x(12).
           03 filler pic x value ")".

       01  Lin-Paso.
           03 lp-Paso pic x(12).
           03 filler pic x(5) value " RC: ".
           03 lp-RC pic x(4).
           03 filler pic x(2) value spaces.
           03 lp-Marca pic x(14).

       01  Lin-Stat.
           03 ls-Programa pic x(12).
               READ RUN-LEDGER
                   AT END MOVE 1 TO WS-FlagLedger
                   NOT AT END
                       PERFORM 150-AgruparLedger
               END-READ
           END-PERFORM
           CLOSE RUN-LEDGER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-Ult-Ledger TO Led-Reg
           IF Led-Tipo IS NOT EQUAL "R"
               MOVE SPACES TO Led-Reg
               MOVE WS-Grupo-Fecha TO Led-Fecha
               MOVE WS-Grupo-Hora TO Led-HoraInicio
               MOVE ZERO TO Lco-HoraFin
               MOVE WS-Grupo-Estado TO Lco-Estado
           END-IF.

      * la ultima corrida es el ultimo grupo fecha + hora de inicio;
      * si no tiene linea R quedo cortada
       150-AgruparLedger.
           IF Led-Tipo IS EQUAL "R" OR Led-Tipo IS EQUAL "P"
                                   OR Led-Tipo IS EQUAL "V"
               MOVE 1 TO WS-HayLedger
               IF Led-Fecha IS NOT EQUAL WS-Grupo-Fecha
                   OR Led-HoraInicio IS NOT EQUAL WS-Grupo-Hora
                   MOVE Led-Fecha TO WS-Grupo-Fecha
                   MOVE Led-HoraInicio TO WS-Grupo-Hora
                   MOVE "A" TO WS-Grupo-Estado
                   MOVE ZERO TO WS-CantPasos
                   MOVE SPACES TO WS-Ult-Ledger
                   MOVE 0 TO WS-HayAviso
               END-IF
               EVALUATE Led-Tipo
                   WHEN "R"
                       MOVE Led-Reg TO WS-Ult-Ledger
                       MOVE Lco-Estado TO WS-Grupo-Estado
                   WHEN "V"
                       MOVE 1 TO WS-HayAviso
                       MOVE Lav-Paso TO WS-Aviso-Paso
                       MOVE Lav-Proyectado TO WS-Aviso-Proyectado
                       MOVE Lav-Ventana TO WS-Aviso-Ventana
                   WHEN OTHER
                       IF WS-CantPasos < 50
                           ADD 1 TO WS-CantPasos
                           MOVE Lpa-Paso TO TPas-Paso(WS-CantPasos)
                           MOVE Lpa-Estado TO TPas-Estado(WS-CantPasos)
                           MOVE Lpa-RC TO TPas-RC(WS-CantPasos)
                       ELSE
                           DISPLAY "RESUMEN: tabla de pasos llena - "
                                   "paso " Lpa-Paso " no informado"
                           MOVE 8 TO RETURN-CODE
                       END-IF
               END-EVALUATE
           END-IF.

       200-InicioInforme.
           OPEN OUTPUT INFORME-MANANA
           END-IF
           MOVE Led-Fecha TO lt-Fecha
           MOVE Led-HoraInicio TO lh-Inicio
           MOVE Lco-HoraFin TO lh-Fin
           MOVE Lco-Estado TO lh-Estado
           WRITE Inf-Reg FROM Lin-Titulo
           WRITE Inf-Reg FROM Lin-Horas
           WRITE Inf-Reg FROM Lin-Blanco
           DISPLAY Lin-Titulo
           DISPLAY Lin-Horas
           IF WS-HayAviso IS EQUAL 1
               MOVE WS-Aviso-Proyectado(1:2) TO lv-Proy-HH
               MOVE WS-Aviso-Proyectado(3:2) TO lv-Proy-MM
               MOVE WS-Aviso-Ventana(1:2) TO lv-Vent-HH
               MOVE WS-Aviso-Ventana(3:2) TO lv-Vent-MM
               MOVE WS-Aviso-Paso TO lv-Paso
               WRITE Inf-Reg FROM Lin-Ventana
               WRITE Inf-Reg FROM Lin-Blanco
               DISPLAY Lin-Ventana
               ADD 1 TO WS-CantAtencion
           END-IF.

       300-InformarPasos.
           PERFORM VARYING Idx-Pas FROM 1 BY 1
                   UNTIL Idx-Pas > WS-CantPasos
               PERFORM 350-InformarPaso
           END-PERFORM
           WRITE Inf-Reg FROM Lin-Blanco.

       350-InformarPaso.
           MOVE TPas-Paso(Idx-Pas) TO lp-Paso
           MOVE TPas-RC(Idx-Pas) TO WS-RC-Paso
           MOVE WS-RC-Paso TO lp-RC
           MOVE SPACES TO lp-Marca
           EVALUATE TPas-Estado(Idx-Pas)
               WHEN "N"
                   MOVE "NO CORRESPONDE" TO lp-Marca
               WHEN "R"
                   MOVE "YA COMPLETO" TO lp-Marca
               WHEN "D"
                   MOVE "CANCELADO" TO lp-Marca
                   ADD 1 TO WS-CantAtencion
               WHEN "A"
                   MOVE "NO EJECUTADO" TO lp-Marca
                   ADD 1 TO WS-CantAtencion
               WHEN OTHER
                   IF WS-RC-Paso IS NOT NUMERIC
                       MOVE "SIN DATO" TO lp-Marca
                   ELSE
                       IF WS-RC-Paso IS NOT EQUAL "0000"
                           MOVE "REVISAR" TO lp-Marca
                           ADD 1 TO WS-CantAtencion
                       END-IF
                   END-IF
           END-EVALUATE
           WRITE Inf-Reg FROM Lin-Paso
           DISPLAY Lin-Paso.

                   WHEN "LEGAJOS-HUERFANOS"
                   WHEN "NOTAS-DUPLICADAS"
                   WHEN "FECHAS-INVALIDAS"
                   WHEN "PARTIDOS-RECHAZADOS"
                   WHEN "TRANSF-RECHAZADAS"
                   WHEN "DIFERENCIAS-GOLES"
                   WHEN "JUGADORES-DESCONOCIDOS"
                   WHEN "JUGADORES-INELEGIBLES"
                   WHEN "GOLES-FUERA-LISTA"
                   WHEN "EXCEDEN-PREVIAS"
                   WHEN "ALERTAS-VOLUMEN"
                       MOVE "REVISAR" TO ls-Marca
                       ADD 1 TO WS-CantAtencion
