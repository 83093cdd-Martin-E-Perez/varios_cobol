      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIGUILLA.
      ******************************************************************
       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
           SELECT POSICIONES-ACUM ASSIGN TO DYNAMIC
           WS-Path-Posiciones-Acum
           ORGANIZATION is line sequential
           FILE STATUS is WS-PosAcum-Status.

           SELECT LIGUILLA-PARTIDOS ASSIGN TO DYNAMIC
           WS-Path-Resultados
           ORGANIZATION is line sequential
           FILE STATUS is WS-Resultados-Status.

           SELECT LIGUILLA-PROGRAMADOS ASSIGN TO DYNAMIC
           WS-Path-Programados
           ORGANIZATION is line sequential
           FILE STATUS is WS-Programados-Status.

           SELECT LIGUILLA-CUADRO ASSIGN TO DYNAMIC
           WS-Path-Cuadro
           ORGANIZATION is line sequential
           FILE STATUS is WS-Cuadro-Status.

           SELECT POSICIONES-HIST ASSIGN TO DYNAMIC
           WS-Path-Posiciones-Hist
           ORGANIZATION is line sequential
           FILE STATUS is WS-PosHist-Status.
      ******************************************************************
       DATA DIVISION.
        FILE SECTION.
       FD  POSICIONES-ACUM.
       01  PosA-Reg.
           03 PosA-Temporada pic x(4).
           03 filler pic x(2).
           03 PosA-Puesto pic 9(2).
           03 filler pic x(2).
           03 PosA-Equipo pic 9(2).
           03 filler pic x(2).
           03 PosA-Nombre pic x(15).
           03 filler pic x(2).
           03 PosA-Pts pic 9(3).
           03 filler pic x(2).
           03 PosA-PG pic 9(2).
           03 filler pic x(2).
           03 PosA-PE pic 9(2).
           03 filler pic x(2).
           03 PosA-PP pic 9(2).
           03 filler pic x(2).
           03 PosA-GF pic 9(3).
           03 filler pic x(2).
           03 PosA-GC pic 9(3).

      * mismo formato que PARTIDOS mas la definicion por penales del
      * partido que cierra la llave; Lr-Fecha = ronda * 10 + pierna
      * Lr-Estado: espacio o J = jugado, L/V = walkover local o
      * visitante
       FD  LIGUILLA-PARTIDOS.
       01  Lr-Reg.
           03 Lr-Fecha pic 9(2).
           03 Lr-EquLocal pic 9(2).
           03 Lr-GolLocal pic 99.
           03 Lr-EquVisit pic 9(2).
           03 Lr-GolVisit pic 99.
           03 Lr-Estado pic x.
           03 Lr-FechaNueva pic 9(2).
           03 Lr-Penales.
               05 Lr-PenLocal pic 99.
               05 Lr-PenVisit pic 99.

       FD  LIGUILLA-PROGRAMADOS.
       01  Prog-Reg.
           03 Prog-Fecha pic 9(2).
           03 Prog-EquLocal pic 9(2).
           03 Prog-EquVisit pic 9(2).

       FD  LIGUILLA-CUADRO.
       01  Cua-Reg pic x(80).

       FD  POSICIONES-HIST.
       01  Pos-Reg pic x(80).

       WORKING-STORAGE SECTION.

       01  WS-Path-Posiciones-Acum pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\posiciones-hist-acum.txt".
       01  WS-Path-Resultados pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\liguilla-partidos.txt".
       01  WS-Path-Programados pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\liguilla-programados.txt".
       01  WS-Path-Cuadro pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\liguilla-cuadro.txt".
       01  WS-Path-Posiciones-Hist pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\posiciones-hist.txt".
       01  WS-Path-Override pic x(100).

       01  WS-PosAcum-Status pic xx.
       01  WS-Resultados-Status pic xx.
       01  WS-Programados-Status pic xx.
       01  WS-Cuadro-Status pic xx.
       01  WS-PosHist-Status pic xx.

       01  WS-Param-Clave pic x(30).
       01  WS-Param-Valor pic x(100).
       01  WS-Param-Origen pic x.
       01  Lin-Param.
           03 filler pic x(10) value "PARAMETRO ".
           03 lpar-Clave pic x(30).
           03 lpar-Valor pic x(20).
           03 filler pic x(9) value " ORIGEN: ".
           03 lpar-Origen pic x.

       01  WS-Temporada pic x(4) value spaces.
       01  WS-Clasificados pic 99 value 8.
       01  WS-Piernas pic 9 value 2.
       01  WS-PiernasFinal pic 9 value 1.

       01  WS-Largo-Path pic 9(3).
       01  WS-Sufijo.
           03 filler pic x value ".".
           03 WS-Sufijo-Temp pic x(4).

       01  WS-Fin pic 9.

      * TSem-Equipo(n) es el club que termino n en la tabla
       01  Tabla-Semillas.
           03 Tabla-Sem OCCURS 16 TIMES.
               05 TSem-Equipo pic 9(2).
               05 TSem-Nombre pic x(15).
       01  WS-CantSemillas pic 99 value zero.
       01  Idx-Sem pic 99.

      * orden de las semillas en el cuadro: la 1 y la 2 solo pueden
      * cruzarse en la final
       01  Tabla-Orden.
           03 TOrd-Semilla pic 99 OCCURS 16 TIMES.
       01  WS-CantOrden pic 99.
       01  WS-NuevaCant pic 99.
       01  WS-SemAux pic 99.
       01  WS-SemOtra pic 99.
       01  Idx-Ord pic 99.

      * TLl-SemAlto es la mejor semilla de la llave: local en partido
      * unico y en la vuelta
      * TLl-Estado: P pendiente, F empate sin penales, D decidida
       01  Tabla-Llaves.
           03 Tabla-Ll OCCURS 15 TIMES.
               05 TLl-Ronda pic 9.
               05 TLl-Nro pic 99.
               05 TLl-Piernas pic 9.
               05 TLl-SemAlto pic 99.
               05 TLl-SemBajo pic 99.
               05 TLl-Pierna OCCURS 2 TIMES.
                   07 TLl-Jugada pic x.
                   07 TLl-Local pic 99.
                   07 TLl-Visit pic 99.
                   07 TLl-GolLocal pic 99.
                   07 TLl-GolVisit pic 99.
                   07 TLl-Estado-Pierna pic x.
               05 TLl-AgrAlto pic 999.
               05 TLl-AgrBajo pic 999.
               05 TLl-ConPenales pic x.
               05 TLl-PenAlto pic 99.
               05 TLl-PenBajo pic 99.
               05 TLl-WoGanador pic 99.
               05 TLl-Estado pic x.
               05 TLl-Ganador pic 99.
       01  WS-CantLlaves pic 99 value zero.
       01  Idx-Ll pic 99.
       01  Idx-Pie pic 9.
       01  WS-Ronda pic 9.
       01  WS-PrimeraRonda pic 99.
       01  WS-LlavesRonda pic 99.
       01  WS-RondaCompleta pic 9.
       01  WS-Campeon pic 99 value zero.
       01  WS-LlaveAnt pic 99.

       01  Tabla-Resultados.
           03 Tabla-Res OCCURS 60 TIMES.
               05 TRes-Reg pic x(17).
               05 TRes-Usado pic 9.
       01  WS-CantResultados pic 99 value zero.
       01  Idx-Res pic 99.
       01  WS-ResEncontrado pic 9.
       01  WS-Equ-Local pic 99.
       01  WS-Equ-Visit pic 99.

       01  WS-CantDecididas pic 99 value zero.
       01  WS-CantPendientes pic 99 value zero.
       01  WS-CantSinPenales pic 99 value zero.
       01  WS-CantRechazados pic 9(3) value zero.
       01  WS-YaRegistrado pic 9 value zero.

       01  Lin-Titulo.
           03 filler pic x(36) value
           "LIGUILLA POR EL TITULO - TEMPORADA ".
           03 lt-Temporada pic x(4).
       01  Lin-Blanco pic x(80) value spaces.

       01  Lin-Ronda.
           03 filler pic x(6) value "RONDA ".
           03 lr-Ronda pic 9.
           03 filler pic x(3) value " - ".
           03 lr-Nombre pic x(20).

       01  Lin-Llave.
           03 filler pic x(6) value "LLAVE ".
           03 lk-Nro pic z9.
           03 filler pic x(3) value ": (".
           03 lk-SemAlto pic z9.
           03 filler pic x(2) value ") ".
           03 lk-NomAlto pic x(15).
           03 filler pic x(5) value " vs (".
           03 lk-SemBajo pic z9.
           03 filler pic x(2) value ") ".
           03 lk-NomBajo pic x(15).

       01  Lin-Pierna.
           03 filler pic x(3) value spaces.
           03 lpi-Pierna pic x(7).
           03 filler pic x(6) value "fecha ".
           03 lpi-Fecha pic 99.
           03 filler pic x(2) value spaces.
           03 lpi-Local pic x(15).
           03 filler pic x value space.
           03 lpi-Goles.
               05 lpi-GolLocal pic z9.
               05 filler pic x(3) value " - ".
               05 lpi-GolVisit pic z9.
           03 lpi-GolesTexto redefines lpi-Goles pic x(7).
           03 filler pic x value space.
           03 lpi-Visit pic x(15).

       01  Lin-Definicion.
           03 filler pic x(3) value spaces.
           03 ld-Global.
               05 filler pic x(7) value "Global ".
               05 ld-AgrAlto pic zz9.
               05 filler pic x(3) value " - ".
               05 ld-AgrBajo pic zz9.
           03 filler pic x(2) value spaces.
           03 ld-Penales.
               05 filler pic x(8) value "Penales ".
               05 ld-PenAlto pic z9.
               05 filler pic x(3) value " - ".
               05 ld-PenBajo pic z9.
           03 ld-PenalesTexto redefines ld-Penales pic x(15).
           03 filler pic x(2) value spaces.
           03 ld-Resultado pic x(30).

       01  Lin-Clasifica.
           03 filler pic x(10) value "CLASIFICA ".
           03 lcl-Nombre pic x(15).

       01  Lin-Campeon.
           03 filler pic x(23) value "CAMPEON DE LA LIGUILLA ".
           03 lcm-Temporada pic x(4).
           03 filler pic x(2) value ": ".
           03 lcm-Nombre pic x(15).

       01  Lin-Rechazado.
           03 filler pic x(35) value
           "LIGUILLA: resultado no programado: ".
           03 lrc-Reg pic x(17).

       01  Lin-Resumen1.
           03 filler pic x(30) value "Llaves decididas:".
           03 lr-Decididas pic z9.
       01  Lin-Resumen2.
           03 filler pic x(30) value "Llaves pendientes:".
           03 lr-Pendientes pic z9.
       01  Lin-Resumen3.
           03 filler pic x(30) value "Llaves empatadas sin penales:".
           03 lr-SinPenales pic z9.
       01  Lin-Resumen4.
           03 filler pic x(30) value "Resultados rechazados:".
           03 lr-Rechazados pic zz9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 000-LeerParametros
           PERFORM 100-CargarSemillas
           PERFORM 150-OrdenarCuadro
           PERFORM 200-CargarResultados
           PERFORM 300-ArmarPrimeraRonda
           MOVE 1 TO WS-Ronda
           MOVE 1 TO WS-PrimeraRonda
           MOVE 0 TO WS-Fin
           PERFORM UNTIL WS-Fin IS EQUAL 1
               PERFORM 400-ResolverRonda
               IF WS-RondaCompleta IS EQUAL 0
                   MOVE 1 TO WS-Fin
               ELSE
                   IF WS-LlavesRonda IS EQUAL 1
                       MOVE TLl-Ganador(WS-CantLlaves) TO WS-Campeon
                       MOVE 1 TO WS-Fin
                   ELSE
                       PERFORM 350-ArmarRondaSiguiente
                   END-IF
               END-IF
           END-PERFORM
           PERFORM 500-InformarRechazados
           PERFORM 600-GrabarProgramados
           PERFORM 700-ImprimirCuadro
           IF WS-Campeon IS NOT EQUAL ZERO
               PERFORM 800-RegistrarCampeon
           END-IF
           PERFORM 900-ImprimoResumen

           GOBACK.

       000-LeerParametros.
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "LIGUILLA-POS-ACUM-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Posiciones-Acum
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "LIGUILLA-PARTIDOS-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Resultados
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "LIGUILLA-PROGRAMADOS-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Programados
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "LIGUILLA-CUADRO-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Cuadro
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "LIGUILLA-POSICIONES-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Posiciones-Hist
           END-IF
           MOVE "FUTBOL-TEMPORADA" TO WS-Param-Clave
           PERFORM 005-ObtenerParametro
           MOVE WS-Param-Valor(1:4) TO WS-Temporada
           IF WS-Temporada IS EQUAL SPACES
               DISPLAY "LIGUILLA: falta FUTBOL-TEMPORADA"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "LIGUILLA-CLASIFICADOS" TO WS-Param-Clave
           PERFORM 005-ObtenerParametro
           IF WS-Param-Valor IS NOT EQUAL SPACES
               EVALUATE WS-Param-Valor(1:2)
                   WHEN "2 "
                   WHEN "02"
                       MOVE 2 TO WS-Clasificados
                   WHEN "4 "
                   WHEN "04"
                       MOVE 4 TO WS-Clasificados
                   WHEN "8 "
                   WHEN "08"
                       MOVE 8 TO WS-Clasificados
                   WHEN "16"
                       MOVE 16 TO WS-Clasificados
                   WHEN OTHER
                       DISPLAY "LIGUILLA: LIGUILLA-CLASIFICADOS debe "
                               "ser 2, 4, 8 o 16"
                       MOVE 8 TO RETURN-CODE
                       GOBACK
               END-EVALUATE
           END-IF
           MOVE "LIGUILLA-PIERNAS" TO WS-Param-Clave
           PERFORM 005-ObtenerParametro
           IF WS-Param-Valor IS NOT EQUAL SPACES
               IF WS-Param-Valor(1:1) IS EQUAL "1" OR "2"
                   MOVE WS-Param-Valor(1:1) TO WS-Piernas
               ELSE
                   DISPLAY "LIGUILLA: LIGUILLA-PIERNAS debe ser 1 o 2"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           MOVE "LIGUILLA-PIERNAS-FINAL" TO WS-Param-Clave
           PERFORM 005-ObtenerParametro
           IF WS-Param-Valor IS NOT EQUAL SPACES
               IF WS-Param-Valor(1:1) IS EQUAL "1" OR "2"
                   MOVE WS-Param-Valor(1:1) TO WS-PiernasFinal
               ELSE
                   DISPLAY "LIGUILLA: LIGUILLA-PIERNAS-FINAL debe "
                           "ser 1 o 2"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           MOVE WS-Temporada TO WS-Sufijo-Temp
           MOVE WS-Path-Posiciones-Hist TO WS-Path-Override
           PERFORM 050-AgregarSufijo
           MOVE WS-Path-Override TO WS-Path-Posiciones-Hist.

       005-ObtenerParametro.
           MOVE SPACES TO WS-Param-Valor
           CALL "PARAMLEE" USING WS-Param-Clave WS-Param-Valor
                                 WS-Param-Origen
           MOVE WS-Param-Clave TO lpar-Clave
           MOVE WS-Param-Valor(1:20) TO lpar-Valor
           MOVE WS-Param-Origen TO lpar-Origen
           DISPLAY Lin-Param
           IF WS-Param-Origen IS EQUAL "X"
               DISPLAY "LIGUILLA: no se pudieron cargar los "
                       "parametros"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       050-AgregarSufijo.
           PERFORM VARYING WS-Largo-Path FROM 100 BY -1
                   UNTIL WS-Largo-Path < 1
                   OR WS-Path-Override(WS-Largo-Path:1)
                                      IS NOT EQUAL SPACE
               CONTINUE
           END-PERFORM
           MOVE WS-Sufijo TO WS-Path-Override(WS-Largo-Path + 1:5).

      * las semillas salen de la tabla final que archivo CIERRETEMP
       100-CargarSemillas.
           OPEN INPUT POSICIONES-ACUM
           IF WS-PosAcum-Status IS NOT EQUAL "00"
               DISPLAY "LIGUILLA: no se pudo abrir POSICIONES-ACUM "
                       "- estado " WS-PosAcum-Status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           INITIALIZE Tabla-Semillas
           MOVE 0 TO WS-Fin
           PERFORM UNTIL WS-Fin IS EQUAL 1
               READ POSICIONES-ACUM
                   AT END MOVE 1 TO WS-Fin
                   NOT AT END
                       IF PosA-Temporada IS EQUAL WS-Temporada
                           AND PosA-Puesto IS NUMERIC
                           AND PosA-Puesto > ZERO
                           AND PosA-Puesto <= WS-Clasificados
                           MOVE PosA-Equipo
                                       TO TSem-Equipo(PosA-Puesto)
                           MOVE PosA-Nombre
                                       TO TSem-Nombre(PosA-Puesto)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE POSICIONES-ACUM
           MOVE ZERO TO WS-CantSemillas
           PERFORM VARYING Idx-Sem FROM 1 BY 1
                   UNTIL Idx-Sem > WS-Clasificados
               IF TSem-Equipo(Idx-Sem) IS NOT EQUAL ZERO
                   ADD 1 TO WS-CantSemillas
               END-IF
           END-PERFORM
           IF WS-CantSemillas < WS-Clasificados
               DISPLAY "LIGUILLA: la temporada " WS-Temporada
                       " no tiene los " WS-Clasificados
                       " clasificados en POSICIONES-ACUM"
               DISPLAY "LIGUILLA: correr antes el cierre de la "
                       "temporada (CIERRETEMP)"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      * cada paso duplica el cuadro: la semilla s queda junto a la
      * semilla (nueva cantidad + 1 - s)
       150-OrdenarCuadro.
           MOVE 1 TO WS-CantOrden
           MOVE 1 TO TOrd-Semilla(1)
           PERFORM UNTIL WS-CantOrden >= WS-Clasificados
               COMPUTE WS-NuevaCant = WS-CantOrden * 2
               PERFORM VARYING Idx-Ord FROM WS-CantOrden BY -1
                       UNTIL Idx-Ord < 1
                   MOVE TOrd-Semilla(Idx-Ord) TO WS-SemAux
                   MOVE WS-SemAux TO TOrd-Semilla(Idx-Ord * 2 - 1)
                   COMPUTE TOrd-Semilla(Idx-Ord * 2) =
                           WS-NuevaCant + 1 - WS-SemAux
               END-PERFORM
               MOVE WS-NuevaCant TO WS-CantOrden
           END-PERFORM.

       200-CargarResultados.
           OPEN INPUT LIGUILLA-PARTIDOS
           IF WS-Resultados-Status IS EQUAL "35"
               DISPLAY "LIGUILLA: sin resultados cargados todavia"
           ELSE
               IF WS-Resultados-Status IS NOT EQUAL "00"
                   DISPLAY "LIGUILLA: no se pudo abrir "
                           "LIGUILLA-PARTIDOS - estado "
                           WS-Resultados-Status
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE 0 TO WS-Fin
               PERFORM UNTIL WS-Fin IS EQUAL 1
                   READ LIGUILLA-PARTIDOS
                       AT END MOVE 1 TO WS-Fin
                       NOT AT END PERFORM 210-GuardarResultado
                   END-READ
               END-PERFORM
               CLOSE LIGUILLA-PARTIDOS
           END-IF.

       210-GuardarResultado.
           IF Lr-Fecha IS NOT NUMERIC OR Lr-EquLocal IS NOT NUMERIC
              OR Lr-EquVisit IS NOT NUMERIC
              OR Lr-GolLocal IS NOT NUMERIC
              OR Lr-GolVisit IS NOT NUMERIC
              OR (Lr-Estado IS NOT EQUAL SPACE AND "J" AND "L" AND "V")
               MOVE Lr-Reg TO lrc-Reg
               DISPLAY Lin-Rechazado
               ADD 1 TO WS-CantRechazados
           ELSE
               IF WS-CantResultados < 60
                   ADD 1 TO WS-CantResultados
                   MOVE Lr-Reg TO TRes-Reg(WS-CantResultados)
                   MOVE 0 TO TRes-Usado(WS-CantResultados)
               ELSE
                   DISPLAY "LIGUILLA: tabla de resultados llena"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

       300-ArmarPrimeraRonda.
           COMPUTE WS-LlavesRonda = WS-Clasificados / 2
           PERFORM VARYING Idx-Ll FROM 1 BY 1
                   UNTIL Idx-Ll > WS-LlavesRonda
               MOVE TOrd-Semilla(Idx-Ll * 2 - 1) TO WS-SemAux
               MOVE TOrd-Semilla(Idx-Ll * 2) TO WS-SemOtra
               MOVE 1 TO WS-Ronda
               PERFORM 360-AltaLlave
           END-PERFORM.

      * los ganadores de las llaves 2k-1 y 2k de la ronda anterior se
      * cruzan en la llave k
       350-ArmarRondaSiguiente.
           MOVE WS-CantLlaves TO WS-LlaveAnt
           COMPUTE WS-PrimeraRonda = WS-CantLlaves + 1
           ADD 1 TO WS-Ronda
           COMPUTE WS-LlavesRonda = WS-LlavesRonda / 2
           PERFORM VARYING Idx-Ll FROM 1 BY 1
                   UNTIL Idx-Ll > WS-LlavesRonda
               COMPUTE Idx-Ord = WS-LlaveAnt - WS-LlavesRonda * 2
                                 + Idx-Ll * 2 - 1
               MOVE TLl-Ganador(Idx-Ord) TO WS-SemAux
               MOVE TLl-Ganador(Idx-Ord + 1) TO WS-SemOtra
               PERFORM 360-AltaLlave
           END-PERFORM.

      * entra con las dos semillas en WS-SemAux y WS-SemOtra; la
      * mejor semilla juega de local el partido unico o la vuelta
       360-AltaLlave.
           ADD 1 TO WS-CantLlaves
           INITIALIZE Tabla-Ll(WS-CantLlaves)
           MOVE WS-Ronda TO TLl-Ronda(WS-CantLlaves)
           MOVE Idx-Ll TO TLl-Nro(WS-CantLlaves)
           IF WS-SemAux < WS-SemOtra
               MOVE WS-SemAux TO TLl-SemAlto(WS-CantLlaves)
               MOVE WS-SemOtra TO TLl-SemBajo(WS-CantLlaves)
           ELSE
               MOVE WS-SemOtra TO TLl-SemAlto(WS-CantLlaves)
               MOVE WS-SemAux TO TLl-SemBajo(WS-CantLlaves)
           END-IF
           IF WS-LlavesRonda IS EQUAL 1
               MOVE WS-PiernasFinal TO TLl-Piernas(WS-CantLlaves)
           ELSE
               MOVE WS-Piernas TO TLl-Piernas(WS-CantLlaves)
           END-IF
           MOVE TLl-SemAlto(WS-CantLlaves) TO Idx-Sem
           MOVE TSem-Equipo(Idx-Sem) TO WS-Equ-Local
           MOVE TLl-SemBajo(WS-CantLlaves) TO Idx-Sem
           MOVE TSem-Equipo(Idx-Sem) TO WS-Equ-Visit
           IF TLl-Piernas(WS-CantLlaves) IS EQUAL 1
               MOVE WS-Equ-Local TO TLl-Local(WS-CantLlaves, 1)
               MOVE WS-Equ-Visit TO TLl-Visit(WS-CantLlaves, 1)
           ELSE
               MOVE WS-Equ-Visit TO TLl-Local(WS-CantLlaves, 1)
               MOVE WS-Equ-Local TO TLl-Visit(WS-CantLlaves, 1)
               MOVE WS-Equ-Local TO TLl-Local(WS-CantLlaves, 2)
               MOVE WS-Equ-Visit TO TLl-Visit(WS-CantLlaves, 2)
           END-IF
           MOVE "N" TO TLl-Jugada(WS-CantLlaves, 1)
           MOVE "N" TO TLl-Jugada(WS-CantLlaves, 2)
           MOVE "N" TO TLl-ConPenales(WS-CantLlaves)
           MOVE "P" TO TLl-Estado(WS-CantLlaves).

       400-ResolverRonda.
           MOVE 1 TO WS-RondaCompleta
           PERFORM VARYING Idx-Ll FROM WS-PrimeraRonda BY 1
                   UNTIL Idx-Ll > WS-CantLlaves
               PERFORM VARYING Idx-Pie FROM 1 BY 1
                       UNTIL Idx-Pie > TLl-Piernas(Idx-Ll)
                   PERFORM 410-BuscarResultado
               END-PERFORM
               PERFORM 420-DefinirLlave
               IF TLl-Estado(Idx-Ll) IS NOT EQUAL "D"
                   MOVE 0 TO WS-RondaCompleta
               END-IF
           END-PERFORM.

       410-BuscarResultado.
           MOVE 0 TO WS-ResEncontrado
           PERFORM VARYING Idx-Res FROM 1 BY 1
                   UNTIL Idx-Res > WS-CantResultados
                   OR WS-ResEncontrado = 1
               MOVE TRes-Reg(Idx-Res) TO Lr-Reg
               IF TRes-Usado(Idx-Res) IS EQUAL 0
                   AND Lr-Fecha = TLl-Ronda(Idx-Ll) * 10 + Idx-Pie
                   AND Lr-EquLocal = TLl-Local(Idx-Ll, Idx-Pie)
                   AND Lr-EquVisit = TLl-Visit(Idx-Ll, Idx-Pie)
                   MOVE 1 TO WS-ResEncontrado
               END-IF
           END-PERFORM
           IF WS-ResEncontrado IS EQUAL 1
               SUBTRACT 1 FROM Idx-Res
               MOVE 1 TO TRes-Usado(Idx-Res)
               MOVE "S" TO TLl-Jugada(Idx-Ll, Idx-Pie)
               MOVE Lr-GolLocal TO TLl-GolLocal(Idx-Ll, Idx-Pie)
               MOVE Lr-GolVisit TO TLl-GolVisit(Idx-Ll, Idx-Pie)
               MOVE Lr-Estado TO TLl-Estado-Pierna(Idx-Ll, Idx-Pie)
               EVALUATE Lr-Estado
                   WHEN "L"
                       MOVE ZERO TO TLl-GolLocal(Idx-Ll, Idx-Pie)
                       MOVE ZERO TO TLl-GolVisit(Idx-Ll, Idx-Pie)
                       MOVE Lr-EquLocal TO TLl-WoGanador(Idx-Ll)
                   WHEN "V"
                       MOVE ZERO TO TLl-GolLocal(Idx-Ll, Idx-Pie)
                       MOVE ZERO TO TLl-GolVisit(Idx-Ll, Idx-Pie)
                       MOVE Lr-EquVisit TO TLl-WoGanador(Idx-Ll)
               END-EVALUATE
               IF Idx-Pie IS EQUAL TLl-Piernas(Idx-Ll)
                   AND Lr-Penales IS NUMERIC
                   MOVE "S" TO TLl-ConPenales(Idx-Ll)
                   PERFORM 415-PenalesDeLaLlave
               END-IF
           END-IF.

      * los penales se guardan del lado de la mejor semilla, que es
      * la local del partido que cierra la llave
       415-PenalesDeLaLlave.
           MOVE Lr-PenLocal TO TLl-PenAlto(Idx-Ll)
           MOVE Lr-PenVisit TO TLl-PenBajo(Idx-Ll).

      * un walkover da la llave al que se presento; si no, gana el
      * global y, empatado el global, los penales del ultimo partido
       420-DefinirLlave.
           MOVE ZERO TO TLl-AgrAlto(Idx-Ll)
           MOVE ZERO TO TLl-AgrBajo(Idx-Ll)
           MOVE "D" TO TLl-Estado(Idx-Ll)
           MOVE TLl-SemAlto(Idx-Ll) TO Idx-Sem
           MOVE TSem-Equipo(Idx-Sem) TO WS-Equ-Local
           PERFORM VARYING Idx-Pie FROM 1 BY 1
                   UNTIL Idx-Pie > TLl-Piernas(Idx-Ll)
               IF TLl-Jugada(Idx-Ll, Idx-Pie) IS NOT EQUAL "S"
                   MOVE "P" TO TLl-Estado(Idx-Ll)
               ELSE
                   IF TLl-Local(Idx-Ll, Idx-Pie) IS EQUAL WS-Equ-Local
                       ADD TLl-GolLocal(Idx-Ll, Idx-Pie)
                                       TO TLl-AgrAlto(Idx-Ll)
                       ADD TLl-GolVisit(Idx-Ll, Idx-Pie)
                                       TO TLl-AgrBajo(Idx-Ll)
                   ELSE
                       ADD TLl-GolVisit(Idx-Ll, Idx-Pie)
                                       TO TLl-AgrAlto(Idx-Ll)
                       ADD TLl-GolLocal(Idx-Ll, Idx-Pie)
                                       TO TLl-AgrBajo(Idx-Ll)
                   END-IF
               END-IF
           END-PERFORM
           IF TLl-WoGanador(Idx-Ll) IS NOT EQUAL ZERO
               MOVE "D" TO TLl-Estado(Idx-Ll)
               IF TLl-WoGanador(Idx-Ll) IS EQUAL WS-Equ-Local
                   MOVE TLl-SemAlto(Idx-Ll) TO TLl-Ganador(Idx-Ll)
               ELSE
                   MOVE TLl-SemBajo(Idx-Ll) TO TLl-Ganador(Idx-Ll)
               END-IF
           END-IF
           IF TLl-Estado(Idx-Ll) IS EQUAL "D"
               AND TLl-WoGanador(Idx-Ll) IS EQUAL ZERO
               EVALUATE TRUE
                   WHEN TLl-AgrAlto(Idx-Ll) > TLl-AgrBajo(Idx-Ll)
                       MOVE TLl-SemAlto(Idx-Ll) TO TLl-Ganador(Idx-Ll)
                   WHEN TLl-AgrAlto(Idx-Ll) < TLl-AgrBajo(Idx-Ll)
                       MOVE TLl-SemBajo(Idx-Ll) TO TLl-Ganador(Idx-Ll)
                   WHEN TLl-ConPenales(Idx-Ll) IS EQUAL "S"
                       AND TLl-PenAlto(Idx-Ll) > TLl-PenBajo(Idx-Ll)
                       MOVE TLl-SemAlto(Idx-Ll) TO TLl-Ganador(Idx-Ll)
                   WHEN TLl-ConPenales(Idx-Ll) IS EQUAL "S"
                       AND TLl-PenAlto(Idx-Ll) < TLl-PenBajo(Idx-Ll)
                       MOVE TLl-SemBajo(Idx-Ll) TO TLl-Ganador(Idx-Ll)
                   WHEN OTHER
                       MOVE "F" TO TLl-Estado(Idx-Ll)
               END-EVALUATE
           END-IF
           EVALUATE TLl-Estado(Idx-Ll)
               WHEN "D"
                   ADD 1 TO WS-CantDecididas
               WHEN "F"
                   ADD 1 TO WS-CantSinPenales
               WHEN OTHER
                   ADD 1 TO WS-CantPendientes
           END-EVALUATE.

       500-InformarRechazados.
           PERFORM VARYING Idx-Res FROM 1 BY 1
                   UNTIL Idx-Res > WS-CantResultados
               IF TRes-Usado(Idx-Res) IS EQUAL 0
                   MOVE TRes-Reg(Idx-Res) TO lrc-Reg
                   DISPLAY Lin-Rechazado
                   ADD 1 TO WS-CantRechazados
               END-IF
           END-PERFORM.

       600-GrabarProgramados.
           OPEN OUTPUT LIGUILLA-PROGRAMADOS
           IF WS-Programados-Status IS NOT EQUAL "00"
               DISPLAY "LIGUILLA: no se pudo abrir "
                       "LIGUILLA-PROGRAMADOS - estado "
                       WS-Programados-Status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM VARYING Idx-Ll FROM 1 BY 1
                   UNTIL Idx-Ll > WS-CantLlaves
               PERFORM VARYING Idx-Pie FROM 1 BY 1
                       UNTIL Idx-Pie > TLl-Piernas(Idx-Ll)
                   IF TLl-Jugada(Idx-Ll, Idx-Pie) IS EQUAL "S"
                      OR TLl-WoGanador(Idx-Ll) IS EQUAL ZERO
                       PERFORM 610-GrabarPartido
                   END-IF
               END-PERFORM
           END-PERFORM
           CLOSE LIGUILLA-PROGRAMADOS.

      * despues de un walkover la otra pierna ya no se juega
       610-GrabarPartido.
           COMPUTE Prog-Fecha = TLl-Ronda(Idx-Ll) * 10 + Idx-Pie
           MOVE TLl-Local(Idx-Ll, Idx-Pie) TO Prog-EquLocal
           MOVE TLl-Visit(Idx-Ll, Idx-Pie) TO Prog-EquVisit
           WRITE Prog-Reg.

       700-ImprimirCuadro.
           OPEN OUTPUT LIGUILLA-CUADRO
           IF WS-Cuadro-Status IS NOT EQUAL "00"
               DISPLAY "LIGUILLA: no se pudo abrir LIGUILLA-CUADRO "
                       "- estado " WS-Cuadro-Status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-Temporada TO lt-Temporada
           WRITE Cua-Reg FROM Lin-Titulo
           MOVE ZERO TO WS-Ronda
           PERFORM VARYING Idx-Ll FROM 1 BY 1
                   UNTIL Idx-Ll > WS-CantLlaves
               IF TLl-Ronda(Idx-Ll) IS NOT EQUAL WS-Ronda
                   PERFORM 710-ImprimoRonda
               END-IF
               PERFORM 720-ImprimoLlave
           END-PERFORM
           IF WS-Campeon IS NOT EQUAL ZERO
               WRITE Cua-Reg FROM Lin-Blanco
               MOVE WS-Temporada TO lcm-Temporada
               MOVE TSem-Nombre(WS-Campeon) TO lcm-Nombre
               WRITE Cua-Reg FROM Lin-Campeon
           END-IF
           CLOSE LIGUILLA-CUADRO.

       710-ImprimoRonda.
           MOVE TLl-Ronda(Idx-Ll) TO WS-Ronda
           MOVE WS-Ronda TO lr-Ronda
           COMPUTE WS-LlavesRonda = WS-Clasificados / 2
           PERFORM VARYING Idx-Ord FROM 2 BY 1
                   UNTIL Idx-Ord > WS-Ronda
               COMPUTE WS-LlavesRonda = WS-LlavesRonda / 2
           END-PERFORM
           EVALUATE WS-LlavesRonda
               WHEN 8
                   MOVE "OCTAVOS DE FINAL" TO lr-Nombre
               WHEN 4
                   MOVE "CUARTOS DE FINAL" TO lr-Nombre
               WHEN 2
                   MOVE "SEMIFINALES" TO lr-Nombre
               WHEN OTHER
                   MOVE "FINAL" TO lr-Nombre
           END-EVALUATE
           WRITE Cua-Reg FROM Lin-Blanco
           WRITE Cua-Reg FROM Lin-Ronda.

       720-ImprimoLlave.
           MOVE TLl-Nro(Idx-Ll) TO lk-Nro
           MOVE TLl-SemAlto(Idx-Ll) TO lk-SemAlto
           MOVE TLl-SemAlto(Idx-Ll) TO Idx-Sem
           MOVE TSem-Nombre(Idx-Sem) TO lk-NomAlto
           MOVE TLl-SemBajo(Idx-Ll) TO lk-SemBajo
           MOVE TLl-SemBajo(Idx-Ll) TO Idx-Sem
           MOVE TSem-Nombre(Idx-Sem) TO lk-NomBajo
           WRITE Cua-Reg FROM Lin-Llave
           PERFORM VARYING Idx-Pie FROM 1 BY 1
                   UNTIL Idx-Pie > TLl-Piernas(Idx-Ll)
               PERFORM 730-ImprimoPierna
           END-PERFORM
           IF TLl-Estado(Idx-Ll) IS EQUAL "P"
              OR TLl-WoGanador(Idx-Ll) IS NOT EQUAL ZERO
               MOVE SPACES TO ld-Global
           ELSE
               MOVE "Global " TO ld-Global
               MOVE TLl-AgrAlto(Idx-Ll) TO ld-AgrAlto
               MOVE " - " TO ld-Global(11:3)
               MOVE TLl-AgrBajo(Idx-Ll) TO ld-AgrBajo
           END-IF
           IF TLl-ConPenales(Idx-Ll) IS EQUAL "S"
               AND TLl-AgrAlto(Idx-Ll) IS EQUAL TLl-AgrBajo(Idx-Ll)
               AND TLl-WoGanador(Idx-Ll) IS EQUAL ZERO
               MOVE "Penales " TO ld-PenalesTexto
               MOVE TLl-PenAlto(Idx-Ll) TO ld-PenAlto
               MOVE " - " TO ld-PenalesTexto(11:3)
               MOVE TLl-PenBajo(Idx-Ll) TO ld-PenBajo
           ELSE
               MOVE SPACES TO ld-PenalesTexto
           END-IF
           EVALUATE TLl-Estado(Idx-Ll)
               WHEN "D"
                   MOVE TLl-Ganador(Idx-Ll) TO Idx-Sem
                   MOVE TSem-Nombre(Idx-Sem) TO lcl-Nombre
                   MOVE Lin-Clasifica TO ld-Resultado
               WHEN "F"
                   MOVE "EMPATE: FALTAN LOS PENALES" TO ld-Resultado
               WHEN OTHER
                   MOVE "PENDIENTE" TO ld-Resultado
           END-EVALUATE
           WRITE Cua-Reg FROM Lin-Definicion.

       730-ImprimoPierna.
           IF TLl-Piernas(Idx-Ll) IS EQUAL 1
               MOVE "Unico" TO lpi-Pierna
           ELSE
               IF Idx-Pie IS EQUAL 1
                   MOVE "Ida" TO lpi-Pierna
               ELSE
                   MOVE "Vuelta" TO lpi-Pierna
               END-IF
           END-IF
           COMPUTE lpi-Fecha = TLl-Ronda(Idx-Ll) * 10 + Idx-Pie
           MOVE TLl-Local(Idx-Ll, Idx-Pie) TO WS-Equ-Local
           PERFORM 740-NombreDelEquipo
           MOVE TSem-Nombre(Idx-Sem) TO lpi-Local
           MOVE TLl-Visit(Idx-Ll, Idx-Pie) TO WS-Equ-Local
           PERFORM 740-NombreDelEquipo
           MOVE TSem-Nombre(Idx-Sem) TO lpi-Visit
           IF TLl-Jugada(Idx-Ll, Idx-Pie) IS NOT EQUAL "S"
               MOVE SPACES TO lpi-GolesTexto
           ELSE
               IF TLl-Estado-Pierna(Idx-Ll, Idx-Pie) IS EQUAL "L"
                  OR TLl-Estado-Pierna(Idx-Ll, Idx-Pie) IS EQUAL "V"
                   MOVE " W.O. " TO lpi-GolesTexto
               ELSE
                   MOVE " - " TO lpi-GolesTexto(3:3)
                   MOVE TLl-GolLocal(Idx-Ll, Idx-Pie) TO lpi-GolLocal
                   MOVE TLl-GolVisit(Idx-Ll, Idx-Pie) TO lpi-GolVisit
               END-IF
           END-IF
           WRITE Cua-Reg FROM Lin-Pierna.

       740-NombreDelEquipo.
           PERFORM VARYING Idx-Sem FROM 1 BY 1
                   UNTIL Idx-Sem >= WS-Clasificados
                   OR TSem-Equipo(Idx-Sem) = WS-Equ-Local
               CONTINUE
           END-PERFORM.

      * el cuadro final queda en el historial de la temporada, debajo
      * de la tabla del torneo regular; una sola vez
       800-RegistrarCampeon.
           OPEN INPUT POSICIONES-HIST
           IF WS-PosHist-Status IS NOT EQUAL "00"
               DISPLAY "LIGUILLA: no se pudo abrir POSICIONES-HIST "
                       "- estado " WS-PosHist-Status
               DISPLAY "LIGUILLA: el campeon no quedo en el "
                       "historial de la temporada"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               MOVE 0 TO WS-Fin
               PERFORM UNTIL WS-Fin IS EQUAL 1
                   READ POSICIONES-HIST
                       AT END MOVE 1 TO WS-Fin
                       NOT AT END
                           IF Pos-Reg(1:23) IS EQUAL
                                           "CAMPEON DE LA LIGUILLA "
                               MOVE 1 TO WS-YaRegistrado
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POSICIONES-HIST
               IF WS-YaRegistrado IS EQUAL 0
                   PERFORM 810-CopiarCuadro
               END-IF
           END-IF.

       810-CopiarCuadro.
           OPEN EXTEND POSICIONES-HIST
           OPEN INPUT LIGUILLA-CUADRO
           WRITE Pos-Reg FROM Lin-Blanco
           MOVE 0 TO WS-Fin
           PERFORM UNTIL WS-Fin IS EQUAL 1
               READ LIGUILLA-CUADRO
                   AT END MOVE 1 TO WS-Fin
                   NOT AT END WRITE Pos-Reg FROM Cua-Reg
               END-READ
           END-PERFORM
           CLOSE LIGUILLA-CUADRO
           CLOSE POSICIONES-HIST.

       900-ImprimoResumen.
           MOVE WS-CantDecididas TO lr-Decididas
           MOVE WS-CantPendientes TO lr-Pendientes
           MOVE WS-CantSinPenales TO lr-SinPenales
           MOVE WS-CantRechazados TO lr-Rechazados
           DISPLAY Lin-Resumen1
           DISPLAY Lin-Resumen2
           DISPLAY Lin-Resumen3
           DISPLAY Lin-Resumen4
           IF WS-Campeon IS NOT EQUAL ZERO
               MOVE WS-Temporada TO lcm-Temporada
               MOVE TSem-Nombre(WS-Campeon) TO lcm-Nombre
               DISPLAY Lin-Campeon
           END-IF
           IF WS-CantSinPenales > ZERO OR WS-CantRechazados > ZERO
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       END PROGRAM LIGUILLA.
