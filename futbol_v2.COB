           WS-Path-Pendientes
           ORGANIZATION is line sequential.

           SELECT POSICIONES-ACUM ASSIGN TO DYNAMIC
           WS-Path-Posiciones-Acum
           ORGANIZATION is line sequential
           FILE STATUS is WS-PosAcum-Status.

           SELECT NOVEDADES-EXCEP ASSIGN TO DYNAMIC
           WS-Path-Novedades-Excep
           ORGANIZATION is line sequential.
           ORGANIZATION is line sequential
           FILE STATUS is WS-Transferencias-Status.

           SELECT LISTA-BUENA-FE ASSIGN TO DYNAMIC
           WS-Path-Lista
           ORGANIZATION is INDEXED
           ACCESS MODE is RANDOM
           RECORD KEY is Lbf-Clave
           FILE STATUS is WS-Lista-Status.

           SELECT TRANSF-EXCEP ASSIGN TO DYNAMIC
           WS-Path-Transf-Excep
           ORGANIZATION is line sequential.
           SELECT DETALLE-EXCEP ASSIGN TO DYNAMIC
           WS-Path-Detalle-Excep
           ORGANIZATION is line sequential.

           SELECT DETALLES-TRABAJO ASSIGN TO DYNAMIC
           WS-Path-Detalles-Trabajo
           ORGANIZATION is INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY is Dtt-Clave
           FILE STATUS is WS-DetallesTrabajo-Status.

           SELECT GOLEADORES-TRABAJO ASSIGN TO DYNAMIC
           WS-Path-Goleadores-Trabajo
           ORGANIZATION is INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY is Gtr-Clave
           FILE STATUS is WS-GoleadoresTrabajo-Status.

           SELECT GOLEADORES-sort ASSIGN TO DYNAMIC
           WS-Path-Goleadores-Sort
           ORGANIZATION is line sequential.

           SELECT PARTIDOS-ARBITROS ASSIGN TO DYNAMIC
           WS-Path-PartidosArbitros
           ORGANIZATION is line sequential
           FILE STATUS is WS-PartidosArbitros-Status.

           SELECT ARBITROS ASSIGN TO DYNAMIC
           WS-Path-Arbitros
           ORGANIZATION is INDEXED
           ACCESS MODE is RANDOM
           RECORD KEY is Arb-Codigo
           FILE STATUS is WS-Arbitros-Status.

           SELECT ARBITROS-EXCEP ASSIGN TO DYNAMIC
           WS-Path-Arbitros-Excep
           ORGANIZATION is line sequential.

           SELECT ARBITROS-sort ASSIGN TO DYNAMIC
           WS-Path-Arbitros-Sort
           ORGANIZATION is line sequential.

           SELECT PLANILLAS ASSIGN TO DYNAMIC
           WS-Path-Planillas
           ORGANIZATION is line sequential
           FILE STATUS is WS-Planillas-Status.

           SELECT PLANILLAS-EXCEP ASSIGN TO DYNAMIC
           WS-Path-Planillas-Excep
           ORGANIZATION is line sequential.

           SELECT JUGADORES-INELEGIBLES ASSIGN TO DYNAMIC
           WS-Path-Inelegibles
           ORGANIZATION is line sequential.

           SELECT PLANILLAS-TRABAJO ASSIGN TO DYNAMIC
           WS-Path-Planillas-Trabajo
           ORGANIZATION is INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY is Plw-Clave
           FILE STATUS is WS-PlanillasTrabajo-Status.

           SELECT APARICIONES ASSIGN TO DYNAMIC
           WS-Path-Apariciones
           ORGANIZATION is line sequential.

           SELECT APARICIONES-sort ASSIGN TO DYNAMIC
           WS-Path-Apariciones-Sort
           ORGANIZATION is line sequential.
      ******************************************************************
       DATA DIVISION.
           FILE SECTION.
           03 filler pic x(2) value spaces.
           03 Pend-Motivo pic x(14).

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

       FD  NOVEDADES-EXCEP.
       01  NovExc-Reg.
           03 NovExc-Equ pic 9(2).
           03 NovExcCorr-Jug pic a(6).
           03 filler pic x(2) value spaces.
           03 NovExcCorr-Goles pic 9(2).
       01  NovExcLista-Reg.
           03 NovExcLista-Jug pic a(6).
           03 filler pic x(2) value spaces.
           03 NovExcLista-Equ pic 9(2).
           03 filler pic x(2) value spaces.
           03 NovExcLista-Goles pic 9(2).
           03 filler pic x(2) value spaces.
           03 NovExcLista-Motivo pic x(30).

       FD  INHABILITADOS.
       01  Inhab-Reg.
           03 Trf-EquHasta pic 9(2).
           03 Trf-Fecha pic 9(8).

      * lista de buena fe de cada club por temporada (MANTLISTA);
      * solo cuentan los jugadores con Lbf-Estado A
       FD  LISTA-BUENA-FE.
       01  Lbf-Reg.
           03 Lbf-Clave.
               05 Lbf-Temporada pic x(4).
               05 Lbf-Equipo pic 9(2).
               05 Lbf-Jugador pic 9(6).
           03 Lbf-Estado pic x.
           03 Lbf-Mayor pic x.
           03 Lbf-FechaAlta pic 9(8).
           03 Lbf-FechaBaja pic 9(8).
           03 Lbf-Reemplaza pic 9(6).
           03 Lbf-ReemplazadoPor pic 9(6).
           03 Lbf-Motivo pic x.
           03 Lbf-Resolucion pic x(10).

       FD  TRANSF-EXCEP.
       01  TrfExc-Reg.
           03 TrfExc-Jug pic 9(6).
           03 filler pic x(2) value spaces.
           03 PdExc-Motivo pic x(30).

      * Dtt-Estado: espacio pendiente, R rechazado, V valido, X suma
      * distinta del resultado
       FD  DETALLES-TRABAJO.
       01  Dtt-Reg.
           03 Dtt-Clave.
               05 Dtt-Fecha pic 9(2).
               05 Dtt-Equipo pic 9(2).
               05 Dtt-Secuencia pic 9(7).
           03 Dtt-Jugador pic x(6).
           03 Dtt-Goles pic 9(2).
           03 Dtt-Estado pic x.

      * Gtr-Origen: T goles del torneo, D goles segun detalle
       FD  GOLEADORES-TRABAJO.
       01  Gtr-Reg.
           03 Gtr-Clave.
               05 Gtr-Origen pic x.
               05 Gtr-Jugador pic x(6).
           03 Gtr-Equipo pic 9(2).
           03 Gtr-Goles pic 9(5).

       SD  GOLEADORES-sort.
       01  Gso-Reg.
           03 Gso-Goles pic 9(5).
           03 Gso-Jugador pic x(6).
           03 Gso-Equipo pic 9(2).

      * arbitro y tarjetas de cada partido jugado
       FD  PARTIDOS-ARBITROS.
       01  Pa-Reg.
           03 Pa-Fecha pic 9(2).
           03 Pa-EquLocal pic 9(2).
           03 Pa-EquVisit pic 9(2).
           03 Pa-Arbitro pic 9(4).
           03 Pa-Amarillas pic 9(2).
           03 Pa-Rojas pic 9(2).

       FD  ARBITROS.
       01  Arb-Reg.
           03 Arb-Codigo pic 9(4).
           03 Arb-Nombre pic x(30).
           03 Arb-Funcion pic x.
           03 Arb-Estado pic x.

       FD  ARBITROS-EXCEP.
       01  PaExc-Reg.
           03 PaExc-Imagen pic x(14).
           03 filler pic x(2) value spaces.
           03 PaExc-Motivo pic x(30).

       SD  ARBITROS-sort.
       01  Aso-Reg.
           03 Aso-Arbitro pic 9(4).
           03 Aso-Fecha pic 9(2).
           03 Aso-Nombre pic x(30).
           03 Aso-Amarillas pic 9(2).
           03 Aso-Rojas pic 9(2).

      * planilla de cada equipo en cada partido: una linea P con el
      * dia en que se jugo, las T titulares y S suplentes, y las C
      * con los cambios (sale, entra, minuto)
       FD  PLANILLAS.
       01  Pla-Reg.
           03 Pla-Fecha pic 9(2).
           03 Pla-Equipo pic 9(2).
           03 Pla-Tipo pic x.
           03 Pla-Datos pic x(15).
       01  Pla-Reg-Partido.
           03 filler pic x(5).
           03 Pla-FechaJuego pic 9(8).
       01  Pla-Reg-Jugador.
           03 filler pic x(5).
           03 Pla-Jugador pic x(6).
       01  Pla-Reg-Cambio.
           03 filler pic x(5).
           03 Pla-Sale pic x(6).
           03 Pla-Entra pic x(6).
           03 Pla-Minuto pic 9(3).

       FD  PLANILLAS-EXCEP.
       01  PlaExc-Reg.
           03 PlaExc-Imagen pic x(20).
           03 filler pic x(2) value spaces.
           03 PlaExc-Motivo pic x(30).

       FD  JUGADORES-INELEGIBLES.
       01  Ine-Reg pic x(100).

      * Plw-Jugador en blanco es el encabezado P del equipo en la
      * fecha; Plw-Estado: V valido, I inelegible
       FD  PLANILLAS-TRABAJO.
       01  Plw-Reg.
           03 Plw-Clave.
               05 Plw-Fecha pic 9(2).
               05 Plw-Equipo pic 9(2).
               05 Plw-Jugador pic x(6).
           03 Plw-Tipo pic x.
           03 Plw-Estado pic x.
           03 Plw-Ingreso pic x.
           03 Plw-Salio pic x.
           03 Plw-Minuto pic 9(3).
           03 Plw-FechaJuego pic 9(8).
           03 Plw-Goles pic 9(2).

       FD  APARICIONES.
       01  Apa-Reg pic x(80).

       SD  APARICIONES-sort.
       01  Aps-Reg.
           03 Aps-Equipo pic 9(2).
           03 Aps-Jugador pic x(6).
           03 Aps-Fecha pic 9(2).
           03 Aps-Tipo pic x.
           03 Aps-Minuto pic 9(3).
           03 Aps-Goles pic 9(2).


       WORKING-STORAGE SECTION.

           "D:\cobol\COBOL 32 - PARCIAL\partidos-rechazados.txt".
       01  WS-Path-Pendientes pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\partidos-pendientes.txt".
       01  WS-Path-Posiciones-Acum pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\posiciones-hist-acum.txt".
       01  WS-PosAcum-Status pic xx.
       01  WS-Path-Novedades-Excep pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\novedades-invalidas.txt".
       01  WS-Path-Inhabilitados pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\transferencias.txt".
       01  WS-Path-Transf-Excep pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\transferencias-rechazadas.txt".
       01  WS-Path-Lista pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\lista-buena-fe-idx.dat".
       01  WS-Path-Checkpoint pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\futbol-checkpoint.txt".
       01  WS-Path-Tranlog pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\partidos-detalle-rechazados.t
      -    "xt".
       01  WS-Detalle-Status pic xx.
       01  WS-Path-Detalles-Trabajo pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\futbol-detalles-idx.dat".
       01  WS-DetallesTrabajo-Status pic xx.
       01  WS-Path-Goleadores-Trabajo pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\futbol-goleadores-idx.dat".
       01  WS-GoleadoresTrabajo-Status pic xx.
       01  WS-Path-Goleadores-Sort pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\goleadores-sort.txt".
       01  WS-Path-PartidosArbitros pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\partidos-arbitros.txt".
       01  WS-PartidosArbitros-Status pic xx.
       01  WS-Path-Arbitros pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\arbitros-idx.dat".
       01  WS-Arbitros-Status pic xx.
       01  WS-Path-Arbitros-Excep pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\arbitros-partido-rechazados.t
      -    "xt".
       01  WS-Path-Arbitros-Sort pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\arbitros-sort.txt".
       01  WS-Path-Planillas pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\planillas.txt".
       01  WS-Planillas-Status pic xx.
       01  WS-Path-Planillas-Excep pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\planillas-rechazadas.txt".
       01  WS-Path-Inelegibles pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\jugadores-inelegibles.txt".
       01  WS-Path-Planillas-Trabajo pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\futbol-planillas-idx.dat".
       01  WS-PlanillasTrabajo-Status pic xx.
       01  WS-Path-Apariciones pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\apariciones-jugadores.txt".
       01  WS-Path-Apariciones-Sort pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\apariciones-sort.txt".
       01  WS-Path-Override pic x(100).

       01  WS-Param-Clave pic x(30).
       01  WS-Param-Valor pic x(100).
       01  WS-Param-Origen pic x.
       01  WS-Param-Numero pic 99.
       01  WS-Param-EsNumero pic 9.
       01  Lin-Param.
           03 filler pic x(10) value "PARAMETRO ".
           03 lpar-Clave pic x(30).
       01  WS-Programados-Status pic xx.
       01  WS-Transferencias-Status pic xx.
       01  WS-JugNombres-Status pic xx.
       01  WS-Lista-Status pic xx.
       01  WS-Checkpoint-Restart pic x value space.
       01  WS-Checkpoint-Interval pic 9(5) value 500.
       01  WS-Checkpoint-Resume pic 9(7) value zero.
               05 Tr-Visit pic 9(2).
               05 Tr-GolLocal pic 99.
               05 Tr-GolVisit pic 99.
               05 Tr-Estado pic x.
               05 Tr-ConArbitro pic 9.
       01  WS-IdxRes pic 9(3).

       01  WS-PlantelHallado pic 9.

       01  WS-FlagDetalle pic 9 value zero.
       01  WS-CantDetalles pic 9(7) value zero.
       01  WS-FinDetalles pic 9.
       01  WS-FinGrupo pic 9.
       01  WS-Grupo-Fecha pic 9(2).
       01  WS-Grupo-Equipo pic 9(2).
       01  WS-SumaGrupo pic 9(3).
       01  WS-CantDetOk pic 9(5) value zero.
       01  WS-CantDetRechazados pic 9(5) value zero.

       01  WS-Gol-Origen pic x.
       01  WS-Gol-Jugador pic x(6).
       01  WS-Gol-Equipo pic 9(2).
       01  WS-Gol-Goles pic 9(5).
       01  WS-FinGoleadores pic 9.

       01  WS-FlagArbitros pic 9 value zero.
       01  WS-ArbitroValido pic 9.
       01  WS-MotivoArbitro pic x(30).
       01  WS-CantArbitrosOk pic 9(5) value zero.
       01  WS-CantArbitrosRechazados pic 9(5) value zero.
       01  WS-FinArbitros pic 9.
       01  WS-Arb-Actual pic 9(4).
       01  WS-Arb-Nombre pic x(30).
       01  WS-Arb-Partidos pic 9(3).
       01  WS-Arb-Amarillas pic 9(5).
       01  WS-Arb-Rojas pic 9(5).

       01  Lin-Titulo-Arbitros.
           03 filler pic x(80) value
           "PARTIDOS Y TARJETAS POR ARBITRO".
       01  Lin-Columnas-Arbitros.
           03 filler pic x(8) value "Arbitro".
           03 filler pic x(32) value "Nombre".
           03 filler pic x(10) value "Partidos".
           03 filler pic x(10) value "Amarillas".
           03 filler pic x(5) value "Rojas".
       01  Lin-Arbitro.
           03 l-Arb-Codigo pic 9(4).
           03 filler pic x(4) value space.
           03 l-Arb-Nombre pic x(30).
           03 filler pic x(2) value space.
           03 l-Arb-Partidos pic zz9.
           03 filler pic x(7) value space.
           03 l-Arb-Amarillas pic zzzz9.
           03 filler pic x(5) value space.
           03 l-Arb-Rojas pic zzzz9.

       01  WS-FlagPlanillas pic 9 value zero.
       01  WS-HayPlanillas pic 9 value zero.
       01  WS-Pla-Fecha pic 9(2) value zero.
       01  WS-Pla-Equipo pic 9(2) value zero.
       01  WS-Pla-FechaJuego pic 9(8) value zero.
       01  WS-Pla-Valida pic 9 value zero.
       01  WS-Pla-Motivo pic x(30).
       01  WS-Pla-Jugador pic x(6).
       01  WS-EquipoEnFecha pic 9(2).
       01  WS-CantPlanillasOk pic 9(5) value zero.
       01  WS-CantPlanillasRechazadas pic 9(5) value zero.
       01  WS-CantInelegibles pic 9(5) value zero.
       01  WS-FinApariciones pic 9.
       01  WS-Apa-Equipo pic 9(2).
       01  WS-Apa-Jugador pic x(6).
       01  WS-Apa-Partidos pic 9(3).
       01  WS-Apa-Titular pic 9(3).
       01  WS-Apa-Ingresos pic 9(3).
       01  WS-Apa-Goles pic 9(3).
       01  WS-FechaJuego-Aux.
           03 WS-FJ-Anio pic 9(4).
           03 WS-FJ-Mes pic 9(2).
           03 WS-FJ-Dia pic 9(2).

       01  Lin-Titulo-Inelegibles.
           03 filler pic x(80) value
           "JUGADORES INELEGIBLES EN PLANILLA - TRIBUNAL DE DISCIPLINA".
       01  Lin-Columnas-Inelegibles.
           03 filler pic x(6) value "Fecha".
           03 filler pic x(12) value "Jugado el".
           03 filler pic x(8) value "Equipo".
           03 filler pic x(8) value "Jugador".
           03 filler pic x(32) value "Nombre".
           03 filler pic x(6) value "Motivo".
       01  Lin-Inelegible.
           03 li-Fecha pic z9.
           03 filler pic x(4) value spaces.
           03 li-Dia pic 9(2).
           03 filler pic x value "/".
           03 li-Mes pic 9(2).
           03 filler pic x value "/".
           03 li-Anio pic 9(4).
           03 filler pic x(2) value spaces.
           03 li-Equipo pic z9.
           03 filler pic x(6) value spaces.
           03 li-Jugador pic x(6).
           03 filler pic x(2) value spaces.
           03 li-Nombre pic x(30).
           03 filler pic x(2) value spaces.
           03 li-Motivo pic x(30).
       01  Lin-Inelegibles-Total.
           03 filler pic x(30) value "Jugadores inelegibles:".
           03 li-Cant pic zzzz9.

       01  Lin-Titulo-Apariciones.
           03 filler pic x(80) value
           "APARICIONES Y GOLES POR PARTIDO".
       01  Lin-Apa-Jugador.
           03 filler pic x(8) value "Jugador ".
           03 la-Jugador pic x(6).
           03 filler pic x(2) value spaces.
           03 la-Nombre pic x(30).
           03 filler pic x(7) value "Equipo ".
           03 la-Equipo pic z9.
       01  Lin-Apa-Partido.
           03 filler pic x(3) value spaces.
           03 filler pic x(6) value "Fecha ".
           03 la-Fecha pic z9.
           03 filler pic x(2) value spaces.
           03 la-Rol pic x(8).
           03 la-Minuto pic zz9 BLANK WHEN ZERO.
           03 filler pic x(2) value spaces.
           03 filler pic x(6) value "Goles ".
           03 la-Goles pic z9.
       01  Lin-Apa-Total.
           03 filler pic x(3) value spaces.
           03 filler pic x(9) value "Partidos ".
           03 la-Partidos pic zz9.
           03 filler pic x(2) value spaces.
           03 filler pic x(8) value "Titular ".
           03 la-Titular pic zz9.
           03 filler pic x(2) value spaces.
           03 filler pic x(9) value "Ingresos ".
           03 la-Ingresos pic zz9.
           03 filler pic x(2) value spaces.
           03 filler pic x(6) value "Goles ".
           03 la-TotGoles pic zz9.

       01  Lin-Titulo-GolDetalle.
           03 filler pic x(34) value
       01  WS-Dif2 pic s9(4).
       01  WS-Intercambiar pic 9.

      * posibilidades matematicas: Td-Pts es el minimo que el club
      * ya tiene asegurado y Td-Max lo que suma si gana lo que le queda
       01  WS-Clasificados pic 99 value 8.
       01  WS-CantDescensos pic 99 value 2.
       01  WS-CantTempProm pic 9 value 3.
       01  WS-UltimaFecha pic 9(2) value zero.
       01  WS-CantDef pic 99 value zero.
       01  Tabla-Definiciones.
           03 Td-Equipo OCCURS 20 times.
               05 Td-Cod pic 9(2).
               05 Td-Pts pic 999.
               05 Td-Max pic 999.
               05 Td-PJ pic 99.
               05 Td-Rest pic 99.
               05 Td-Dif pic s9(4).
               05 Td-GF pic 999.
               05 Td-PtsAnt pic 9(4).
               05 Td-PJAnt pic 9(3).
               05 Td-PromMin pic 9v999.
               05 Td-PromMax pic 9v999.
               05 Td-Arriba pic 99.
               05 Td-Abajo pic 99.
               05 Td-ArribaProm pic 99.
               05 Td-AbajoProm pic 99.
       01  WS-IdxDef pic 99.
       01  WS-IdxDef2 pic 99.
       01  WS-DefEncontrado pic 9.
       01  WS-Seguro pic 9.
       01  WS-SeguroProm pic 9.
       01  WS-PJFinal pic 9(3).
       01  WS-MejorPuesto pic 99.
       01  WS-PeorPuesto pic 99.
       01  WS-PuestoSalvado pic 99.

       01  WS-FlagPosAcum pic 9 value zero.
      * Ts-Temporada(1) es la temporada actual, las demas son las
      * anteriores que entran en el promedio del descenso
       01  WS-CantTemp pic 9 value zero.
       01  Tabla-TempProm.
           03 Ts-Temporada OCCURS 5 times pic x(4).
       01  WS-IdxTemp pic 9.
       01  WS-Ts-Temp pic x(4).
       01  WS-TempEncontrada pic 9.

       01  WS-Fal-Funcion pic x.
       01  WS-Fallo.
           03 WS-Fal-Fecha pic 9(2).
           03 WS-Fal-EquLocal pic 9(2).
           03 WS-Fal-EquVisit pic 9(2).
           03 WS-Fal-GolLocal pic 99.
           03 WS-Fal-GolVisit pic 99.
           03 WS-Fal-Equipo pic 9(2).
           03 WS-Fal-Puntos pic 9(3).
           03 WS-Fal-Indice pic 9(3).
           03 WS-Fal-Nota pic x(70).
       01  WS-Fal-Resultado pic x.
       01  WS-HayNotas pic 9.

       01  Lin-Titulo-Notas.
           03 filler pic x(80) value
           "(*) FALLOS DEL TRIBUNAL DE DISCIPLINA".
       01  Lin-Nota.
           03 ln-Equipo pic z9.
           03 filler pic x(2) value space.
           03 ln-Nombre pic x(15).
           03 filler pic x(2) value space.
           03 ln-Nota pic x(70).

       01  WS-FlagNombres pic 9 value zero.
       01  WS-CantNombres pic 99 value zero.
       01  Tabla-NombresEquipo.
       01  WS-IdxNom pic 99.
       01  WS-NomEncontrado pic 9.

       01  WS-CantGolesEquipo pic 99 value zero.
       01  Tabla-GolesEquipo.
           03 Tge-Equipo OCCURS 20 times.
       01  WS-CantTransfAplicadas pic 99 value zero.
       01  WS-CantTransfRechazadas pic 99 value zero.

       01  WS-Temporada pic x(4) value spaces.
       01  WS-HayLista pic 9 value zero.
       01  WS-EnLista pic 9.
       01  WS-Lista-Equipo pic 9(2).
       01  WS-Lista-Jugador pic x(6).
       01  WS-CantFueraLista pic 9(5) value zero.

       01  Lin-Transf1.
           03 filler pic x(30) value "Transferencias aplicadas:".
           03 lt-TransfAplicadas pic zzzz9.
           03 l-Pos-GC pic zz9.
           03 filler pic x(2) value space.
           03 l-Pos-Dif pic ---9.
           03 filler pic x value space.
           03 l-Pos-Marca pic x(3).

       01  Lin-Titulo-Definiciones.
           03 filler pic x(35) value
           "POSIBILIDADES MATEMATICAS A FECHA ".
           03 ltd-Fecha pic z9.
       01  Lin-Encab-Definiciones.
           03 filler pic x(4) value "Equ".
           03 filler pic x(17) value "Nombre".
           03 filler pic x(6) value "Min".
           03 filler pic x(6) value "Max".
           03 filler pic x(4) value "PJ".
           03 filler pic x(6) value "Resta".
           03 filler pic x(7) value "Puesto".
           03 filler pic x(11) value "Titulo".
           03 filler pic x(12) value "Liguilla".
           03 filler pic x(10) value "Descenso".
       01  Lin-Definicion.
           03 ld-Equipo pic z9.
           03 filler pic x(2) value space.
           03 ld-Nombre pic x(15).
           03 filler pic x(2) value space.
           03 ld-Min pic zz9.
           03 filler pic x(3) value space.
           03 ld-Max pic zz9.
           03 filler pic x(3) value space.
           03 ld-PJ pic z9.
           03 filler pic x(2) value space.
           03 ld-Rest pic z9.
           03 filler pic x(4) value space.
           03 ld-Mejor pic z9.
           03 filler pic x value "-".
           03 ld-Peor pic z9.
           03 filler pic x(2) value space.
           03 ld-Titulo pic x(10).
           03 filler pic x value space.
           03 ld-Liguilla pic x(11).
           03 filler pic x value space.
           03 ld-Descenso pic x(10).
       01  Lin-Nota-Definiciones.
           03 filler pic x(24) value "Clasifican a liguilla: ".
           03 lnd-Clasificados pic z9.
           03 filler pic x(15) value "  Descensos: ".
           03 lnd-Descensos pic z9.
           03 filler pic x(28) value
           " por promedio de temporadas:".
           03 lnd-Temporadas pic z9.

       01  Lin-Titulo-Goleadores.
           03 filler pic x(8) value "Jugador".

           PERFORM 050-LeerParametros
           PERFORM 2000-ArmarPosiciones
           PERFORM 2510-CrearGoleadores

           SORT EQUIPO-sort ASCENDING Equ-sort-CodEqu
           INPUT PROCEDURE IS input-procedure
           OUTPUT PROCEDURE IS output-procedure.

           PERFORM 2500-ImprimoGoleadores
           PERFORM 2640-CargarTransferencias
           PERFORM 2650-ValidarTransferencias
           PERFORM 3100-ProcesarPlanillas
           PERFORM 2900-ProcesarDetalles
           PERFORM 3180-ImprimoApariciones
           PERFORM 3000-ProcesarArbitros
           PERFORM 2600-ActualizarJugadores
           PERFORM 2700-ReconciliarGoles
           PERFORM 2800-GrabarStats
           CLOSE GOLEADORES-TRABAJO
           IF WS-HayLista IS EQUAL 1
               CLOSE LISTA-BUENA-FE
           END-IF

           GOBACK.

                                 AND WS-FechaCorte-Param > ZERO
               MOVE WS-FechaCorte-Param TO WS-FechaCorte
           END-IF
           MOVE "FUTBOL-TEMPORADA" TO WS-Param-Clave
           PERFORM 055-ObtenerParametro
           MOVE WS-Param-Valor(1:4) TO WS-Temporada
           MOVE "LIGUILLA-CLASIFICADOS" TO WS-Param-Clave
           PERFORM 055-ObtenerParametro
           PERFORM 057-ValorNumerico
           IF WS-Param-EsNumero IS EQUAL 1
               MOVE WS-Param-Numero TO WS-Clasificados
           END-IF
           MOVE "CIERRETEMP-DESCENSOS" TO WS-Param-Clave
           PERFORM 055-ObtenerParametro
           PERFORM 057-ValorNumerico
           IF WS-Param-EsNumero IS EQUAL 1
               MOVE WS-Param-Numero TO WS-CantDescensos
           END-IF
           MOVE "CIERRETEMP-PROM-TEMPORADAS" TO WS-Param-Clave
           PERFORM 055-ObtenerParametro
           PERFORM 057-ValorNumerico
           IF WS-Param-EsNumero IS EQUAL 1
               AND WS-Param-Numero >= 1 AND WS-Param-Numero <= 5
               MOVE WS-Param-Numero TO WS-CantTempProm
           END-IF
           PERFORM 060-LeerRutas
           PERFORM 070-LeerCheckpoint
           PERFORM 090-CargarNombresJugador
           MOVE WS-Param-Clave TO lpar-Clave
           MOVE WS-Param-Valor(1:20) TO lpar-Valor
           MOVE WS-Param-Origen TO lpar-Origen
           DISPLAY Lin-Param
           IF WS-Param-Origen IS EQUAL "X"
               DISPLAY "FUTBOL: no se pudieron cargar los "
                       "parametros"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      * acepta valores de uno o dos digitos; si no, queda el default
       057-ValorNumerico.
           MOVE 0 TO WS-Param-EsNumero
           IF WS-Param-Valor(1:2) IS NUMERIC
               MOVE WS-Param-Valor(1:2) TO WS-Param-Numero
               MOVE 1 TO WS-Param-EsNumero
           ELSE
               IF WS-Param-Valor(1:1) IS NUMERIC
                   AND WS-Param-Valor(2:1) IS EQUAL SPACE
                   MOVE WS-Param-Valor(1:1) TO WS-Param-Numero
                   MOVE 1 TO WS-Param-EsNumero
               END-IF
           END-IF.

       090-CargarNombresJugador.
           OPEN INPUT JUGADOR-NOMBRES
                                      TO Tjn-Cod(WS-CantJugNombres)
                               MOVE JugNom-Nombre
                                      TO Tjn-Nombre(WS-CantJugNombres)
                           ELSE
                               DISPLAY "FUTBOL: tabla de nombres de "
                                       "jugador llena"
                               MOVE 8 TO RETURN-CODE
                               GOBACK
                           END-IF
                   END-READ
               END-PERFORM
                        FROM ENVIRONMENT "FUTBOL-DETALLE-EXCEP-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Detalle-Excep
           END-IF
           ACCEPT WS-Path-Override
                  FROM ENVIRONMENT "FUTBOL-DETALLES-TRABAJO-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Detalles-Trabajo
           END-IF
           ACCEPT WS-Path-Override
                  FROM ENVIRONMENT "FUTBOL-GOLEADORES-TRABAJO-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Goleadores-Trabajo
           END-IF
           ACCEPT WS-Path-Override
                  FROM ENVIRONMENT "FUTBOL-GOLEADORES-SORT-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Goleadores-Sort
           END-IF
           ACCEPT WS-Path-Override
                  FROM ENVIRONMENT "FUTBOL-PARTIDOS-ARBITROS-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-PartidosArbitros
           END-IF
           ACCEPT WS-Path-Override
                  FROM ENVIRONMENT "FUTBOL-ARBITROS-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Arbitros
           END-IF
           ACCEPT WS-Path-Override
                  FROM ENVIRONMENT "FUTBOL-ARBITROS-EXCEP-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Arbitros-Excep
           END-IF
           ACCEPT WS-Path-Override
                  FROM ENVIRONMENT "FUTBOL-ARBITROS-SORT-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Arbitros-Sort
           END-IF
           ACCEPT WS-Path-Override
                  FROM ENVIRONMENT "FUTBOL-PLANILLAS-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Planillas
           END-IF
           ACCEPT WS-Path-Override
                  FROM ENVIRONMENT "FUTBOL-PLANILLAS-EXCEP-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Planillas-Excep
           END-IF
           ACCEPT WS-Path-Override
                  FROM ENVIRONMENT "FUTBOL-INELEGIBLES-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Inelegibles
           END-IF
           ACCEPT WS-Path-Override
                  FROM ENVIRONMENT "FUTBOL-PLANILLAS-TRABAJO-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Planillas-Trabajo
           END-IF
           ACCEPT WS-Path-Override
                  FROM ENVIRONMENT "FUTBOL-APARICIONES-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Apariciones
           END-IF
           ACCEPT WS-Path-Override
                  FROM ENVIRONMENT "FUTBOL-APARICIONES-SORT-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Apariciones-Sort
           END-IF
           ACCEPT WS-Path-Override
                  FROM ENVIRONMENT "FUTBOL-LISTA-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Lista
           END-IF
           ACCEPT WS-Path-Override
                  FROM ENVIRONMENT "FUTBOL-POS-ACUM-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Posiciones-Acum
           END-IF.

       070-LeerCheckpoint.
               MOVE Jug-Idx-Equ TO Equ-sort-CodEqu
               MOVE Jug-Idx-Codigo to Equ-Sort-CodJug
               MOVE Jug-Idx-Goles to Equ-Sort-CantGol
               PERFORM 500-Grabo-Sort
               PERFORM 300-LeerJugadores
           END-PERFORM
               GOBACK
           END-IF
           OPEN OUTPUT NOVEDADES-EXCEP
           PERFORM 150-AbrirListaBuenaFe
           OPEN EXTEND CHECKPOINT-FUTBOL
           IF WS-Checkpoint-Status IS EQUAL "35"
               OPEN OUTPUT CHECKPOINT-FUTBOL
               OPEN OUTPUT TRANLOG-FUTBOL
           END-IF.

      * sin temporada o sin lista de buena fe no se controla la
      * lista y todos los jugadores se consideran habilitados
       150-AbrirListaBuenaFe.
           IF WS-Temporada IS NOT EQUAL SPACES
               OPEN INPUT LISTA-BUENA-FE
               IF WS-Lista-Status IS EQUAL "00"
                   MOVE 1 TO WS-HayLista
               END-IF
           END-IF.

       160-BuscarEnLista.
           MOVE 1 TO WS-EnLista
           IF WS-HayLista IS EQUAL 1
               MOVE 0 TO WS-EnLista
               IF WS-Lista-Jugador IS NUMERIC
                   MOVE WS-Temporada TO Lbf-Temporada
                   MOVE WS-Lista-Equipo TO Lbf-Equipo
                   MOVE WS-Lista-Jugador TO Lbf-Jugador
                   READ LISTA-BUENA-FE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           IF Lbf-Estado IS EQUAL "A"
                               MOVE 1 TO WS-EnLista
                           END-IF
                   END-READ
               END-IF
           END-IF.

       200-LeerNovedades.
           READ NOVEDADES AT END MOVE 1 TO WS-FlagNovedades.

           PERFORM 200-LeerNovedades
           PERFORM UNTIL Nov-Jug IS NUMERIC
                                       or WS-FlagNovedades IS EQUAL 1
               MOVE WS-CodigoEquipo TO WS-Lista-Equipo
               MOVE Nov-Jug TO WS-Lista-Jugador
               PERFORM 160-BuscarEnLista
               IF WS-EnLista IS EQUAL 1
                   MOVE WS-CodigoEquipo TO Equ-sort-CodEqu
                   MOVE Nov-Jug to Equ-Sort-CodJug
                   MOVE Nov-Goles to Equ-Sort-CantGol
                   PERFORM 500-Grabo-Sort
                   PERFORM 420-GuardarCorreccion
               ELSE
                   PERFORM 430-RechazarFueraDeLista
               END-IF
               ADD 1 TO WS-CantLeidosNov
               PERFORM 200-LeerNovedades
           END-PERFORM
                   MOVE Nov-Jug TO Tc-Cod(WS-CantCorrecciones)
                   MOVE Nov-Goles TO Tc-Goles(WS-CantCorrecciones)
               ELSE
                   DISPLAY "FUTBOL: tabla de correcciones llena - "
                           "jugador " Nov-Jug
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

      * goles de un jugador que no esta en la lista de buena fe
      * vigente de su club: no suman ni corrigen el maestro
       430-RechazarFueraDeLista.
           MOVE SPACES TO NovExcLista-Reg
           MOVE Nov-Jug TO NovExcLista-Jug
           MOVE WS-CodigoEquipo TO NovExcLista-Equ
           MOVE Nov-Goles TO NovExcLista-Goles
           MOVE "JUGADOR FUERA DE LISTA BUENA FE"
                      TO NovExcLista-Motivo
           WRITE NovExcLista-Reg
           ADD 1 TO WS-CantFueraLista.

       450-RegistrarNovedadInvalida.
           MOVE SPACES TO NovExc-Reg
           ADD Equ-Sort-CantGol TO WS-AcumNotas.

       1450-AcumularGoleador.
           MOVE "T" TO WS-Gol-Origen
           MOVE Equ-Sort-CodJug TO WS-Gol-Jugador
           MOVE Equ-sort-CodEqu TO WS-Gol-Equipo
           MOVE Equ-Sort-CantGol TO WS-Gol-Goles
           PERFORM 2520-SumarGoleador.

       1500-ImprimoDatos.
           MOVE WS-AcumNotas to l-PromedioNota
               ADD 1 TO WS-CantGolesEquipo
               MOVE WS-Equipo-Grp TO Tge-Cod(WS-CantGolesEquipo)
               MOVE WS-AcumNotas TO Tge-Goles(WS-CantGolesEquipo)
           ELSE
               DISPLAY "FUTBOL: tabla de goles por equipo llena - "
                       "equipo " WS-Equipo-Grp
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.


                       WHEN "P"
                           PERFORM 1980-ReprogramarPartido
                       WHEN "S"
                           PERFORM 2025-FalloSuspendido
                       WHEN OTHER
                           PERFORM 1950-ValidarPartido
                           IF WS-FixEncontrado IS EQUAL 1
           CLOSE PARTIDOS
           CLOSE PARTIDOS-EXCEP
           PERFORM 2200-InformarPendientes
           PERFORM 2100-ImprimoPosiciones
           PERFORM 2300-InformarDefiniciones.

       1900-CargarFixtures.
           OPEN INPUT PARTIDOS-PROGRAMADOS
                           MOVE Prog-EquVisit
                                      TO Tf-Visit(WS-CantFixtures)
                           MOVE SPACE TO Tf-Jugado(WS-CantFixtures)
                       ELSE
                           PERFORM 1995-FixturesLlena
                       END-IF
               END-READ
           END-PERFORM
                   MOVE Par-EquLocal TO Tf-Local(WS-CantFixtures)
                   MOVE Par-EquVisit TO Tf-Visit(WS-CantFixtures)
                   MOVE SPACE TO Tf-Jugado(WS-CantFixtures)
               ELSE
                   PERFORM 1995-FixturesLlena
               END-IF
           ELSE
               PERFORM 1960-RegistrarPartidoRechazado
               PERFORM 1960-RegistrarPartidoRechazado
           END-IF.

       1995-FixturesLlena.
           DISPLAY "FUTBOL: tabla de fixtures llena"
           MOVE 8 TO RETURN-CODE
           GOBACK.

       2200-InformarPendientes.
           OPEN OUTPUT PARTIDOS-PENDIENTES
           PERFORM VARYING WS-IdxFix FROM 1 BY 1
               DISPLAY Lin-PostCorte
           END-IF.

      * posibilidades matematicas con la tabla actual y los fixtures
      * que faltan jugar (sin resultado, postergados o suspendidos);
      * titulo y liguilla van por la tabla con su mismo desempate,
      * el descenso por promedio como en el cierre de temporada
       2300-InformarDefiniciones.
           PERFORM 2310-ArmarDefiniciones
           MOVE 1 TO WS-CantTemp
           MOVE WS-Temporada TO Ts-Temporada(1)
           IF WS-CantTempProm > 1 AND WS-Temporada IS NOT EQUAL SPACES
               PERFORM 2320-ElegirTemporadas
               PERFORM 2330-AcumularTemporadas
           END-IF
           PERFORM VARYING WS-IdxDef FROM 1 BY 1
                      UNTIL WS-IdxDef > WS-CantDef
               PERFORM 2340-CalcularPromedios
           END-PERFORM
           PERFORM VARYING WS-IdxDef FROM 1 BY 1
                      UNTIL WS-IdxDef > WS-CantDef
               PERFORM VARYING WS-IdxDef2 FROM 1 BY 1
                          UNTIL WS-IdxDef2 > WS-CantDef
                   IF WS-IdxDef2 IS NOT EQUAL WS-IdxDef
                       PERFORM 2350-CompararSeguro
                       IF WS-Seguro IS EQUAL 1
                           ADD 1 TO Td-Abajo(WS-IdxDef)
                           ADD 1 TO Td-Arriba(WS-IdxDef2)
                       END-IF
                       IF WS-SeguroProm IS EQUAL 1
                           ADD 1 TO Td-AbajoProm(WS-IdxDef)
                           ADD 1 TO Td-ArribaProm(WS-IdxDef2)
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM 2360-ImprimoDefiniciones.

      * la tabla ya viene ordenada y con los descuentos del tribunal;
      * los clubes que todavia no jugaron se agregan al final
       2310-ArmarDefiniciones.
           MOVE ZERO TO WS-CantDef
           INITIALIZE Tabla-Definiciones
           PERFORM VARYING WS-IdxTabla FROM 1 BY 1
                      UNTIL WS-IdxTabla > WS-CantTabla
               ADD 1 TO WS-CantDef
               MOVE Tp-Cod(WS-IdxTabla) TO Td-Cod(WS-CantDef)
               MOVE Tp-Pts(WS-IdxTabla) TO Td-Pts(WS-CantDef)
               COMPUTE Td-PJ(WS-CantDef) = Tp-PG(WS-IdxTabla)
                       + Tp-PE(WS-IdxTabla) + Tp-PP(WS-IdxTabla)
               COMPUTE Td-Dif(WS-CantDef) = Tp-GF(WS-IdxTabla)
                                          - Tp-GC(WS-IdxTabla)
               MOVE Tp-GF(WS-IdxTabla) TO Td-GF(WS-CantDef)
           END-PERFORM
           PERFORM VARYING WS-IdxFix FROM 1 BY 1
                   UNTIL WS-IdxFix > WS-CantFixtures
               IF Tf-Jugado(WS-IdxFix) IS EQUAL SPACE
                   OR Tf-Jugado(WS-IdxFix) IS EQUAL "U"
                   MOVE Tf-Local(WS-IdxFix) TO WS-CodigoEquipo
                   PERFORM 2315-BuscarOAltaDefinicion
                   ADD 1 TO Td-Rest(WS-IdxDef)
                   MOVE Tf-Visit(WS-IdxFix) TO WS-CodigoEquipo
                   PERFORM 2315-BuscarOAltaDefinicion
                   ADD 1 TO Td-Rest(WS-IdxDef)
               END-IF
           END-PERFORM
           PERFORM VARYING WS-IdxDef FROM 1 BY 1
                      UNTIL WS-IdxDef > WS-CantDef
               COMPUTE Td-Max(WS-IdxDef) = Td-Pts(WS-IdxDef)
                                         + 3 * Td-Rest(WS-IdxDef)
           END-PERFORM
           MOVE ZERO TO WS-UltimaFecha
           PERFORM VARYING WS-IdxRes FROM 1 BY 1
                      UNTIL WS-IdxRes > WS-CantResultados
               IF Tr-Fecha(WS-IdxRes) > WS-UltimaFecha
                   MOVE Tr-Fecha(WS-IdxRes) TO WS-UltimaFecha
               END-IF
           END-PERFORM.

       2315-BuscarOAltaDefinicion.
           MOVE 0 TO WS-DefEncontrado
           PERFORM VARYING WS-IdxDef FROM 1 BY 1
                      UNTIL WS-IdxDef > WS-CantDef
                      OR WS-DefEncontrado = 1
               IF Td-Cod(WS-IdxDef) = WS-CodigoEquipo
                   MOVE 1 TO WS-DefEncontrado
               END-IF
           END-PERFORM
           IF WS-DefEncontrado = 1
               SUBTRACT 1 FROM WS-IdxDef
           ELSE
               IF WS-CantDef < 20
                   ADD 1 TO WS-CantDef
                   MOVE WS-CantDef TO WS-IdxDef
                   MOVE WS-CodigoEquipo TO Td-Cod(WS-IdxDef)
               ELSE
                   DISPLAY "FUTBOL: tabla de posiciones llena - "
                           "equipo " WS-CodigoEquipo
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

       2320-ElegirTemporadas.
           MOVE 0 TO WS-FlagPosAcum
           OPEN INPUT POSICIONES-ACUM
           IF WS-PosAcum-Status IS NOT EQUAL "00"
               MOVE 1 TO WS-FlagPosAcum
           END-IF
           PERFORM UNTIL WS-FlagPosAcum IS EQUAL 1
               READ POSICIONES-ACUM
                   AT END MOVE 1 TO WS-FlagPosAcum
                   NOT AT END
                       IF PosA-Temporada < WS-Temporada
                           PERFORM 2325-RegistrarTemporada
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PosAcum-Status IS NOT EQUAL "35"
               CLOSE POSICIONES-ACUM
           END-IF.

      * se quedan las temporadas anteriores mas recientes, ordenadas
      * de mayor a menor
       2325-RegistrarTemporada.
           MOVE 0 TO WS-TempEncontrada
           PERFORM VARYING WS-IdxTemp FROM 2 BY 1
                      UNTIL WS-IdxTemp > WS-CantTemp
               IF Ts-Temporada(WS-IdxTemp) IS EQUAL PosA-Temporada
                   MOVE 1 TO WS-TempEncontrada
               END-IF
           END-PERFORM
           IF WS-TempEncontrada IS EQUAL 0
               IF WS-CantTemp < WS-CantTempProm
                   ADD 1 TO WS-CantTemp
                   MOVE PosA-Temporada TO Ts-Temporada(WS-CantTemp)
               ELSE
                   IF PosA-Temporada > Ts-Temporada(WS-CantTemp)
                       MOVE PosA-Temporada
                                       TO Ts-Temporada(WS-CantTemp)
                   ELSE
                       MOVE 1 TO WS-TempEncontrada
                   END-IF
               END-IF
           END-IF
           IF WS-TempEncontrada IS EQUAL 0
               PERFORM VARYING WS-IdxTemp FROM WS-CantTemp BY -1
                          UNTIL WS-IdxTemp < 3
                   IF Ts-Temporada(WS-IdxTemp)
                                   > Ts-Temporada(WS-IdxTemp - 1)
                       MOVE Ts-Temporada(WS-IdxTemp) TO WS-Ts-Temp
                       MOVE Ts-Temporada(WS-IdxTemp - 1)
                                       TO Ts-Temporada(WS-IdxTemp)
                       MOVE WS-Ts-Temp
                                       TO Ts-Temporada(WS-IdxTemp - 1)
                   END-IF
               END-PERFORM
           END-IF.

       2330-AcumularTemporadas.
           MOVE 0 TO WS-FlagPosAcum
           OPEN INPUT POSICIONES-ACUM
           IF WS-PosAcum-Status IS NOT EQUAL "00"
               MOVE 1 TO WS-FlagPosAcum
           END-IF
           PERFORM UNTIL WS-FlagPosAcum IS EQUAL 1
               READ POSICIONES-ACUM
                   AT END MOVE 1 TO WS-FlagPosAcum
                   NOT AT END PERFORM 2335-AcumularRegistro
               END-READ
           END-PERFORM
           IF WS-PosAcum-Status IS NOT EQUAL "35"
               CLOSE POSICIONES-ACUM
           END-IF.

       2335-AcumularRegistro.
           MOVE 0 TO WS-TempEncontrada
           PERFORM VARYING WS-IdxTemp FROM 2 BY 1
                      UNTIL WS-IdxTemp > WS-CantTemp
                      OR WS-TempEncontrada = 1
               IF Ts-Temporada(WS-IdxTemp) IS EQUAL PosA-Temporada
                   MOVE 1 TO WS-TempEncontrada
               END-IF
           END-PERFORM
           IF WS-TempEncontrada IS EQUAL 1
               MOVE 0 TO WS-DefEncontrado
               PERFORM VARYING WS-IdxDef FROM 1 BY 1
                          UNTIL WS-IdxDef > WS-CantDef
                          OR WS-DefEncontrado = 1
                   IF Td-Cod(WS-IdxDef) = PosA-Equipo
                       MOVE 1 TO WS-DefEncontrado
                   END-IF
               END-PERFORM
               IF WS-DefEncontrado IS EQUAL 1
                   SUBTRACT 1 FROM WS-IdxDef
                   ADD PosA-Pts TO Td-PtsAnt(WS-IdxDef)
                   ADD PosA-PG PosA-PE PosA-PP TO Td-PJAnt(WS-IdxDef)
               END-IF
           END-IF.

      * el promedio final se calcula sobre los partidos de toda la
      * temporada, los jugados mas los que le quedan
       2340-CalcularPromedios.
           COMPUTE WS-PJFinal = Td-PJAnt(WS-IdxDef) + Td-PJ(WS-IdxDef)
                              + Td-Rest(WS-IdxDef)
           IF WS-PJFinal > ZERO
               COMPUTE Td-PromMin(WS-IdxDef) ROUNDED =
                       (Td-PtsAnt(WS-IdxDef) + Td-Pts(WS-IdxDef))
                       / WS-PJFinal
               COMPUTE Td-PromMax(WS-IdxDef) ROUNDED =
                       (Td-PtsAnt(WS-IdxDef) + Td-Max(WS-IdxDef))
                       / WS-PJFinal
           ELSE
               MOVE ZERO TO Td-PromMin(WS-IdxDef)
               MOVE ZERO TO Td-PromMax(WS-IdxDef)
           END-IF.

      * WS-Seguro = 1 si el club WS-IdxDef termina arriba de WS-IdxDef2
      * aunque pierda todo lo que le queda y el otro gane todo; con
      * igual puntaje solo se define por diferencia y goles a favor
      * cuando los dos ya no tienen partidos
       2350-CompararSeguro.
           MOVE 0 TO WS-Seguro
           MOVE 0 TO WS-SeguroProm
           IF Td-Pts(WS-IdxDef) > Td-Max(WS-IdxDef2)
               MOVE 1 TO WS-Seguro
           END-IF
           IF Td-Pts(WS-IdxDef) = Td-Max(WS-IdxDef2)
               AND Td-Rest(WS-IdxDef) = ZERO
               AND Td-Rest(WS-IdxDef2) = ZERO
               IF Td-Dif(WS-IdxDef) > Td-Dif(WS-IdxDef2)
                   MOVE 1 TO WS-Seguro
               END-IF
               IF Td-Dif(WS-IdxDef) = Td-Dif(WS-IdxDef2)
                   AND Td-GF(WS-IdxDef) > Td-GF(WS-IdxDef2)
                   MOVE 1 TO WS-Seguro
               END-IF
           END-IF
           IF Td-PromMin(WS-IdxDef) > Td-PromMax(WS-IdxDef2)
               MOVE 1 TO WS-SeguroProm
           END-IF
           IF Td-PromMin(WS-IdxDef) = Td-PromMax(WS-IdxDef2)
               AND WS-Seguro IS EQUAL 1
               MOVE 1 TO WS-SeguroProm
           END-IF.

       2360-ImprimoDefiniciones.
           IF WS-FechaCorte < WS-UltimaFecha
               MOVE WS-FechaCorte TO ltd-Fecha
           ELSE
               MOVE WS-UltimaFecha TO ltd-Fecha
           END-IF
           DISPLAY Lin-Titulo-Definiciones
           DISPLAY Lin-Encab-Definiciones
           IF WS-CantDef > WS-CantDescensos
               COMPUTE WS-PuestoSalvado = WS-CantDef - WS-CantDescensos
           ELSE
               MOVE ZERO TO WS-PuestoSalvado
           END-IF
           PERFORM VARYING WS-IdxDef FROM 1 BY 1
                      UNTIL WS-IdxDef > WS-CantDef
               PERFORM 2365-ImprimoLineaDefinicion
           END-PERFORM
           MOVE WS-Clasificados TO lnd-Clasificados
           MOVE WS-CantDescensos TO lnd-Descensos
           MOVE WS-CantTemp TO lnd-Temporadas
           DISPLAY Lin-Nota-Definiciones.

       2365-ImprimoLineaDefinicion.
           MOVE Td-Cod(WS-IdxDef) TO ld-Equipo
           MOVE SPACES TO ld-Nombre
           PERFORM VARYING WS-IdxNom FROM 1 BY 1
                   UNTIL WS-IdxNom > WS-CantNombres
               IF Tn-Cod(WS-IdxNom) = Td-Cod(WS-IdxDef)
                   MOVE Tn-Nombre(WS-IdxNom) TO ld-Nombre
               END-IF
           END-PERFORM
           MOVE Td-Pts(WS-IdxDef) TO ld-Min
           MOVE Td-Max(WS-IdxDef) TO ld-Max
           MOVE Td-PJ(WS-IdxDef) TO ld-PJ
           MOVE Td-Rest(WS-IdxDef) TO ld-Rest
           COMPUTE WS-MejorPuesto = Td-Arriba(WS-IdxDef) + 1
           COMPUTE WS-PeorPuesto = WS-CantDef - Td-Abajo(WS-IdxDef)
           MOVE WS-MejorPuesto TO ld-Mejor
           MOVE WS-PeorPuesto TO ld-Peor
           EVALUATE TRUE
               WHEN WS-PeorPuesto = 1
                   MOVE "CAMPEON" TO ld-Titulo
               WHEN WS-MejorPuesto > 1
                   MOVE "ELIMINADO" TO ld-Titulo
               WHEN OTHER
                   MOVE "EN CARRERA" TO ld-Titulo
           END-EVALUATE
           EVALUATE TRUE
               WHEN WS-Clasificados = ZERO
                   MOVE SPACES TO ld-Liguilla
               WHEN WS-PeorPuesto <= WS-Clasificados
                   MOVE "CLASIFICADO" TO ld-Liguilla
               WHEN WS-MejorPuesto > WS-Clasificados
                   MOVE "ELIMINADO" TO ld-Liguilla
               WHEN OTHER
                   MOVE "EN CARRERA" TO ld-Liguilla
           END-EVALUATE
           COMPUTE WS-MejorPuesto = Td-ArribaProm(WS-IdxDef) + 1
           COMPUTE WS-PeorPuesto = WS-CantDef - Td-AbajoProm(WS-IdxDef)
           EVALUATE TRUE
               WHEN WS-CantDescensos = ZERO
                   MOVE SPACES TO ld-Descenso
               WHEN WS-PeorPuesto <= WS-PuestoSalvado
                   MOVE "SALVADO" TO ld-Descenso
               WHEN WS-MejorPuesto > WS-PuestoSalvado
                   MOVE "DESCENDIDO" TO ld-Descenso
               WHEN OTHER
                   MOVE "EN RIESGO" TO ld-Descenso
           END-EVALUATE
           DISPLAY Lin-Definicion.

       2010-LeerPartido.
           READ PARTIDOS AT END MOVE 1 TO WS-FlagPartidos.

               MOVE Par-EquVisit TO Tr-Visit(WS-CantResultados)
               MOVE WS-GolLocal TO Tr-GolLocal(WS-CantResultados)
               MOVE WS-GolVisit TO Tr-GolVisit(WS-CantResultados)
               MOVE Par-Estado TO Tr-Estado(WS-CantResultados)
               MOVE 0 TO Tr-ConArbitro(WS-CantResultados)
           ELSE
               DISPLAY "FUTBOL: tabla de resultados llena"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE Par-EquLocal TO WS-CodigoEquipo
           PERFORM 2030-BuscarOAltaEquipo
           PERFORM 2030-BuscarOAltaEquipo
           ADD WS-GolVisit TO Tp-GF(WS-IdxTabla)
           ADD WS-GolLocal TO Tp-GC(WS-IdxTabla)
           PERFORM 2027-BuscarFallo
           IF WS-Fal-GolLocal > WS-Fal-GolVisit
               ADD 3 TO Tp-Pts(WS-IdxTabla2)
               ADD 1 TO Tp-PG(WS-IdxTabla2)
               ADD 1 TO Tp-PP(WS-IdxTabla)
           ELSE
               IF WS-Fal-GolLocal < WS-Fal-GolVisit
                   ADD 3 TO Tp-Pts(WS-IdxTabla)
                   ADD 1 TO Tp-PG(WS-IdxTabla)
                   ADD 1 TO Tp-PP(WS-IdxTabla2)
               END-IF
           END-IF.

      * un partido suspendido que el tribunal dio por terminado
      * cuenta como jugado con el resultado del fallo
       2025-FalloSuspendido.
           PERFORM 2027-BuscarFallo
           IF WS-Fal-Resultado IS EQUAL "S"
               PERFORM 1950-ValidarPartido
               IF WS-FixEncontrado IS EQUAL 1
                   PERFORM 2020-ProcesarPartido
                   ADD 1 TO WS-CantPartidosOk
               END-IF
           ELSE
               PERFORM 1990-SuspenderPartido
           END-IF.

      * los goles jugados quedan para goles a favor y en contra; los
      * puntos salen del resultado fallado por el tribunal
       2027-BuscarFallo.
           MOVE "R" TO WS-Fal-Funcion
           MOVE Par-Fecha TO WS-Fal-Fecha
           MOVE Par-EquLocal TO WS-Fal-EquLocal
           MOVE Par-EquVisit TO WS-Fal-EquVisit
           MOVE WS-GolLocal TO WS-Fal-GolLocal
           MOVE WS-GolVisit TO WS-Fal-GolVisit
           CALL "FALLOSTRIB" USING WS-Fal-Funcion WS-Fallo
                                   WS-Fal-Resultado
           IF WS-Fal-Resultado IS EQUAL "X"
               DISPLAY "FUTBOL: no se pudo cargar la tabla de fallos"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       2030-BuscarOAltaEquipo.
           MOVE 0 TO WS-TablaEncontrada
           PERFORM VARYING WS-IdxTabla FROM 1 BY 1
                   ADD 1 TO WS-CantTabla
                   MOVE WS-CantTabla TO WS-IdxTabla
                   MOVE WS-CodigoEquipo TO Tp-Cod(WS-IdxTabla)
               ELSE
                   DISPLAY "FUTBOL: tabla de posiciones llena - "
                           "equipo " WS-CodigoEquipo
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

           END-IF.

       2100-ImprimoPosiciones.
           PERFORM 2040-DescontarPuntos
           PERFORM 2050-OrdenarPosiciones
           PERFORM 2080-CargarNombresEquipo
           MOVE 0 TO WS-HayNotas
           DISPLAY Lin-Titulo-Posiciones
           PERFORM VARYING WS-IdxTabla FROM 1 BY 1
                      UNTIL WS-IdxTabla > WS-CantTabla
               COMPUTE WS-Dif1 = Tp-GF(WS-IdxTabla)
                                       - Tp-GC(WS-IdxTabla)
               MOVE WS-Dif1 TO l-Pos-Dif
               PERFORM 2110-MarcarFallo
               DISPLAY Lin-Posicion
           END-PERFORM
           IF WS-HayNotas IS EQUAL 1
               PERFORM 2120-ImprimoNotas
           END-IF.

      * los descuentos del tribunal rigen desde la fecha del fallo;
      * el puntaje no baja de cero
       2040-DescontarPuntos.
           PERFORM VARYING WS-IdxTabla FROM 1 BY 1
                      UNTIL WS-IdxTabla > WS-CantTabla
               MOVE "P" TO WS-Fal-Funcion
               MOVE WS-FechaCorte TO WS-Fal-Fecha
               MOVE Tp-Cod(WS-IdxTabla) TO WS-Fal-Equipo
               CALL "FALLOSTRIB" USING WS-Fal-Funcion WS-Fallo
                                       WS-Fal-Resultado
               IF WS-Fal-Resultado IS EQUAL "X"
                   DISPLAY "FUTBOL: no se pudo cargar la tabla "
                           "de fallos"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               IF WS-Fal-Puntos > Tp-Pts(WS-IdxTabla)
                   MOVE ZERO TO Tp-Pts(WS-IdxTabla)
               ELSE
                   SUBTRACT WS-Fal-Puntos FROM Tp-Pts(WS-IdxTabla)
               END-IF
           END-PERFORM.

       2110-MarcarFallo.
           MOVE SPACES TO l-Pos-Marca
           MOVE "N" TO WS-Fal-Funcion
           MOVE WS-FechaCorte TO WS-Fal-Fecha
           MOVE Tp-Cod(WS-IdxTabla) TO WS-Fal-Equipo
           MOVE ZERO TO WS-Fal-Indice
           CALL "FALLOSTRIB" USING WS-Fal-Funcion WS-Fallo
                                   WS-Fal-Resultado
           IF WS-Fal-Resultado IS EQUAL "X"
               DISPLAY "FUTBOL: no se pudo cargar la tabla de fallos"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-Fal-Resultado IS EQUAL "S"
               MOVE "(*)" TO l-Pos-Marca
               MOVE 1 TO WS-HayNotas
           END-IF.

       2120-ImprimoNotas.
           DISPLAY Lin-Titulo-Notas
           PERFORM VARYING WS-IdxTabla FROM 1 BY 1
                      UNTIL WS-IdxTabla > WS-CantTabla
               MOVE "N" TO WS-Fal-Funcion
               MOVE WS-FechaCorte TO WS-Fal-Fecha
               MOVE Tp-Cod(WS-IdxTabla) TO WS-Fal-Equipo
               MOVE ZERO TO WS-Fal-Indice
               MOVE "S" TO WS-Fal-Resultado
               PERFORM UNTIL WS-Fal-Resultado IS NOT EQUAL "S"
                   CALL "FALLOSTRIB" USING WS-Fal-Funcion WS-Fallo
                                           WS-Fal-Resultado
                   IF WS-Fal-Resultado IS EQUAL "X"
                       DISPLAY "FUTBOL: no se pudo cargar la tabla "
                               "de fallos"
                       MOVE 8 TO RETURN-CODE
                       GOBACK
                   END-IF
                   IF WS-Fal-Resultado IS EQUAL "S"
                       MOVE Tp-Cod(WS-IdxTabla) TO ln-Equipo
                       PERFORM 2090-BuscarNombreEquipo
                       MOVE l-Pos-Nombre TO ln-Nombre
                       MOVE WS-Fal-Nota TO ln-Nota
                       DISPLAY Lin-Nota
                   END-IF
               END-PERFORM
           END-PERFORM.

       2080-CargarNombresEquipo.
                                      TO Tn-Cod(WS-CantNombres)
                               MOVE Equ-Nombre
                                      TO Tn-Nombre(WS-CantNombres)
                           ELSE
                               DISPLAY "FUTBOL: tabla de equipos llena"
                               MOVE 8 TO RETURN-CODE
                               GOBACK
                           END-IF
                   END-READ
               END-PERFORM

      ******* RUTINAS GOLEADOR DEL TORNEO ******************************

       2510-CrearGoleadores.
           OPEN OUTPUT GOLEADORES-TRABAJO
           CLOSE GOLEADORES-TRABAJO
           OPEN I-O GOLEADORES-TRABAJO
           IF WS-GoleadoresTrabajo-Status IS NOT EQUAL "00"
               DISPLAY "FUTBOL: no se pudo crear GOLEADORES-TRABAJO "
                       "- estado " WS-GoleadoresTrabajo-Status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      * el equipo que queda es el del primer registro del jugador
       2520-SumarGoleador.
           MOVE WS-Gol-Origen TO Gtr-Origen
           MOVE WS-Gol-Jugador TO Gtr-Jugador
           READ GOLEADORES-TRABAJO
               INVALID KEY
                   MOVE WS-Gol-Equipo TO Gtr-Equipo
                   MOVE WS-Gol-Goles TO Gtr-Goles
                   WRITE Gtr-Reg
               NOT INVALID KEY
                   ADD WS-Gol-Goles TO Gtr-Goles
                   REWRITE Gtr-Reg
           END-READ.

       2500-ImprimoGoleadores.
           MOVE "T" TO WS-Gol-Origen
           DISPLAY Lin-Titulo-Goleadores
           PERFORM 2530-OrdenarGoleadores.

       2530-OrdenarGoleadores.
           SORT GOLEADORES-sort DESCENDING Gso-Goles
                                ASCENDING Gso-Jugador
           INPUT PROCEDURE IS 2540-SeleccionarGoleadores
           OUTPUT PROCEDURE IS 2550-ListarGoleadores.

       2540-SeleccionarGoleadores.
           MOVE 0 TO WS-FinGoleadores
           MOVE WS-Gol-Origen TO Gtr-Origen
           MOVE LOW-VALUES TO Gtr-Jugador
           START GOLEADORES-TRABAJO KEY IS NOT LESS THAN Gtr-Clave
               INVALID KEY MOVE 1 TO WS-FinGoleadores
           END-START
           PERFORM UNTIL WS-FinGoleadores IS EQUAL 1
               READ GOLEADORES-TRABAJO NEXT RECORD
                   AT END MOVE 1 TO WS-FinGoleadores
                   NOT AT END
                       IF Gtr-Origen IS NOT EQUAL WS-Gol-Origen
                           MOVE 1 TO WS-FinGoleadores
                       ELSE
                           MOVE Gtr-Goles TO Gso-Goles
                           MOVE Gtr-Jugador TO Gso-Jugador
                           MOVE Gtr-Equipo TO Gso-Equipo
                           RELEASE Gso-Reg
                       END-IF
               END-READ
           END-PERFORM.

      * en el listado del torneo el jugador sin nombre se informa
      * como desconocido; en el de detalle sale igual
       2550-ListarGoleadores.
           MOVE 0 TO WS-FinGoleadores
           PERFORM UNTIL WS-FinGoleadores IS EQUAL 1
               RETURN GOLEADORES-sort
                   AT END MOVE 1 TO WS-FinGoleadores
                   NOT AT END PERFORM 2560-ImprimoGoleador
               END-RETURN
           END-PERFORM.

       2560-ImprimoGoleador.
           MOVE Gso-Jugador TO WS-JugBuscado
           PERFORM 095-BuscarNombreJugador
           IF WS-JugNomEncontrado IS EQUAL 1
                      OR WS-Gol-Origen IS EQUAL "D"
               MOVE Gso-Jugador TO l-Gol-Jugador
               MOVE WS-NombreJugador TO l-Gol-Nombre
               MOVE Gso-Equipo TO l-Gol-Equipo
               MOVE Gso-Goles TO l-Gol-Goles
               DISPLAY Lin-Goleador
           ELSE
               MOVE "GOLEADORES" TO WS-Origen-Desconocido
               PERFORM 097-RegistrarDesconocido
           END-IF.

      ******* MANTENIMIENTO JUGADORES / INHABILITADOS ******************

       2600-ActualizarJugadores.
           OPEN I-O JUGADORES
           IF WS-Jugadores-Status IS NOT EQUAL "00"
               DISPLAY "FUTBOL: no se pudo reabrir JUGADORES - estado "
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT INHABILITADOS
           OPEN EXTEND NOVEDADES-EXCEP
           MOVE 0 TO WS-FlagJugadores
                   MOVE SPACE TO Tt-Aplicable(WS-CantTransf)
                   MOVE SPACE TO Tt-Grabado(WS-CantTransf)
               ELSE
                   DISPLAY "FUTBOL: tabla de transferencias llena"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

           MOVE SPACES TO TrfExc-Reg
           ADD 1 TO WS-CantTransfRechazadas.

      * las transferencias se validan antes de las planillas, que
      * solo reconocen las aceptadas
       2650-ValidarTransferencias.
           OPEN INPUT JUGADORES
           IF WS-Jugadores-Status IS NOT EQUAL "00"
               DISPLAY "FUTBOL: no se pudo reabrir JUGADORES - estado "
                       WS-Jugadores-Status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 2655-ResolverTransferencias
           CLOSE JUGADORES.

       2655-ResolverTransferencias.
           PERFORM VARYING WS-IdxTransf FROM 1 BY 1
                   UNTIL WS-IdxTransf > WS-CantTransf
                   ELSE
                       PERFORM 2658-VerificarEquipoDestino
                       IF WS-NomEncontrado IS EQUAL 1
                           PERFORM 2659-VerificarListaDestino
                       ELSE
                           MOVE "EQUIPO DESTINO INEXISTENTE"
                                      TO TrfExc-Motivo
               END-IF
           END-PERFORM.

      * el club que lo recibe tiene que tenerlo en su lista vigente
       2659-VerificarListaDestino.
           MOVE Tt-Hasta(WS-IdxTransf) TO WS-Lista-Equipo
           MOVE Tt-Jug(WS-IdxTransf) TO WS-Lista-Jugador
           PERFORM 160-BuscarEnLista
           IF WS-EnLista IS EQUAL 1
               MOVE "S" TO Tt-Aplicable(WS-IdxTransf)
           ELSE
               MOVE "NO ESTA EN LISTA DEL DESTINO" TO TrfExc-Motivo
               PERFORM 2657-RegistrarTransfRechazada
           END-IF.

       2657-RegistrarTransfRechazada.
           MOVE Tt-Jug(WS-IdxTransf) TO TrfExc-Jug
           MOVE Tt-Desde(WS-IdxTransf) TO TrfExc-EquDesde
               CONTINUE
           ELSE
               OPEN OUTPUT DETALLE-EXCEP
               OPEN OUTPUT DETALLES-TRABAJO
               CLOSE DETALLES-TRABAJO
               OPEN I-O DETALLES-TRABAJO
               IF WS-DetallesTrabajo-Status IS NOT EQUAL "00"
                   DISPLAY "FUTBOL: no se pudo crear DETALLES-TRABAJO "
                           "- estado " WS-DetallesTrabajo-Status
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               OPEN INPUT JUGADORES
               PERFORM UNTIL WS-FlagDetalle IS EQUAL 1
                   READ PARTIDOS-DETALLE
                       AT END MOVE 1 TO WS-FlagDetalle
                   END-READ
               END-PERFORM
               CLOSE PARTIDOS-DETALLE
               CLOSE JUGADORES
               PERFORM 2930-ValidarSumas
               PERFORM 2950-AcumularGolDetalle
               PERFORM 2960-ImprimoGolDetalle
               CLOSE DETALLES-TRABAJO
               CLOSE DETALLE-EXCEP
           END-IF.

       2910-ValidarDetalle.
           ADD 1 TO WS-CantDetalles
           MOVE Pd-Fecha TO Dtt-Fecha
           MOVE Pd-Equipo TO Dtt-Equipo
           MOVE WS-CantDetalles TO Dtt-Secuencia
           MOVE Pd-Jugador TO Dtt-Jugador
           MOVE Pd-Goles TO Dtt-Goles
           MOVE SPACE TO Dtt-Estado
           PERFORM 2915-BuscarEnPlantel
           IF WS-PlantelHallado IS NOT EQUAL 1
               MOVE "R" TO Dtt-Estado
               MOVE SPACES TO PdExc-Reg
               MOVE Pd-Reg TO PdExc-Imagen
               MOVE "JUGADOR NO ES DEL EQUIPO" TO PdExc-Motivo
               WRITE PdExc-Reg
               ADD 1 TO WS-CantDetRechazados
           ELSE
               MOVE Pd-Fecha TO WS-Grupo-Fecha
               MOVE Pd-Equipo TO WS-Grupo-Equipo
               PERFORM 2920-BuscarResultado
               IF WS-GrupoHallado IS NOT EQUAL 1
                   MOVE "R" TO Dtt-Estado
                   MOVE SPACES TO PdExc-Reg
                   MOVE Pd-Reg TO PdExc-Imagen
                   MOVE "PARTIDO SIN RESULTADO" TO PdExc-Motivo
                   WRITE PdExc-Reg
                   ADD 1 TO WS-CantDetRechazados
               ELSE
                   PERFORM 2917-BuscarEnLista
                   IF WS-EnLista IS EQUAL 1
                              AND WS-HayPlanillas IS EQUAL 1
                       PERFORM 2918-BuscarEnPlanilla
                   END-IF
               END-IF
           END-IF
           WRITE Dtt-Reg
               INVALID KEY CONTINUE
           END-WRITE.

      * el plantel es el de JUGADORES antes de aplicar transferencias
       2915-BuscarEnPlantel.
           MOVE 0 TO WS-PlantelHallado
           IF Pd-Jugador IS NUMERIC
               MOVE Pd-Jugador TO Jug-Idx-Codigo
               READ JUGADORES
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF Jug-Idx-Equ IS EQUAL Pd-Equipo
                           MOVE 1 TO WS-PlantelHallado
                       END-IF
               END-READ
           END-IF.

      * el goleador tiene que estar en la lista vigente de su club
       2917-BuscarEnLista.
           MOVE Pd-Equipo TO WS-Lista-Equipo
           MOVE Pd-Jugador TO WS-Lista-Jugador
           PERFORM 160-BuscarEnLista
           IF WS-EnLista IS NOT EQUAL 1
               MOVE "R" TO Dtt-Estado
               MOVE SPACES TO PdExc-Reg
               MOVE Pd-Reg TO PdExc-Imagen
               MOVE "JUGADOR FUERA DE LISTA BUENA FE" TO PdExc-Motivo
               WRITE PdExc-Reg
               ADD 1 TO WS-CantDetRechazados
               ADD 1 TO WS-CantFueraLista
           END-IF.

      * con planillas, el goleador tiene que haber estado en cancha
       2918-BuscarEnPlanilla.
           MOVE SPACES TO PdExc-Reg
           MOVE Pd-Fecha TO Plw-Fecha
           MOVE Pd-Equipo TO Plw-Equipo
           MOVE Pd-Jugador TO Plw-Jugador
           READ PLANILLAS-TRABAJO
               INVALID KEY
                   MOVE "JUGADOR NO FIGURA EN PLANILLA" TO PdExc-Motivo
               NOT INVALID KEY
                   IF Plw-Estado IS EQUAL "I"
                       MOVE "JUGADOR INELEGIBLE EN PLANILLA"
                                  TO PdExc-Motivo
                   ELSE
                       IF Plw-Tipo IS EQUAL "S"
                                  AND Plw-Ingreso IS NOT EQUAL "S"
                           MOVE "SUPLENTE QUE NO INGRESO"
                                      TO PdExc-Motivo
                       END-IF
                   END-IF
           END-READ
           IF PdExc-Motivo IS NOT EQUAL SPACES
               MOVE "R" TO Dtt-Estado
               MOVE Pd-Reg TO PdExc-Imagen
               WRITE PdExc-Reg
               ADD 1 TO WS-CantDetRechazados
           END-IF.

       2920-BuscarResultado.
           MOVE 0 TO WS-GrupoHallado
               END-IF
           END-PERFORM.

      * un grupo es fecha + equipo; el archivo de trabajo los trae
      * juntos por la clave
       2930-ValidarSumas.
           MOVE LOW-VALUES TO Dtt-Clave
           PERFORM 2935-SiguienteGrupo
           PERFORM UNTIL WS-FinDetalles IS EQUAL 1
               MOVE Dtt-Fecha TO WS-Grupo-Fecha
               MOVE Dtt-Equipo TO WS-Grupo-Equipo
               PERFORM 2940-ValidarGrupo
               MOVE WS-Grupo-Fecha TO Dtt-Fecha
               MOVE WS-Grupo-Equipo TO Dtt-Equipo
               MOVE 9999999 TO Dtt-Secuencia
               PERFORM 2935-SiguienteGrupo
           END-PERFORM.

       2935-SiguienteGrupo.
           MOVE 0 TO WS-FinDetalles
           START DETALLES-TRABAJO KEY IS GREATER THAN Dtt-Clave
               INVALID KEY MOVE 1 TO WS-FinDetalles
           END-START
           IF WS-FinDetalles IS EQUAL 0
               READ DETALLES-TRABAJO NEXT RECORD
                   AT END MOVE 1 TO WS-FinDetalles
               END-READ
           END-IF.

       2940-ValidarGrupo.
           PERFORM 2920-BuscarResultado
           MOVE ZERO TO WS-SumaGrupo
           PERFORM 2945-PosicionarGrupo
           PERFORM UNTIL WS-FinGrupo IS EQUAL 1
               IF Dtt-Estado IS EQUAL SPACE
                   ADD Dtt-Goles TO WS-SumaGrupo
               END-IF
               PERFORM 2946-LeerGrupo
           END-PERFORM
           PERFORM 2945-PosicionarGrupo
           PERFORM UNTIL WS-FinGrupo IS EQUAL 1
               IF Dtt-Estado IS EQUAL SPACE
                   IF WS-SumaGrupo IS EQUAL WS-GolesPartido
                       MOVE "V" TO Dtt-Estado
                       ADD 1 TO WS-CantDetOk
                       IF WS-HayPlanillas IS EQUAL 1
                           PERFORM 3170-SumarGolPlanilla
                       END-IF
                   ELSE
                       MOVE "X" TO Dtt-Estado
                       MOVE SPACES TO PdExc-Reg
                       MOVE Dtt-Fecha TO PdExc-Imagen(1:2)
                       MOVE Dtt-Equipo TO PdExc-Imagen(3:2)
                       MOVE Dtt-Jugador TO PdExc-Imagen(5:6)
                       MOVE Dtt-Goles TO PdExc-Imagen(11:2)
                       MOVE "SUMA DIFIERE DEL RESULTADO"
                                  TO PdExc-Motivo
                       WRITE PdExc-Reg
                       ADD 1 TO WS-CantDetRechazados
                   END-IF
                   REWRITE Dtt-Reg
               END-IF
               PERFORM 2946-LeerGrupo
           END-PERFORM.

       2945-PosicionarGrupo.
           MOVE WS-Grupo-Fecha TO Dtt-Fecha
           MOVE WS-Grupo-Equipo TO Dtt-Equipo
           MOVE ZERO TO Dtt-Secuencia
           MOVE 0 TO WS-FinGrupo
           START DETALLES-TRABAJO KEY IS NOT LESS THAN Dtt-Clave
               INVALID KEY MOVE 1 TO WS-FinGrupo
           END-START
           IF WS-FinGrupo IS EQUAL 0
               PERFORM 2946-LeerGrupo
           END-IF.

       2946-LeerGrupo.
           READ DETALLES-TRABAJO NEXT RECORD
               AT END MOVE 1 TO WS-FinGrupo
           END-READ
           IF WS-FinGrupo IS EQUAL 0
               IF Dtt-Fecha IS NOT EQUAL WS-Grupo-Fecha
                          OR Dtt-Equipo IS NOT EQUAL WS-Grupo-Equipo
                   MOVE 1 TO WS-FinGrupo
               END-IF
           END-IF.

       2950-AcumularGolDetalle.
           MOVE "D" TO WS-Gol-Origen
           MOVE 0 TO WS-FinDetalles
           MOVE LOW-VALUES TO Dtt-Clave
           START DETALLES-TRABAJO KEY IS NOT LESS THAN Dtt-Clave
               INVALID KEY MOVE 1 TO WS-FinDetalles
           END-START
           PERFORM UNTIL WS-FinDetalles IS EQUAL 1
               READ DETALLES-TRABAJO NEXT RECORD
                   AT END MOVE 1 TO WS-FinDetalles
                   NOT AT END
                       IF Dtt-Estado IS EQUAL "V"
                           AND Dtt-Fecha <= WS-FechaCorte
                           MOVE Dtt-Jugador TO WS-Gol-Jugador
                           MOVE Dtt-Equipo TO WS-Gol-Equipo
                           MOVE Dtt-Goles TO WS-Gol-Goles
                           PERFORM 2520-SumarGoleador
                       END-IF
               END-READ
           END-PERFORM.

       2960-ImprimoGolDetalle.
           MOVE "D" TO WS-Gol-Origen
           MOVE WS-FechaCorte TO ltgd-Fecha
           DISPLAY Lin-Titulo-GolDetalle
           PERFORM 2530-OrdenarGoleadores.

      ******* ARBITROS Y TARJETAS POR PARTIDO ***************************

      * sin archivo de arbitros por partido la seccion no se imprime
       3000-ProcesarArbitros.
           OPEN INPUT PARTIDOS-ARBITROS
           IF WS-PartidosArbitros-Status IS NOT EQUAL "00"
               CONTINUE
           ELSE
               OPEN INPUT ARBITROS
               IF WS-Arbitros-Status IS NOT EQUAL "00"
                   DISPLAY "FUTBOL: sin maestro de arbitros - estado "
                           WS-Arbitros-Status
                   CLOSE PARTIDOS-ARBITROS
               ELSE
                   OPEN OUTPUT ARBITROS-EXCEP
                   SORT ARBITROS-sort ASCENDING Aso-Arbitro
                                      ASCENDING Aso-Fecha
                   INPUT PROCEDURE IS 3010-SeleccionarArbitros
                   OUTPUT PROCEDURE IS 3040-ListarArbitros
                   CLOSE PARTIDOS-ARBITROS
                   CLOSE ARBITROS
                   CLOSE ARBITROS-EXCEP
               END-IF
           END-IF.

       3010-SeleccionarArbitros.
           PERFORM UNTIL WS-FlagArbitros IS EQUAL 1
               READ PARTIDOS-ARBITROS
                   AT END MOVE 1 TO WS-FlagArbitros
                   NOT AT END
                       IF Pa-Fecha IS NOT NUMERIC
                                  OR Pa-Fecha <= WS-FechaCorte
                           PERFORM 3020-ValidarArbitro
                       END-IF
               END-READ
           END-PERFORM.

      * el partido tiene que estar jugado en cancha (no W.O.) y
      * tener un solo arbitro informado
       3020-ValidarArbitro.
           MOVE 1 TO WS-ArbitroValido
           MOVE SPACES TO WS-MotivoArbitro
           IF Pa-Amarillas IS NOT NUMERIC OR Pa-Rojas IS NOT NUMERIC
               MOVE 0 TO WS-ArbitroValido
               MOVE "TARJETAS INVALIDAS" TO WS-MotivoArbitro
           END-IF
           IF WS-ArbitroValido IS EQUAL 1
               MOVE 0 TO WS-ArbitroValido
               MOVE "ARBITRO INEXISTENTE" TO WS-MotivoArbitro
               IF Pa-Arbitro IS NUMERIC
                   MOVE Pa-Arbitro TO Arb-Codigo
                   READ ARBITROS
                       INVALID KEY CONTINUE
                       NOT INVALID KEY MOVE 1 TO WS-ArbitroValido
                   END-READ
               END-IF
           END-IF
           IF WS-ArbitroValido IS EQUAL 1
               PERFORM 3030-BuscarPartidoArbitro
           END-IF
           IF WS-ArbitroValido IS EQUAL 1
               MOVE Pa-Arbitro TO Aso-Arbitro
               MOVE Pa-Fecha TO Aso-Fecha
               MOVE Arb-Nombre TO Aso-Nombre
               MOVE Pa-Amarillas TO Aso-Amarillas
               MOVE Pa-Rojas TO Aso-Rojas
               RELEASE Aso-Reg
               ADD 1 TO WS-CantArbitrosOk
           ELSE
               MOVE SPACES TO PaExc-Reg
               MOVE Pa-Reg TO PaExc-Imagen
               MOVE WS-MotivoArbitro TO PaExc-Motivo
               WRITE PaExc-Reg
               ADD 1 TO WS-CantArbitrosRechazados
           END-IF.

       3030-BuscarPartidoArbitro.
           MOVE 0 TO WS-ArbitroValido
           MOVE "PARTIDO SIN RESULTADO" TO WS-MotivoArbitro
           PERFORM VARYING WS-IdxRes FROM 1 BY 1
                   UNTIL WS-IdxRes > WS-CantResultados
                   OR WS-ArbitroValido = 1
               IF Tr-Fecha(WS-IdxRes) IS EQUAL Pa-Fecha
                   AND Tr-Local(WS-IdxRes) IS EQUAL Pa-EquLocal
                   AND Tr-Visit(WS-IdxRes) IS EQUAL Pa-EquVisit
                   MOVE 1 TO WS-ArbitroValido
               END-IF
           END-PERFORM
           IF WS-ArbitroValido IS EQUAL 1
               SUBTRACT 1 FROM WS-IdxRes
               IF Tr-Estado(WS-IdxRes) IS EQUAL "L"
                          OR Tr-Estado(WS-IdxRes) IS EQUAL "V"
                   MOVE 0 TO WS-ArbitroValido
                   MOVE "PARTIDO GANADO POR W.O." TO WS-MotivoArbitro
               ELSE
                   IF Tr-ConArbitro(WS-IdxRes) IS EQUAL 1
                       MOVE 0 TO WS-ArbitroValido
                       MOVE "PARTIDO CON ARBITRO REPETIDO"
                                  TO WS-MotivoArbitro
                   ELSE
                       MOVE 1 TO Tr-ConArbitro(WS-IdxRes)
                   END-IF
               END-IF
           END-IF.

       3040-ListarArbitros.
           DISPLAY Lin-Titulo-Arbitros
           DISPLAY Lin-Columnas-Arbitros
           MOVE 0 TO WS-FinArbitros
           RETURN ARBITROS-sort
               AT END MOVE 1 TO WS-FinArbitros
           END-RETURN
           PERFORM UNTIL WS-FinArbitros IS EQUAL 1
               MOVE Aso-Arbitro TO WS-Arb-Actual
               MOVE Aso-Nombre TO WS-Arb-Nombre
               MOVE ZERO TO WS-Arb-Partidos
               MOVE ZERO TO WS-Arb-Amarillas
               MOVE ZERO TO WS-Arb-Rojas
               PERFORM UNTIL WS-FinArbitros IS EQUAL 1
                          OR Aso-Arbitro IS NOT EQUAL WS-Arb-Actual
                   ADD 1 TO WS-Arb-Partidos
                   ADD Aso-Amarillas TO WS-Arb-Amarillas
                   ADD Aso-Rojas TO WS-Arb-Rojas
                   RETURN ARBITROS-sort
                       AT END MOVE 1 TO WS-FinArbitros
                   END-RETURN
               END-PERFORM
               PERFORM 3050-ImprimoArbitro
           END-PERFORM.

       3050-ImprimoArbitro.
           MOVE WS-Arb-Actual TO l-Arb-Codigo
           MOVE WS-Arb-Nombre TO l-Arb-Nombre
           MOVE WS-Arb-Partidos TO l-Arb-Partidos
           MOVE WS-Arb-Amarillas TO l-Arb-Amarillas
           MOVE WS-Arb-Rojas TO l-Arb-Rojas
           DISPLAY Lin-Arbitro.

      ******* PLANILLAS DE PARTIDO *************************************

      * sin archivo de planillas no se exige planilla a los goleadores
       3100-ProcesarPlanillas.
           OPEN INPUT PLANILLAS
           IF WS-Planillas-Status IS NOT EQUAL "00"
               CONTINUE
           ELSE
               MOVE 1 TO WS-HayPlanillas
               OPEN OUTPUT PLANILLAS-EXCEP
               OPEN OUTPUT JUGADORES-INELEGIBLES
               OPEN OUTPUT PLANILLAS-TRABAJO
               CLOSE PLANILLAS-TRABAJO
               OPEN I-O PLANILLAS-TRABAJO
               IF WS-PlanillasTrabajo-Status IS NOT EQUAL "00"
                   DISPLAY "FUTBOL: no se pudo crear PLANILLAS-TRABAJO "
                           "- estado " WS-PlanillasTrabajo-Status
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               OPEN INPUT JUGADORES
               WRITE Ine-Reg FROM Lin-Titulo-Inelegibles
               WRITE Ine-Reg FROM Lin-Columnas-Inelegibles
               PERFORM UNTIL WS-FlagPlanillas IS EQUAL 1
                   READ PLANILLAS
                       AT END MOVE 1 TO WS-FlagPlanillas
                       NOT AT END
                           IF Pla-Fecha IS NOT NUMERIC
                                      OR Pla-Fecha <= WS-FechaCorte
                               PERFORM 3110-ValidarLineaPlanilla
                           END-IF
                   END-READ
               END-PERFORM
               MOVE WS-CantInelegibles TO li-Cant
               WRITE Ine-Reg FROM Lin-Inelegibles-Total
               CLOSE PLANILLAS
               CLOSE JUGADORES
               CLOSE PLANILLAS-EXCEP
               CLOSE JUGADORES-INELEGIBLES
               IF WS-CantInelegibles > ZERO
                   DISPLAY Lin-Inelegibles-Total
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       3110-ValidarLineaPlanilla.
           MOVE SPACES TO WS-Pla-Motivo
           EVALUATE Pla-Tipo
               WHEN "P"
                   PERFORM 3120-ValidarEncabezado
               WHEN "T"
               WHEN "S"
                   PERFORM 3115-VerificarGrupo
                   IF WS-Pla-Motivo IS EQUAL SPACES
                       PERFORM 3140-ValidarJugadorPlanilla
                   END-IF
               WHEN "C"
                   PERFORM 3115-VerificarGrupo
                   IF WS-Pla-Motivo IS EQUAL SPACES
                       PERFORM 3160-ValidarCambio
                   END-IF
               WHEN OTHER
                   MOVE "TIPO DE LINEA INVALIDO" TO WS-Pla-Motivo
           END-EVALUATE
           IF WS-Pla-Motivo IS EQUAL SPACES
               ADD 1 TO WS-CantPlanillasOk
           ELSE
               MOVE SPACES TO PlaExc-Reg
               MOVE Pla-Reg TO PlaExc-Imagen
               MOVE WS-Pla-Motivo TO PlaExc-Motivo
               WRITE PlaExc-Reg
               ADD 1 TO WS-CantPlanillasRechazadas
           END-IF.

      * las lineas T, S y C siguen a la P de su equipo y fecha
       3115-VerificarGrupo.
           IF Pla-Fecha IS NOT EQUAL WS-Pla-Fecha
                      OR Pla-Equipo IS NOT EQUAL WS-Pla-Equipo
                      OR WS-Pla-Valida IS NOT EQUAL 1
               MOVE "PLANILLA SIN ENCABEZADO VALIDO" TO WS-Pla-Motivo
           END-IF.

       3120-ValidarEncabezado.
           MOVE 0 TO WS-Pla-Valida
           MOVE Pla-Fecha TO WS-Pla-Fecha
           MOVE Pla-Equipo TO WS-Pla-Equipo
           MOVE Pla-FechaJuego TO WS-Pla-FechaJuego
           CALL "VALFECHA" USING WS-Pla-FechaJuego WS-NoFuturo
                                 WS-Fecha-Resultado
           IF WS-Fecha-Resultado IS NOT EQUAL "V"
               MOVE "DIA DE JUEGO INVALIDO" TO WS-Pla-Motivo
           ELSE
               PERFORM 3130-BuscarPartidoPlanilla
           END-IF
           IF WS-Pla-Motivo IS EQUAL SPACES
               MOVE SPACES TO Plw-Reg
               MOVE Pla-Fecha TO Plw-Fecha
               MOVE Pla-Equipo TO Plw-Equipo
               MOVE "P" TO Plw-Tipo
               MOVE "V" TO Plw-Estado
               MOVE ZERO TO Plw-Minuto
               MOVE WS-Pla-FechaJuego TO Plw-FechaJuego
               MOVE ZERO TO Plw-Goles
               WRITE Plw-Reg
                   INVALID KEY
                       MOVE "PLANILLA DUPLICADA" TO WS-Pla-Motivo
                   NOT INVALID KEY
                       MOVE 1 TO WS-Pla-Valida
               END-WRITE
           END-IF.

       3130-BuscarPartidoPlanilla.
           MOVE "PARTIDO SIN RESULTADO" TO WS-Pla-Motivo
           PERFORM VARYING WS-IdxRes FROM 1 BY 1
                   UNTIL WS-IdxRes > WS-CantResultados
                   OR WS-Pla-Motivo = SPACES
               IF Tr-Fecha(WS-IdxRes) IS EQUAL Pla-Fecha
                   AND (Tr-Local(WS-IdxRes) IS EQUAL Pla-Equipo
                        OR Tr-Visit(WS-IdxRes) IS EQUAL Pla-Equipo)
                   MOVE SPACES TO WS-Pla-Motivo
               END-IF
           END-PERFORM
           IF WS-Pla-Motivo IS EQUAL SPACES
               SUBTRACT 1 FROM WS-IdxRes
               IF Tr-Estado(WS-IdxRes) IS EQUAL "L"
                          OR Tr-Estado(WS-IdxRes) IS EQUAL "V"
                   MOVE "PARTIDO GANADO POR W.O." TO WS-Pla-Motivo
               END-IF
           END-IF.

      * el jugador tiene que ser del equipo el dia del partido y no
      * estar cumpliendo una sancion; el inelegible queda en la
      * planilla para el tribunal
       3140-ValidarJugadorPlanilla.
           MOVE Pla-Jugador TO WS-Pla-Jugador
           MOVE SPACES TO Plw-Reg
           MOVE Pla-Fecha TO Plw-Fecha
           MOVE Pla-Equipo TO Plw-Equipo
           MOVE WS-Pla-Jugador TO Plw-Jugador
           MOVE Pla-Tipo TO Plw-Tipo
           MOVE "V" TO Plw-Estado
           MOVE ZERO TO Plw-Minuto
           MOVE ZERO TO Plw-FechaJuego
           MOVE ZERO TO Plw-Goles
           IF WS-Pla-Jugador IS NOT NUMERIC
               MOVE "JUGADOR INEXISTENTE" TO WS-Pla-Motivo
           ELSE
               MOVE WS-Pla-Jugador TO Jug-Idx-Codigo
               READ JUGADORES
                   INVALID KEY
                       MOVE "JUGADOR INEXISTENTE" TO WS-Pla-Motivo
                   NOT INVALID KEY
                       PERFORM 3145-EquipoEnFecha
                       IF WS-EquipoEnFecha IS NOT EQUAL Pla-Equipo
                           MOVE "I" TO Plw-Estado
                           MOVE "NO ES DEL EQUIPO ESE DIA"
                                      TO li-Motivo
                       ELSE
                           IF Jug-Idx-Sancion IS NOT EQUAL SPACE
                               AND Jug-Idx-FechaSancion IS EQUAL
                                          WS-Pla-FechaJuego
                               MOVE "I" TO Plw-Estado
                               MOVE "INHABILITADO POR SANCION"
                                          TO li-Motivo
                           END-IF
                       END-IF
               END-READ
           END-IF
           IF WS-Pla-Motivo IS EQUAL SPACES
               WRITE Plw-Reg
                   INVALID KEY
                       MOVE "JUGADOR REPETIDO EN PLANILLA"
                                  TO WS-Pla-Motivo
                   NOT INVALID KEY
                       IF Plw-Estado IS EQUAL "I"
                           PERFORM 3150-InformarInelegible
                       END-IF
               END-WRITE
           END-IF.

      * JUGADORES tiene el equipo antes de las transferencias de la
      * corrida; la aceptada que ya regia el dia del partido lo cambia
       3145-EquipoEnFecha.
           MOVE Jug-Idx-Equ TO WS-EquipoEnFecha
           PERFORM VARYING WS-IdxTransf FROM 1 BY 1
                   UNTIL WS-IdxTransf > WS-CantTransf
               IF Tt-Aplicable(WS-IdxTransf) IS EQUAL "S"
                   AND Tt-Jug(WS-IdxTransf) IS EQUAL Jug-Idx-Codigo
                   AND Tt-Desde(WS-IdxTransf) IS EQUAL WS-EquipoEnFecha
                   AND Tt-Fecha(WS-IdxTransf) <= WS-Pla-FechaJuego
                   MOVE Tt-Hasta(WS-IdxTransf) TO WS-EquipoEnFecha
               END-IF
           END-PERFORM.

       3150-InformarInelegible.
           ADD 1 TO WS-CantInelegibles
           MOVE WS-Pla-FechaJuego TO WS-FechaJuego-Aux
           MOVE Pla-Fecha TO li-Fecha
           MOVE WS-FJ-Dia TO li-Dia
           MOVE WS-FJ-Mes TO li-Mes
           MOVE WS-FJ-Anio TO li-Anio
           MOVE Pla-Equipo TO li-Equipo
           MOVE WS-Pla-Jugador TO li-Jugador
           MOVE WS-Pla-Jugador TO WS-JugBuscado
           PERFORM 095-BuscarNombreJugador
           MOVE WS-NombreJugador TO li-Nombre
           WRITE Ine-Reg FROM Lin-Inelegible.

      * sale uno que esta en cancha, entra un suplente que no habia
      * ingresado
       3160-ValidarCambio.
           IF Pla-Minuto IS NOT NUMERIC
               MOVE "MINUTO DEL CAMBIO INVALIDO" TO WS-Pla-Motivo
           ELSE
               MOVE Pla-Fecha TO Plw-Fecha
               MOVE Pla-Equipo TO Plw-Equipo
               MOVE Pla-Entra TO Plw-Jugador
               READ PLANILLAS-TRABAJO
                   INVALID KEY
                       MOVE "ENTRA QUIEN NO ES SUPLENTE"
                                  TO WS-Pla-Motivo
                   NOT INVALID KEY
                       IF Plw-Tipo IS NOT EQUAL "S"
                                  OR Plw-Ingreso IS EQUAL "S"
                           MOVE "ENTRA QUIEN NO ES SUPLENTE"
                                      TO WS-Pla-Motivo
                       END-IF
               END-READ
           END-IF
           IF WS-Pla-Motivo IS EQUAL SPACES
               MOVE Pla-Sale TO Plw-Jugador
               READ PLANILLAS-TRABAJO
                   INVALID KEY
                       MOVE "SALE QUIEN NO ESTA EN CANCHA"
                                  TO WS-Pla-Motivo
                   NOT INVALID KEY
                       IF Plw-Salio IS EQUAL "S"
                          OR (Plw-Tipo IS EQUAL "S"
                              AND Plw-Ingreso IS NOT EQUAL "S")
                           MOVE "SALE QUIEN NO ESTA EN CANCHA"
                                      TO WS-Pla-Motivo
                       ELSE
                           MOVE "S" TO Plw-Salio
                           REWRITE Plw-Reg
                       END-IF
               END-READ
           END-IF
           IF WS-Pla-Motivo IS EQUAL SPACES
               MOVE Pla-Entra TO Plw-Jugador
               READ PLANILLAS-TRABAJO
                   INVALID KEY CONTINUE
               END-READ
               MOVE "S" TO Plw-Ingreso
               MOVE Pla-Minuto TO Plw-Minuto
               REWRITE Plw-Reg
           END-IF.

       3170-SumarGolPlanilla.
           MOVE Dtt-Fecha TO Plw-Fecha
           MOVE Dtt-Equipo TO Plw-Equipo
           MOVE Dtt-Jugador TO Plw-Jugador
           READ PLANILLAS-TRABAJO
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   ADD Dtt-Goles TO Plw-Goles
                   REWRITE Plw-Reg
           END-READ.

       3180-ImprimoApariciones.
           IF WS-HayPlanillas IS EQUAL 1
               OPEN OUTPUT APARICIONES
               WRITE Apa-Reg FROM Lin-Titulo-Apariciones
               SORT APARICIONES-sort ASCENDING Aps-Equipo
                                     ASCENDING Aps-Jugador
                                     ASCENDING Aps-Fecha
               INPUT PROCEDURE IS 3185-SeleccionarApariciones
               OUTPUT PROCEDURE IS 3190-ListarApariciones
               CLOSE APARICIONES
               CLOSE PLANILLAS-TRABAJO
           END-IF.

      * aparece el titular y el suplente que ingreso, si es elegible
       3185-SeleccionarApariciones.
           MOVE 0 TO WS-FinApariciones
           MOVE LOW-VALUES TO Plw-Clave
           START PLANILLAS-TRABAJO KEY IS NOT LESS THAN Plw-Clave
               INVALID KEY MOVE 1 TO WS-FinApariciones
           END-START
           PERFORM UNTIL WS-FinApariciones IS EQUAL 1
               READ PLANILLAS-TRABAJO NEXT RECORD
                   AT END MOVE 1 TO WS-FinApariciones
                   NOT AT END
                       IF Plw-Estado IS EQUAL "V"
                          AND (Plw-Tipo IS EQUAL "T"
                               OR Plw-Ingreso IS EQUAL "S")
                           MOVE Plw-Equipo TO Aps-Equipo
                           MOVE Plw-Jugador TO Aps-Jugador
                           MOVE Plw-Fecha TO Aps-Fecha
                           MOVE Plw-Tipo TO Aps-Tipo
                           MOVE Plw-Minuto TO Aps-Minuto
                           MOVE Plw-Goles TO Aps-Goles
                           RELEASE Aps-Reg
                       END-IF
               END-READ
           END-PERFORM.

       3190-ListarApariciones.
           MOVE 0 TO WS-FinApariciones
           RETURN APARICIONES-sort
               AT END MOVE 1 TO WS-FinApariciones
           END-RETURN
           PERFORM UNTIL WS-FinApariciones IS EQUAL 1
               MOVE Aps-Equipo TO WS-Apa-Equipo
               MOVE Aps-Jugador TO WS-Apa-Jugador
               MOVE ZERO TO WS-Apa-Partidos
               MOVE ZERO TO WS-Apa-Titular
               MOVE ZERO TO WS-Apa-Ingresos
               MOVE ZERO TO WS-Apa-Goles
               MOVE Aps-Jugador TO la-Jugador
               MOVE Aps-Jugador TO WS-JugBuscado
               PERFORM 095-BuscarNombreJugador
               MOVE WS-NombreJugador TO la-Nombre
               MOVE Aps-Equipo TO la-Equipo
               WRITE Apa-Reg FROM Lin-Apa-Jugador
               PERFORM UNTIL WS-FinApariciones IS EQUAL 1
                          OR Aps-Equipo IS NOT EQUAL WS-Apa-Equipo
                          OR Aps-Jugador IS NOT EQUAL WS-Apa-Jugador
                   PERFORM 3195-ImprimoAparicion
                   RETURN APARICIONES-sort
                       AT END MOVE 1 TO WS-FinApariciones
                   END-RETURN
               END-PERFORM
               MOVE WS-Apa-Partidos TO la-Partidos
               MOVE WS-Apa-Titular TO la-Titular
               MOVE WS-Apa-Ingresos TO la-Ingresos
               MOVE WS-Apa-Goles TO la-TotGoles
               WRITE Apa-Reg FROM Lin-Apa-Total
           END-PERFORM.

       3195-ImprimoAparicion.
           ADD 1 TO WS-Apa-Partidos
           ADD Aps-Goles TO WS-Apa-Goles
           MOVE Aps-Fecha TO la-Fecha
           IF Aps-Tipo IS EQUAL "T"
               ADD 1 TO WS-Apa-Titular
               MOVE "TITULAR" TO la-Rol
               MOVE ZERO TO la-Minuto
           ELSE
               ADD 1 TO WS-Apa-Ingresos
               MOVE "INGRESO" TO la-Rol
               MOVE Aps-Minuto TO la-Minuto
           END-IF
           MOVE Aps-Goles TO la-Goles
           WRITE Apa-Reg FROM Lin-Apa-Partido.

       2800-GrabarStats.
           OPEN OUTPUT STATS-RUN
           IF WS-Stats-Status IS NOT EQUAL "00"
               MOVE "TRANSF-RECHAZADAS" TO Sta-Contador
               MOVE WS-CantTransfRechazadas TO Sta-Valor
               PERFORM 2810-GrabarStat
               MOVE "GOLES-FUERA-LISTA" TO Sta-Contador
               MOVE WS-CantFueraLista TO Sta-Valor
               PERFORM 2810-GrabarStat
               MOVE "DIFERENCIAS-GOLES" TO Sta-Contador
               MOVE WS-CantDiferencias TO Sta-Valor
               PERFORM 2810-GrabarStat
               MOVE "DETALLES-GOL-RECHAZADOS" TO Sta-Contador
               MOVE WS-CantDetRechazados TO Sta-Valor
               PERFORM 2810-GrabarStat
               MOVE "ARBITROS-OK" TO Sta-Contador
               MOVE WS-CantArbitrosOk TO Sta-Valor
               PERFORM 2810-GrabarStat
               MOVE "ARBITROS-RECHAZADOS" TO Sta-Contador
               MOVE WS-CantArbitrosRechazados TO Sta-Valor
               PERFORM 2810-GrabarStat
               MOVE "PLANILLAS-OK" TO Sta-Contador
               MOVE WS-CantPlanillasOk TO Sta-Valor
               PERFORM 2810-GrabarStat
               MOVE "PLANILLAS-RECHAZADAS" TO Sta-Contador
               MOVE WS-CantPlanillasRechazadas TO Sta-Valor
               PERFORM 2810-GrabarStat
               MOVE "JUGADORES-INELEGIBLES" TO Sta-Contador
               MOVE WS-CantInelegibles TO Sta-Valor
               PERFORM 2810-GrabarStat
               CLOSE STATS-RUN
           END-IF.

