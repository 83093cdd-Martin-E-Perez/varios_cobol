           ORGANIZATION is line sequential
           FILE STATUS is WS-Tranlog-Status.

           SELECT XREF-POR-DNI ASSIGN TO DYNAMIC
           WS-Path-Xref-Dni
           ORGANIZATION is INDEXED
           ACCESS MODE is RANDOM
           RECORD KEY is Xrd-Dni
           FILE STATUS is WS-Xref-Status.

           SELECT INASIST-TRABAJO ASSIGN TO DYNAMIC
           WS-Path-Inasist-Trabajo
           ORGANIZATION is INDEXED
           ACCESS MODE is RANDOM
           RECORD KEY is Iat-Dni
           FILE STATUS is WS-InasistTrabajo-Status.

           SELECT INASISTENCIAS ASSIGN TO DYNAMIC
           WS-Path-Inasistencias
           ORGANIZATION is line sequential
           ORGANIZATION is line sequential
           FILE STATUS is WS-Stats-Status.

           SELECT MATERIAS-ADEUDADAS ASSIGN TO DYNAMIC
           WS-Path-Adeudadas
           ORGANIZATION is INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY is Mad-Clave
           FILE STATUS is WS-Adeudadas-Status.

      ******************************************************************
       DATA DIVISION.
        FILE SECTION.
       01  Alu-Reg.
           03 Alu-Dni pic x(8).
           03 Alu-Nombre pic x(40).
           03 Alu-Anio pic 9.
           03 Alu-Div pic x.

       SD  ALUMNOS-sort.
       01  Alu-Sort-Reg.
           03 Pro-Prom2 pic z9,99.
           03 filler pic x(2) value spaces.
           03 Pro-Materias pic x(80).
           03 filler pic x(2) value spaces.
           03 Pro-Adeudadas pic 99.
           03 filler pic x(2) value spaces.
           03 Pro-Marca pic x(14).

       FD  CURSOS-PROXIMO.
       01  CurProx-Reg.
           03 Mst-Nombre pic x(16).
           03 Mst-Institucion pic x.

      * Mad-Estado: D la adeuda, A aprobada en mesa de previas
       FD  MATERIAS-ADEUDADAS.
       01  Mad-Reg.
           03 Mad-Clave.
               05 Mad-Dni pic 9(8).
               05 Mad-Anio pic 9.
               05 Mad-Materia pic x(4).
           03 Mad-Nombre pic x(16).
           03 Mad-Ciclo pic 9(4).
           03 Mad-Estado pic x.
           03 Mad-FechaAprob pic 9(8).
           03 Mad-NotaAprob pic 99v99.
           03 Mad-Intentos pic 99.
           03 Mad-FechaUltima pic 9(8).
           03 Mad-NotaUltima pic 99v99.

       FD  STATS-RUN.
       01  Sta-Reg.
           03 Sta-Programa pic x(12).
           03 Ina-Fecha pic 9(8).
           03 Ina-Tipo pic x.

       FD  XREF-POR-DNI.
       01  Xrd-Reg.
           03 Xrd-Dni pic x(8).
           03 Xrd-Legajo pic x(6).

      * total de inasistencias de la corrida por alumno
       FD  INASIST-TRABAJO.
       01  Iat-Reg.
           03 Iat-Dni pic 9(8).
           03 Iat-Total pic 999v9.

       FD  TRANLOG-INSTITUTO2.
       01  Log-Reg.
           "D:\cobol\COBOL 32 - PARCIAL\instituto2-checkpoint.txt".
       01  WS-Path-Tranlog pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\instituto2-tranlog.txt".
       01  WS-Path-Xref-Dni pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\xref-dni-idx.dat".
       01  WS-Path-Inasist-Trabajo pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\instituto2-inasist-idx.dat".
       01  WS-Path-Inasistencias pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\inasistencias.txt".
       01  WS-Path-Ministerio pic x(100) value
       01  WS-Path-Stats pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\instituto2-stats.txt".
       01  WS-Stats-Status pic xx.
       01  WS-Path-Adeudadas pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\materias-adeudadas-idx.dat".
       01  WS-Adeudadas-Status pic xx.
       01  WS-Path-Override pic x(100).

       01  WS-Param-Clave pic x(30).
       01  WS-Tranlog-Status pic xx.
       01  WS-Xref-Status pic xx.
       01  WS-Inasistencias-Status pic xx.
       01  WS-InasistTrabajo-Status pic xx.
       01  WS-Promocion-Status pic xx.
       01  WS-Ministerio-Status pic xx.
       01  WS-PromediosCsv-Status pic xx.
       01  WS-Fecha-Resultado pic x.
       01  WS-NoFuturo pic x value space.
       01  WS-CantFechasInvalidas pic 9(5) value zero.

       01  WS-Escuela-Param pic x(8) value spaces.
       01  WS-Periodo-Param pic x(6) value spaces.
       01  Lin-FechasInv.
           03 filler pic x(30) value "Inasistencias fecha invalida:".
           03 lpro-FechasInv pic zzzz9.

       01  WS-InasistMax-Param pic x(3).
       01  WS-InasistMax pic 9(3) value 15.
       01  WS-FlagInasistencias pic 9 value zero.
       01  WS-InaTotal pic 999v9.

       01  WS-HayXref pic 9 value zero.
       01  WS-HayAdeudadas pic 9 value zero.
       01  WS-FlagAdeudadas pic 9.
       01  WS-CantAdeudadas pic 99.
       01  WS-TotalPrevias pic 9(3).
       01  WS-CantExcedePrevias pic 9(5) value zero.
       01  Lin-Promo3.
           03 filler pic x(30) value "Promovidos exceden previas:".
           03 lpro-ExcedePrevias pic zzzz9.
       01  WS-Legajo-Aux pic x(6).

       01  WS-PrimerGrupo pic 9 value 1.
           MOVE WS-Param-Clave TO lpar-Clave
           MOVE WS-Param-Valor(1:20) TO lpar-Valor
           MOVE WS-Param-Origen TO lpar-Origen
           DISPLAY Lin-Param
           IF WS-Param-Origen IS EQUAL "X"
               DISPLAY "INSTITUTO2: no se pudieron cargar los "
                       "parametros"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       055-CargarMaterias.
           OPEN INPUT MATERIAS-MAESTRO
                       AT END MOVE 1 TO WS-FlagMatMaestro
                       NOT AT END
                           IF Mst-Institucion IS EQUAL "2"
                               PERFORM 056-GuardarMateria
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 5 TO WS-CantMatCargadas
           END-IF.

       056-GuardarMateria.
           IF WS-CantMatCargadas < 50
               ADD 1 TO WS-CantMatCargadas
               MOVE Mst-Codigo TO TMat-Cod(WS-CantMatCargadas)
               MOVE Mst-Nombre TO TMat-Nombre(WS-CantMatCargadas)
           ELSE
               DISPLAY "INSTITUTO2: tabla de materias llena - materia "
                       Mst-Codigo
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       060-LeerRutas.
           ACCEPT WS-Path-Override
                          FROM ENVIRONMENT "INSTITUTO2-NOTAS-PATH"
               MOVE WS-Path-Override TO WS-Path-Tranlog
           END-IF
           ACCEPT WS-Path-Override
                        FROM ENVIRONMENT "INSTITUTO2-XREF-DNI-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Xref-Dni
           END-IF
           ACCEPT WS-Path-Override
                   FROM ENVIRONMENT "INSTITUTO2-INASIST-TRABAJO-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Inasist-Trabajo
           END-IF
           ACCEPT WS-Path-Override
                   FROM ENVIRONMENT "INSTITUTO2-INASISTENCIAS-PATH"
                      FROM ENVIRONMENT "INSTITUTO2-STATS-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Stats
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "INSTITUTO2-ADEUDADAS-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Adeudadas
           END-IF.

       070-LeerCheckpoint.
           OPEN OUTPUT CURSOS-EXCEP.

       105-CargarInasistencias.
           OPEN OUTPUT INASIST-TRABAJO
           CLOSE INASIST-TRABAJO
           OPEN I-O INASIST-TRABAJO
           IF WS-InasistTrabajo-Status IS NOT EQUAL "00"
               DISPLAY "INSTITUTO2: no se pudo crear INASIST-TRABAJO "
                       "- estado " WS-InasistTrabajo-Status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT INASISTENCIAS
           IF WS-Inasistencias-Status IS EQUAL "00"
               PERFORM UNTIL WS-FlagInasistencias IS EQUAL 1
           IF WS-Fecha-Resultado IS NOT EQUAL "V"
               ADD 1 TO WS-CantFechasInvalidas
           ELSE
               MOVE Ina-Dni TO Iat-Dni
               READ INASIST-TRABAJO
                   INVALID KEY
                       MOVE ZERO TO Iat-Total
               END-READ
               IF Ina-Tipo IS EQUAL "M"
                   ADD 0,5 TO Iat-Total
               ELSE
                   ADD 1 TO Iat-Total
               END-IF
               IF WS-InasistTrabajo-Status IS EQUAL "00"
                   REWRITE Iat-Reg
               ELSE
                   WRITE Iat-Reg
               END-IF
           END-IF.

       107-BuscarInasistencias.
           MOVE ZERO TO WS-InaTotal
           MOVE WS-AuxDNI TO Iat-Dni
           READ INASIST-TRABAJO
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE Iat-Total TO WS-InaTotal
           END-READ.

       110-InicioNotas.
           OPEN INPUT NOTAS
                       "- estado " WS-Promocion-Status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT MATERIAS-ADEUDADAS
           IF WS-Adeudadas-Status IS EQUAL "00"
               MOVE 1 TO WS-HayAdeudadas
           END-IF.


       120-InicioAlumnos.
           PERFORM 130-AbrirXref
           IF WS-Checkpoint-Resume > ZERO
               OPEN EXTEND PROMEDIOS-CSV
               IF WS-PromediosCsv-Status IS EQUAL "35"
               MOVE ZERO TO WS-Promedio
           END-IF.

      * el promovido que entre las aplazadas del anio y las previas
      * que arrastra de anios anteriores pasa el maximo queda marcado
       910-GrabarPromocion.
           PERFORM 915-ContarAdeudadas
           MOVE SPACES TO Pro-Reg
           MOVE WS-AuxDNI TO Pro-Dni
           MOVE WS-AuxAnio TO Pro-Anio
               AND WS-CantAplazos <= WS-MaxPrevias
               MOVE "PROMOVIDO" TO Pro-Estado
               ADD 1 TO WS-CantPromovidos
               COMPUTE WS-TotalPrevias = WS-CantAplazos
                                       + WS-CantAdeudadas
               IF WS-TotalPrevias > WS-MaxPrevias
                   MOVE "EXCEDE PREVIAS" TO Pro-Marca
                   ADD 1 TO WS-CantExcedePrevias
               END-IF
               IF WS-AuxAnio < 5
                   COMPUTE WS-ProxAnio = WS-AuxAnio + 1
                   PERFORM 920-MarcarCursoProximo
           MOVE WS-Prom1 TO Pro-Prom1
           MOVE WS-Prom2 TO Pro-Prom2
           MOVE WS-MateriasAplazadas TO Pro-Materias
           MOVE WS-CantAdeudadas TO Pro-Adeudadas
           WRITE Pro-Reg.

      * previas de anios anteriores todavia no aprobadas en mesa
       915-ContarAdeudadas.
           MOVE ZERO TO WS-CantAdeudadas
           IF WS-HayAdeudadas IS EQUAL 1
               MOVE 0 TO WS-FlagAdeudadas
               MOVE WS-AuxDNI TO Mad-Dni
               MOVE ZERO TO Mad-Anio
               MOVE LOW-VALUES TO Mad-Materia
               START MATERIAS-ADEUDADAS KEY IS NOT LESS Mad-Clave
                   INVALID KEY MOVE 1 TO WS-FlagAdeudadas
               END-START
               PERFORM UNTIL WS-FlagAdeudadas IS EQUAL 1
                   READ MATERIAS-ADEUDADAS NEXT
                       AT END MOVE 1 TO WS-FlagAdeudadas
                       NOT AT END
                           IF Mad-Dni IS NOT EQUAL WS-AuxDNI
                               MOVE 1 TO WS-FlagAdeudadas
                           ELSE
                               IF Mad-Estado IS EQUAL "D"
                                   AND Mad-Anio < WS-AuxAnio
                                   ADD 1 TO WS-CantAdeudadas
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       920-MarcarCursoProximo.
           MOVE 0 TO WS-DivEncontrado
           PERFORM VARYING WS-IdxProxD FROM 1 BY 1
           MOVE WS-CantPromovidos TO lpro-Promovidos
           MOVE WS-CantRepitentes TO lpro-Repitentes
           MOVE WS-CantFechasInvalidas TO lpro-FechasInv
           MOVE WS-CantNotasOtroCuatri TO lpro-OtroCuatri
           DISPLAY Lin-Promo1
           DISPLAY Lin-Promo2
           IF WS-HayAdeudadas IS EQUAL 1
               MOVE WS-CantExcedePrevias TO lpro-ExcedePrevias
               DISPLAY Lin-Promo3
               CLOSE MATERIAS-ADEUDADAS
           END-IF
           DISPLAY Lin-FechasInv
           IF WS-Cuatri-Param IS NOT EQUAL SPACE
               DISPLAY Lin-OtroCuatri
           END-IF
           CLOSE CURSOS
           CLOSE CURSOS-EXCEP
           CLOSE PROMOCION
           CLOSE INASIST-TRABAJO
           CLOSE CHECKPOINT-INSTITUTO2
           CLOSE TRANLOG-INSTITUTO2.

           MOVE WS-Periodo-Param TO Min-Cab-Periodo
           WRITE Min-Reg.

       130-AbrirXref.
           OPEN INPUT XREF-POR-DNI
           IF WS-Xref-Status IS EQUAL "00"
               MOVE 1 TO WS-HayXref
           END-IF.

       140-BuscarLegajo.
           MOVE SPACES TO WS-Legajo-Aux
           IF WS-HayXref IS EQUAL 1
               MOVE Alu-Sort-Dni TO Xrd-Dni
               READ XREF-POR-DNI
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE Xrd-Legajo TO WS-Legajo-Aux
               END-READ
           END-IF.

       1000-LeerSort.
           END-IF
           PERFORM 1450-GrabarStats
           CLOSE PROMEDIOS-CSV
           IF WS-HayXref IS EQUAL 1
               CLOSE XREF-POR-DNI
           END-IF
           CLOSE CHECKPOINT-INSTITUTO2.

       1450-GrabarStats.
               MOVE "FECHAS-INVALIDAS" TO Sta-Contador
               MOVE WS-CantFechasInvalidas TO Sta-Valor
               PERFORM 1460-GrabarStat
               MOVE "MINISTERIO-DETALLES" TO Sta-Contador
               MOVE WS-CantMinisterio TO Sta-Valor
               PERFORM 1460-GrabarStat
               MOVE "NOTAS-OTRO-CUATRIMESTRE" TO Sta-Contador
               MOVE WS-CantNotasOtroCuatri TO Sta-Valor
               PERFORM 1460-GrabarStat
               MOVE "EXCEDEN-PREVIAS" TO Sta-Contador
               MOVE WS-CantExcedePrevias TO Sta-Valor
               PERFORM 1460-GrabarStat
               CLOSE STATS-RUN
           END-IF.

