           ORGANIZATION is line sequential
           FILE STATUS is WS-Docentes-Status.

           SELECT MESAS-TURNO ASSIGN TO DYNAMIC
           WS-Path-Mesas-Turno
           ORGANIZATION is INDEXED
           ACCESS MODE is RANDOM
           RECORD KEY is Mtu-Clave
           FILE STATUS is WS-MesasTurno-Status.

           SELECT ALUMNOS ASSIGN TO DYNAMIC
           WS-Path-Alumnos
           ORGANIZATION is INDEXED
           ACCESS MODE is RANDOM
           RECORD KEY is Alu-Codigo
           FILE STATUS is WS-Alumnos-Status.

           SELECT DETALLE-EXAMENES ASSIGN TO DYNAMIC
           WS-Path-Detalle-Examenes
           ORGANIZATION is INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY is Det-Clave
           FILE STATUS is WS-DetalleExamenes-Status.

           SELECT PLAN-ESTUDIOS ASSIGN TO DYNAMIC
           WS-Path-Plan
           ORGANIZATION is line sequential
           FILE STATUS is WS-Plan-Status.

           SELECT CORRELAT-EXCEP ASSIGN TO DYNAMIC
           WS-Path-Correlat-Excep
           ORGANIZATION is line sequential
           FILE STATUS is WS-CorrelatExcep-Status.

           SELECT ACTAS-RETENIDAS ASSIGN TO DYNAMIC
           WS-Path-Retenidas
           ORGANIZATION is line sequential
           FILE STATUS is WS-Retenidas-Status.

           SELECT ACTAS-LIBERADAS ASSIGN TO DYNAMIC
           WS-Path-Liberadas
           ORGANIZATION is line sequential
           FILE STATUS is WS-Liberadas-Status.

           SELECT LOTE-TRABAJO ASSIGN TO DYNAMIC
           WS-Path-Lote-Trabajo
           ORGANIZATION is line sequential
           FILE STATUS is WS-LoteTrabajo-Status.

      ******************************************************************
       DATA DIVISION.
        FILE SECTION.
           03 Act2-Tiporeg pic x.
           03 Act2-Alumno pic 9(6).
           03 Act2-Nota pic 9(2).
       01  Act3-Reg.
           03 Act3-Tiporeg pic x.
           03 Act3-Acta pic 9(6).
           03 Act3-Alumno pic 9(6).
           03 Act3-Materia pic x(3).
           03 Act3-Nota pic 9(2).
           03 Act3-Motivo pic x(2).
           03 Act3-Docente pic 9(4).

       FD  ACTAS-LIMPIAS.
       01  Lim-Reg pic x(26).
           03 Doc-Codigo pic 9(4).
           03 Doc-Nombre pic x(30).

       FD  MESAS-TURNO.
       01  Mtu-Reg.
           03 Mtu-Clave.
               05 Mtu-Acta pic 9(6).
               05 Mtu-Legajo pic x(6).
           03 Mtu-Fecha pic 9(8).
           03 Mtu-Materia pic x(3).
           03 Mtu-FechaTurno pic 9(8).
           03 Mtu-Docente1 pic 9(4).
           03 Mtu-Docente2 pic 9(4).
           03 Mtu-Docente3 pic 9(4).

       FD  ALUMNOS.
       01  Alu-Reg.
           03 Alu-Codigo pic x(6).
           03 Alu-Nombre pic x(20).
           03 Alu-Curso pic 9.
           03 Alu-Div pic x.

       FD  DETALLE-EXAMENES.
       01  Det-Reg.
           03 Det-Clave.
               05 Det-Legajo pic x(6).
               05 Det-Materia pic x(3).
               05 Det-Acta pic 9(6).
           03 Det-Fecha pic 9(8).
           03 Det-Nota pic 9(2).

       FD  PLAN-ESTUDIOS.
       01  Pln-Reg.
           03 Pln-Materia pic x(3).
           03 Pln-Curso pic 9.
           03 Pln-Correlativa pic x(3) OCCURS 4 TIMES.

       FD  CORRELAT-EXCEP.
       01  Cor-Reg.
           03 Cor-Imagen pic x(26).
           03 filler pic x(2) value spaces.
           03 Cor-Acta pic 9(6).
           03 filler pic x(2) value spaces.
           03 Cor-Materia pic x(3).
           03 filler pic x(2) value spaces.
           03 Cor-Correlativa pic x(3).
           03 filler pic x(2) value spaces.
           03 Cor-Motivo pic x(30).

      * examen retenido por deuda de cuotas: se guarda con la cabecera
      * del acta para poder emitirlo solo cuando se libere
       FD  ACTAS-RETENIDAS.
       01  Ret-Reg.
           03 Ret-Cabecera pic x(26).
           03 Ret-Detalle pic x(26).
           03 filler pic x(2) value spaces.
           03 Ret-Cuenta pic x(8).
           03 filler pic x(2) value spaces.
           03 Ret-Dias pic 9(3).
           03 filler pic x(2) value spaces.
           03 Ret-Fecha pic 9(8).

       FD  ACTAS-LIBERADAS.
       01  Lib-Reg.
           03 Lib-Cabecera pic x(26).
           03 Lib-Detalle pic x(26).
           03 filler pic x(25).

      * registros del lote en curso hasta saber si el lote se acepta;
      * Ltr-Marca 1 = detalle retenido por cuotas
       FD  LOTE-TRABAJO.
       01  Ltr-Reg.
           03 Ltr-Imagen pic x(26).
           03 Ltr-Marca pic 9.
           03 Ltr-Cuenta pic x(8).
           03 Ltr-Dias pic 9(3).

       WORKING-STORAGE SECTION.

       01  WS-Path-Actas pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\actas-control.txt".
       01  WS-Path-Docentes pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\docentes.txt".
       01  WS-Path-Mesas-Turno pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\mesas-turno-idx.dat".
       01  WS-Path-Alumnos pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\alumnos1-idx.dat".
       01  WS-Path-Detalle-Examenes pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\detalle-examenes-idx.dat".
       01  WS-Path-Plan pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\plan-estudios.txt".
       01  WS-Path-Correlat-Excep pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\actas-correlatividad.txt".
       01  WS-Path-Retenidas pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\actas-retenidas.txt".
       01  WS-Path-Liberadas pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\actas-liberadas.txt".
       01  WS-Path-Lote-Trabajo pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\editactas1-lote.txt".
       01  WS-Path-Override pic x(100).

       01  WS-Param-Clave pic x(30).
       01  WS-Param-Valor pic x(100).
       01  WS-Param-Origen pic x.
       01  Lin-Param.
           03 filler pic x(10) value "PARAMETRO ".
           03 lpar-Clave pic x(30).
           03 lpar-Valor pic x(20).
           03 filler pic x(9) value " ORIGEN: ".
           03 lpar-Origen pic x.

       01  WS-Actas-Status pic xx.
       01  WS-Limpias-Status pic xx.
       01  WS-Rechazadas-Status pic xx.
       01  WS-Control-Status pic xx.
       01  WS-Docentes-Status pic xx.
       01  WS-MesasTurno-Status pic xx.
       01  WS-Alumnos-Status pic xx.
       01  WS-DetalleExamenes-Status pic xx.
       01  WS-Plan-Status pic xx.
       01  WS-CorrelatExcep-Status pic xx.
       01  WS-Retenidas-Status pic xx.
       01  WS-Liberadas-Status pic xx.
       01  WS-LoteTrabajo-Status pic xx.

      * alumno moroso en cuotas: el detalle queda retenido fuera de
      * ACTAS-LIMPIAS hasta que CUOTASLIB lo libere
       01  WS-Ctas-Cuenta pic x(8).
       01  WS-Ctas-CuentaLedger pic x(8).
       01  WS-Ctas-Dias pic 9(3).
       01  WS-Ctas-Resultado pic x.
       01  WS-RunFecha pic 9(8).
       01  WS-FlagLiberadas pic 9 value zero.
       01  WS-RetenidosLote pic 9(7).
       01  WS-CantRetenidos pic 9(5) value zero.
       01  WS-CantLiberados pic 9(5) value zero.
       01  WS-Cab-Liberada.
           03 filler pic x(18).
           03 WS-CabLib-CantDet pic 9(3).
           03 filler pic x(5).

      * control de correlatividades: hace falta el plan, el maestro de
      * alumnos y el repositorio de examenes; si falta alguno no se
      * controla
       01  WS-HayCorrelat pic 9 value zero.
       01  WS-FlagPlan pic 9 value zero.
       01  WS-CantPlan pic 9(3) value zero.
       01  Tabla-Plan.
           03 Tabla-Pln OCCURS 300 TIMES.
               05 TPl-Materia pic x(3).
               05 TPl-Curso pic 9.
               05 TPl-Correlativa pic x(3) OCCURS 4 TIMES.
       01  Idx-Plan pic 9(3).
       01  Idx-Correl pic 9.
       01  WS-PlanHallado pic 9.
       01  WS-CorrelCumplida pic 9.
       01  WS-CorrelAprobada pic 9.
       01  WS-FinDetalle pic 9.
       01  WS-Legajo-Buscado pic x(6).
       01  WS-Nota-Aprobacion pic 9(2) value 4.
       01  WS-NotaAprob-Param pic x(2).
       01  WS-Materia-Lote pic x(3).
       01  WS-Fecha-Lote pic 9(8).
       01  WS-CantCorrelNoCumplida pic 9(5) value zero.

       01  WS-HayMesasTurno pic 9 value zero.
       01  WS-ActaDeTurno pic 9 value zero.
       01  WS-Acta-Lote pic 9(6) value zero.

       01  WS-FlagActas pic 9 value zero.

       01  WS-CantDetDeclarada pic 9(3).
       01  WS-CantDetLeida pic 9(3).

       01  WS-CantBuffer pic 9(7) value zero.
       01  WS-Cabecera-Lote pic x(26).
       01  WS-FinLote pic 9.

       01  WS-FlagDocentes pic 9 value zero.
       01  WS-HayDocentes pic 9 value zero.
               05 TDoc-Codigo pic 9(4).
       01  Idx-Doc pic 9(3).
       01  WS-DocenteHallado pic 9.
       01  WS-DocenteBuscado pic 9(4).

       01  WS-Fecha-Valida pic 9.
       01  WS-Fecha-Resultado pic x.
       01  WS-CantDetallesTotal pic 9(7) value zero.
       01  WS-CantDetallesAceptados pic 9(7) value zero.
       01  WS-CantDetallesRechazados pic 9(7) value zero.
       01  WS-CantRectifAceptadas pic 9(5) value zero.
       01  WS-CantRectifRechazadas pic 9(5) value zero.

       01  Lin-Control1.
           03 filler pic x(30) value "Lotes leidos:".
       01  Lin-Control6.
           03 filler pic x(30) value "Detalles rechazados:".
           03 lc-DetallesRechazados pic zzzzzz9.
       01  Lin-Control7.
           03 filler pic x(30) value "Rectificaciones aceptadas:".
           03 lc-RectifAceptadas pic zzzz9.
       01  Lin-Control8.
           03 filler pic x(30) value "Rectificaciones rechazadas:".
           03 lc-RectifRechazadas pic zzzz9.
       01  Lin-Control9.
           03 filler pic x(30) value "Correlatividad no cumplida:".
           03 lc-CorrelNoCumplida pic zzzz9.
       01  Lin-Control10.
           03 filler pic x(30) value "Examenes retenidos por cuotas:".
           03 lc-Retenidos pic zzzz9.
       01  Lin-Control11.
           03 filler pic x(30) value "Examenes liberados:".
           03 lc-Liberados pic zzzz9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Docentes
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "EDITACTAS1-MESAS-TURNO-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Mesas-Turno
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "EDITACTAS1-ALUMNOS-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Alumnos
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "EDITACTAS1-DETALLE-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Detalle-Examenes
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "EDITACTAS1-PLAN-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Plan
           END-IF
           ACCEPT WS-Path-Override
                  FROM ENVIRONMENT "EDITACTAS1-CORRELAT-EXCEP-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Correlat-Excep
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "EDITACTAS1-RETENIDAS-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Retenidas
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "EDITACTAS1-LIBERADAS-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Liberadas
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "EDITACTAS1-LOTE-TRABAJO-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Lote-Trabajo
           END-IF
           ACCEPT WS-RunFecha FROM DATE YYYYMMDD
           MOVE "PLAN-NOTA-APROBACION" TO WS-Param-Clave
           PERFORM 005-ObtenerParametro
           MOVE WS-Param-Valor(1:2) TO WS-NotaAprob-Param
           IF WS-NotaAprob-Param IS NUMERIC
               AND WS-NotaAprob-Param > ZERO
               MOVE WS-NotaAprob-Param TO WS-Nota-Aprobacion
           END-IF
           PERFORM 050-CargarDocentes
           PERFORM 070-AbrirMesasTurno
           PERFORM 075-AbrirCorrelatividades.

       005-ObtenerParametro.
           MOVE SPACES TO WS-Param-Valor
           CALL "PARAMLEE" USING WS-Param-Clave WS-Param-Valor
                                 WS-Param-Origen
           MOVE WS-Param-Clave TO lpar-Clave
           MOVE WS-Param-Valor(1:20) TO lpar-Valor
           MOVE WS-Param-Origen TO lpar-Origen
           DISPLAY Lin-Param
           IF WS-Param-Origen IS EQUAL "X"
               DISPLAY "EDITACTAS1: no se pudieron cargar los "
                       "parametros"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       050-CargarDocentes.
           OPEN INPUT DOCENTES
                               ADD 1 TO WS-CantDocentes
                               MOVE Doc-Codigo
                                      TO TDoc-Codigo(WS-CantDocentes)
                           ELSE
                               DISPLAY "EDITACTAS1: tabla de docentes "
                                       "llena - docente " Doc-Codigo
                               MOVE 8 TO RETURN-CODE
                               GOBACK
                           END-IF
                   END-READ
               END-PERFORM
           PERFORM VARYING Idx-Doc FROM 1 BY 1
                   UNTIL Idx-Doc > WS-CantDocentes
                   OR WS-DocenteHallado = 1
               IF TDoc-Codigo(Idx-Doc) IS EQUAL WS-DocenteBuscado
                   MOVE 1 TO WS-DocenteHallado
               END-IF
           END-PERFORM.

      * sin archivo de mesas de turno no hay actas de examen final
      * que controlar contra inscripcion
       070-AbrirMesasTurno.
           OPEN INPUT MESAS-TURNO
           IF WS-MesasTurno-Status IS EQUAL "00"
               MOVE 1 TO WS-HayMesasTurno
           ELSE
               DISPLAY "EDITACTAS1: sin mesas de turno - no se "
                       "controla la inscripcion - estado "
                       WS-MesasTurno-Status
           END-IF.

       075-AbrirCorrelatividades.
           OPEN INPUT PLAN-ESTUDIOS
           IF WS-Plan-Status IS EQUAL "00"
               PERFORM UNTIL WS-FlagPlan IS EQUAL 1
                   READ PLAN-ESTUDIOS
                       AT END MOVE 1 TO WS-FlagPlan
                       NOT AT END
                           IF WS-CantPlan < 300
                               ADD 1 TO WS-CantPlan
                               MOVE Pln-Reg TO Tabla-Pln(WS-CantPlan)
                           ELSE
                               DISPLAY "EDITACTAS1: tabla de plan de "
                                       "estudios llena - materia "
                                       Pln-Materia
                               MOVE 8 TO RETURN-CODE
                               GOBACK
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PLAN-ESTUDIOS
               OPEN INPUT ALUMNOS
               OPEN INPUT DETALLE-EXAMENES
               IF WS-Alumnos-Status IS EQUAL "00"
                   AND WS-DetalleExamenes-Status IS EQUAL "00"
                   MOVE 1 TO WS-HayCorrelat
               ELSE
                   DISPLAY "EDITACTAS1: sin alumnos o repositorio de "
                           "examenes - no se controlan correlatividades"
                   IF WS-Alumnos-Status IS EQUAL "00"
                       CLOSE ALUMNOS
                   END-IF
                   IF WS-DetalleExamenes-Status IS EQUAL "00"
                       CLOSE DETALLE-EXAMENES
                   END-IF
               END-IF
           ELSE
               DISPLAY "EDITACTAS1: sin plan de estudios - no se "
                       "controlan correlatividades - estado "
                       WS-Plan-Status
           END-IF.

      * una acta es de turno si su cabecera figura en MESAS-TURNO
       080-BuscarMesaTurno.
           MOVE 0 TO WS-ActaDeTurno
           IF WS-HayMesasTurno IS EQUAL 1
               MOVE Act1-Acta TO Mtu-Acta
               MOVE SPACES TO Mtu-Legajo
               READ MESAS-TURNO
                   INVALID KEY
                       MOVE 0 TO WS-ActaDeTurno
                   NOT INVALID KEY
                       MOVE 1 TO WS-ActaDeTurno
               END-READ
           END-IF.

       090-VerificarInscripto.
           MOVE WS-Acta-Lote TO Mtu-Acta
           MOVE Act2-Alumno TO Mtu-Legajo
           READ MESAS-TURNO
               INVALID KEY
                   MOVE "ALUMNO NO INSCRIPTO EN LA MESA" TO WS-Motivo
           END-READ.

      * el detalle sigue en el lote: la correlatividad no cumplida se
      * informa aparte y es INSTITUTO1 quien deja el examen fuera del
      * promedio
       095-VerificarCorrelatividad.
           MOVE 1 TO WS-CorrelCumplida
           MOVE Act2-Alumno TO WS-Legajo-Buscado
           MOVE WS-Legajo-Buscado TO Alu-Codigo
           READ ALUMNOS
               INVALID KEY
                   MOVE ZERO TO Alu-Curso
           END-READ
           IF Alu-Curso > ZERO
               MOVE 0 TO WS-PlanHallado
               PERFORM VARYING Idx-Plan FROM 1 BY 1
                       UNTIL Idx-Plan > WS-CantPlan
                       OR WS-PlanHallado = 1
                   IF TPl-Materia(Idx-Plan) IS EQUAL WS-Materia-Lote
                       MOVE 1 TO WS-PlanHallado
                   END-IF
               END-PERFORM
               IF WS-PlanHallado IS EQUAL 1
                   SUBTRACT 1 FROM Idx-Plan
               END-IF
               MOVE SPACES TO Cor-Reg
               IF WS-PlanHallado IS NOT EQUAL 1
                   OR TPl-Curso(Idx-Plan) > Alu-Curso
                   MOVE 0 TO WS-CorrelCumplida
                   MOVE "MATERIA FUERA DEL PLAN" TO Cor-Motivo
               ELSE
                   PERFORM VARYING Idx-Correl FROM 1 BY 1
                           UNTIL Idx-Correl > 4
                           OR WS-CorrelCumplida = 0
                       IF TPl-Correlativa(Idx-Plan Idx-Correl)
                                  IS NOT EQUAL SPACES
                           PERFORM 097-BuscarCorrelativaAprobada
                           IF WS-CorrelAprobada IS NOT EQUAL 1
                               MOVE 0 TO WS-CorrelCumplida
                               MOVE TPl-Correlativa(Idx-Plan Idx-Correl)
                                          TO Cor-Correlativa
                               MOVE "CORRELATIVIDAD NO CUMPLIDA"
                                          TO Cor-Motivo
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
               IF WS-CorrelCumplida IS EQUAL 0
                   ADD 1 TO WS-CantCorrelNoCumplida
                   MOVE Act-Raw TO Cor-Imagen
                   MOVE WS-Acta-Lote TO Cor-Acta
                   MOVE WS-Materia-Lote TO Cor-Materia
                   WRITE Cor-Reg
               END-IF
           END-IF.

       097-BuscarCorrelativaAprobada.
           MOVE 0 TO WS-CorrelAprobada
           MOVE WS-Legajo-Buscado TO Det-Legajo
           MOVE TPl-Correlativa(Idx-Plan Idx-Correl) TO Det-Materia
           MOVE ZERO TO Det-Acta
           MOVE 0 TO WS-FinDetalle
           START DETALLE-EXAMENES KEY IS NOT LESS THAN Det-Clave
               INVALID KEY MOVE 1 TO WS-FinDetalle
           END-START
           PERFORM UNTIL WS-FinDetalle IS EQUAL 1
                      OR WS-CorrelAprobada IS EQUAL 1
               READ DETALLE-EXAMENES NEXT RECORD
                   AT END MOVE 1 TO WS-FinDetalle
               END-READ
               IF WS-FinDetalle IS EQUAL 0
                   IF Det-Legajo IS NOT EQUAL WS-Legajo-Buscado
                       OR Det-Materia IS NOT EQUAL
                              TPl-Correlativa(Idx-Plan Idx-Correl)
                       MOVE 1 TO WS-FinDetalle
                   ELSE
                       IF Det-Nota >= WS-Nota-Aprobacion
                           AND Det-Fecha < WS-Fecha-Lote
                           MOVE 1 TO WS-CorrelAprobada
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       100-InicioGeneral.
           OPEN INPUT ACTAS
           IF WS-Actas-Status IS NOT EQUAL "00"
           END-IF
           OPEN OUTPUT ACTAS-LIMPIAS
           OPEN OUTPUT ACTAS-RECHAZADAS
           OPEN OUTPUT CONTROL-LOTES
           OPEN OUTPUT CORRELAT-EXCEP
           OPEN EXTEND ACTAS-RETENIDAS
           IF WS-Retenidas-Status IS EQUAL "35"
               OPEN OUTPUT ACTAS-RETENIDAS
           END-IF
           PERFORM 150-EmitirLiberadas.

      * los examenes que CUOTASLIB libero entran como acta de un solo
      * detalle; el archivo queda vacio para la proxima liberacion
       150-EmitirLiberadas.
           OPEN INPUT ACTAS-LIBERADAS
           IF WS-Liberadas-Status IS EQUAL "00"
               PERFORM UNTIL WS-FlagLiberadas IS EQUAL 1
                   READ ACTAS-LIBERADAS
                       AT END MOVE 1 TO WS-FlagLiberadas
                       NOT AT END
                           MOVE Lib-Cabecera TO WS-Cab-Liberada
                           MOVE 1 TO WS-CabLib-CantDet
                           WRITE Lim-Reg FROM WS-Cab-Liberada
                           WRITE Lim-Reg FROM Lib-Detalle
                           ADD 1 TO WS-CantLiberados
                   END-READ
               END-PERFORM
               CLOSE ACTAS-LIBERADAS
               OPEN OUTPUT ACTAS-LIBERADAS
               CLOSE ACTAS-LIBERADAS
           END-IF.

       200-LeerActa.
           READ ACTAS AT END MOVE 1 TO WS-FlagActas.
                   PERFORM 400-AbrirLote
               WHEN "D"
                   PERFORM 450-ProcesarDetalle
               WHEN "R"
                   IF WS-LoteAbierto IS EQUAL 1
                       PERFORM 500-CerrarLote
                   END-IF
                   PERFORM 550-ValidarRectificacion
               WHEN OTHER
                   MOVE "TIPO DE REGISTRO INVALIDO" TO WS-Motivo
                   PERFORM 700-RegistrarRechazo
           MOVE ZERO TO WS-CantDetLeida
           MOVE ZERO TO WS-CantBuffer
           MOVE Act1-CantDet TO WS-CantDetDeclarada
           MOVE 0 TO WS-ActaDeTurno
           MOVE ZERO TO WS-Acta-Lote
           MOVE Act1-Materia TO WS-Materia-Lote
           MOVE Act1-Fecha TO WS-Fecha-Lote
           IF Act1-Acta IS NOT NUMERIC
               MOVE 0 TO WS-LoteValido
               MOVE "NUMERO DE ACTA NO NUMERICO" TO WS-MotivoLote
           END-IF
           IF WS-LoteValido IS EQUAL 1
               AND WS-HayDocentes IS EQUAL 1
               MOVE Act1-Docente TO WS-DocenteBuscado
               PERFORM 060-BuscarDocente
               IF WS-DocenteHallado IS NOT EQUAL 1
                   MOVE 0 TO WS-LoteValido
               MOVE 0 TO WS-LoteValido
               MOVE "TIPO DE EXAMEN INVALIDO" TO WS-MotivoLote
           END-IF
           IF WS-LoteValido IS EQUAL 1
               MOVE Act1-Acta TO WS-Acta-Lote
               PERFORM 080-BuscarMesaTurno
               IF WS-ActaDeTurno IS EQUAL 1
                   AND Act1-Materia IS NOT EQUAL Mtu-Materia
                   MOVE 0 TO WS-LoteValido
                   MOVE "MATERIA DISTINTA DE LA MESA"
                              TO WS-MotivoLote
               END-IF
           END-IF
           IF WS-LoteValido IS EQUAL 1
               MOVE Act1-Acta TO WS-UltimaActa
           END-IF
           OPEN OUTPUT LOTE-TRABAJO
           IF WS-LoteTrabajo-Status IS NOT EQUAL "00"
               DISPLAY "EDITACTAS1: no se pudo abrir LOTE-TRABAJO - "
                       "estado " WS-LoteTrabajo-Status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE Act-Raw TO WS-Cabecera-Lote
           ADD 1 TO WS-CantBuffer
           MOVE SPACES TO Ltr-Reg
           MOVE Act-Raw TO Ltr-Imagen
           MOVE 0 TO Ltr-Marca
           MOVE ZERO TO Ltr-Dias
           WRITE Ltr-Reg.

       450-ProcesarDetalle.
           ADD 1 TO WS-CantDetallesTotal
                       PERFORM 700-RegistrarRechazo
                       PERFORM 480-InvalidarLotePorDetalle
                   ELSE
                       MOVE SPACES TO WS-Motivo
                       IF WS-ActaDeTurno IS EQUAL 1
                           PERFORM 090-VerificarInscripto
                       END-IF
                       IF WS-Motivo IS NOT EQUAL SPACES
                           ADD 1 TO WS-CantDetallesRechazados
                           PERFORM 700-RegistrarRechazo
                           PERFORM 480-InvalidarLotePorDetalle
                       ELSE
                           IF WS-HayCorrelat IS EQUAL 1
                               AND WS-LoteValido IS EQUAL 1
                               PERFORM 095-VerificarCorrelatividad
                           END-IF
                           ADD 1 TO WS-CantBuffer
                           MOVE SPACES TO Ltr-Reg
                           MOVE Act-Raw TO Ltr-Imagen
                           PERFORM 460-VerificarCuotas
                           WRITE Ltr-Reg
                       END-IF
                   END-IF
               END-IF
           END-IF.

       460-VerificarCuotas.
           MOVE 0 TO Ltr-Marca
           MOVE ZERO TO Ltr-Dias
           IF WS-LoteValido IS EQUAL 1
               MOVE SPACES TO WS-Ctas-Cuenta
               MOVE Act2-Alumno TO WS-Ctas-Cuenta(1:6)
               CALL "CUOTASVER" USING WS-Ctas-Cuenta
                                      WS-Ctas-CuentaLedger
                                      WS-Ctas-Dias WS-Ctas-Resultado
               IF WS-Ctas-Resultado IS EQUAL "X"
                   DISPLAY "EDITACTAS1: no se pudo verificar la mora"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               IF WS-Ctas-Resultado IS EQUAL "M"
                   MOVE 1 TO Ltr-Marca
                   MOVE WS-Ctas-CuentaLedger TO Ltr-Cuenta
                   MOVE WS-Ctas-Dias TO Ltr-Dias
               END-IF
           END-IF.

       480-InvalidarLotePorDetalle.
           IF WS-LoteValido IS EQUAL 1
               MOVE 0 TO WS-LoteValido

       500-CerrarLote.
           MOVE 0 TO WS-LoteAbierto
           CLOSE LOTE-TRABAJO
           OPEN INPUT LOTE-TRABAJO
           MOVE 0 TO WS-FinLote
           IF WS-LoteValido IS EQUAL 1
               AND WS-CantDetLeida IS NOT EQUAL WS-CantDetDeclarada
               MOVE 0 TO WS-LoteValido
           END-IF
           IF WS-LoteValido IS EQUAL 1
               ADD 1 TO WS-CantLotesAceptados
               MOVE ZERO TO WS-RetenidosLote
               PERFORM UNTIL WS-FinLote IS EQUAL 1
                   READ LOTE-TRABAJO
                       AT END MOVE 1 TO WS-FinLote
                       NOT AT END
                           IF Ltr-Marca IS EQUAL 1
                               PERFORM 510-RetenerDetalle
                           ELSE
                               WRITE Lim-Reg FROM Ltr-Imagen
                           END-IF
                   END-READ
               END-PERFORM
               COMPUTE WS-CantDetallesAceptados =
                          WS-CantDetallesAceptados + WS-CantBuffer - 1
                          - WS-RetenidosLote
           ELSE
               ADD 1 TO WS-CantLotesRechazados
               PERFORM UNTIL WS-FinLote IS EQUAL 1
                   READ LOTE-TRABAJO
                       AT END MOVE 1 TO WS-FinLote
                       NOT AT END
                           MOVE SPACES TO Rech-Reg
                           MOVE Ltr-Imagen TO Rech-Imagen
                           MOVE WS-MotivoLote TO Rech-Motivo
                           WRITE Rech-Reg
                   END-READ
               END-PERFORM
               COMPUTE WS-CantDetallesRechazados =
                          WS-CantDetallesRechazados
                          + WS-CantBuffer - 1
           END-IF
           CLOSE LOTE-TRABAJO.

       510-RetenerDetalle.
           ADD 1 TO WS-RetenidosLote
           ADD 1 TO WS-CantRetenidos
           MOVE SPACES TO Ret-Reg
           MOVE WS-Cabecera-Lote TO Ret-Cabecera
           MOVE Ltr-Imagen TO Ret-Detalle
           MOVE Ltr-Cuenta TO Ret-Cuenta
           MOVE Ltr-Dias TO Ret-Dias
           MOVE WS-RunFecha TO Ret-Fecha
           WRITE Ret-Reg.

      * acta rectificativa: corrige la nota de un examen ya procesado;
      * va sola, fuera de cualquier lote
       550-ValidarRectificacion.
           MOVE SPACES TO WS-Motivo
           IF Act3-Acta IS NOT NUMERIC
               MOVE "NUMERO DE ACTA NO NUMERICO" TO WS-Motivo
           END-IF
           IF WS-Motivo IS EQUAL SPACES
               AND Act3-Alumno IS NOT NUMERIC
               MOVE "ALUMNO NO NUMERICO" TO WS-Motivo
           END-IF
           IF WS-Motivo IS EQUAL SPACES
               AND Act3-Materia IS EQUAL SPACES
               MOVE "MATERIA EN BLANCO" TO WS-Motivo
           END-IF
           IF WS-Motivo IS EQUAL SPACES
               IF Act3-Nota IS NOT NUMERIC
                   OR Act3-Nota < 1 OR Act3-Nota > 10
                   MOVE "NOTA FUERA DE RANGO" TO WS-Motivo
               END-IF
           END-IF
           IF WS-Motivo IS EQUAL SPACES
               EVALUATE Act3-Motivo
                   WHEN "01" WHEN "02" WHEN "03" WHEN "04" WHEN "05"
                       CONTINUE
                   WHEN OTHER
                       MOVE "MOTIVO DE RECTIFICACION INVAL."
                                  TO WS-Motivo
               END-EVALUATE
           END-IF
           IF WS-Motivo IS EQUAL SPACES
               AND Act3-Docente IS NOT NUMERIC
               MOVE "DOCENTE NO NUMERICO" TO WS-Motivo
           END-IF
           IF WS-Motivo IS EQUAL SPACES
               AND WS-HayDocentes IS EQUAL 1
               MOVE Act3-Docente TO WS-DocenteBuscado
               PERFORM 060-BuscarDocente
               IF WS-DocenteHallado IS NOT EQUAL 1
                   MOVE "DOCENTE INEXISTENTE" TO WS-Motivo
               END-IF
           END-IF
           IF WS-Motivo IS EQUAL SPACES
               ADD 1 TO WS-CantRectifAceptadas
               WRITE Lim-Reg FROM Act-Raw
           ELSE
               ADD 1 TO WS-CantRectifRechazadas
               PERFORM 700-RegistrarRechazo
           END-IF.

       600-ValidarFecha.
           MOVE WS-CantDetallesTotal TO lc-DetallesTotal
           MOVE WS-CantDetallesAceptados TO lc-DetallesAceptados
           MOVE WS-CantDetallesRechazados TO lc-DetallesRechazados
           MOVE WS-CantRectifAceptadas TO lc-RectifAceptadas
           MOVE WS-CantRectifRechazadas TO lc-RectifRechazadas
           MOVE WS-CantCorrelNoCumplida TO lc-CorrelNoCumplida
           MOVE WS-CantRetenidos TO lc-Retenidos
           MOVE WS-CantLiberados TO lc-Liberados
           DISPLAY Lin-Control1
           DISPLAY Lin-Control2
           DISPLAY Lin-Control3
           DISPLAY Lin-Control4
           DISPLAY Lin-Control5
           DISPLAY Lin-Control6
           DISPLAY Lin-Control7
           DISPLAY Lin-Control8
           DISPLAY Lin-Control9
           DISPLAY Lin-Control10
           DISPLAY Lin-Control11
           WRITE Ctl-Reg FROM Lin-Control1
           WRITE Ctl-Reg FROM Lin-Control2
           WRITE Ctl-Reg FROM Lin-Control3
           WRITE Ctl-Reg FROM Lin-Control4
           WRITE Ctl-Reg FROM Lin-Control5
           WRITE Ctl-Reg FROM Lin-Control6
           WRITE Ctl-Reg FROM Lin-Control7
           WRITE Ctl-Reg FROM Lin-Control8
           WRITE Ctl-Reg FROM Lin-Control9
           WRITE Ctl-Reg FROM Lin-Control10
           WRITE Ctl-Reg FROM Lin-Control11
           IF WS-CantLotesRechazados > ZERO
                          OR WS-CantDetallesRechazados > ZERO
                          OR WS-CantRectifRechazadas > ZERO
                          OR WS-CantCorrelNoCumplida > ZERO
                          OR WS-CantRetenidos > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

           CLOSE ACTAS
           CLOSE ACTAS-LIMPIAS
           CLOSE ACTAS-RECHAZADAS
           CLOSE CONTROL-LOTES
           CLOSE CORRELAT-EXCEP
           CLOSE ACTAS-RETENIDAS
           IF WS-HayMesasTurno IS EQUAL 1
               CLOSE MESAS-TURNO
           END-IF
           IF WS-HayCorrelat IS EQUAL 1
               CLOSE ALUMNOS
               CLOSE DETALLE-EXAMENES
           END-IF.

       END PROGRAM EDITACTAS1.
