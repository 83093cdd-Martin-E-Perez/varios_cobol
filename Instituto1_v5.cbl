           SELECT DETALLE-EXAMENES ASSIGN TO DYNAMIC
           WS-Path-Detalle-Examenes
           ORGANIZATION is INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY is Det-Clave
           FILE STATUS is WS-DetalleExamenes-Status.

           ORGANIZATION is line sequential
           FILE STATUS is WS-Historico-Status.

           SELECT XREF-POR-LEGAJO ASSIGN TO DYNAMIC
           WS-Path-Xref-Legajo
           ORGANIZATION is INDEXED
           ACCESS MODE is RANDOM
           RECORD KEY is Xrl-Legajo
           FILE STATUS is WS-Xref-Status.

           SELECT CLAVES-NOTAS ASSIGN TO DYNAMIC
           WS-Path-Claves
           ORGANIZATION is INDEXED
           ACCESS MODE is RANDOM
           RECORD KEY is Cla-Clave
           FILE STATUS is WS-Claves-Status.

           SELECT ESTADISTICAS ASSIGN TO DYNAMIC
           WS-Path-Estadisticas
           ORGANIZATION is line sequential
           WS-Path-Stats
           ORGANIZATION is line sequential
           FILE STATUS is WS-Stats-Status.

           SELECT JOURNAL-RECTIF ASSIGN TO DYNAMIC
           WS-Path-Journal-Rectif
           ORGANIZATION is line sequential
           FILE STATUS is WS-JournalRectif-Status.

           SELECT PLAN-ESTUDIOS ASSIGN TO DYNAMIC
           WS-Path-Plan
           ORGANIZATION is line sequential
           FILE STATUS is WS-Plan-Status.

           SELECT CORRELAT-EXCEP ASSIGN TO DYNAMIC
           WS-Path-Correlat-Excep
           ORGANIZATION is line sequential
           FILE STATUS is WS-CorrelatExcep-Status.
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

       FD  ALUMNOS.
       01  Alu-Reg.
           03 Alu-Sort-Acta pic 9(6).
           03 Alu-Sort-Fecha pic 9(8).
           03 Alu-Sort-TipoEx pic x.
           03 Alu-Sort-Rectif pic x.

       FD  LISTADO.
       01  Lis-Reg pic x(80).
           03 filler pic x(2) value spaces.
           03 Dup-Origen pic x(14).

       FD  XREF-POR-LEGAJO.
       01  Xrl-Reg.
           03 Xrl-Legajo pic x(6).
           03 Xrl-Dni pic x(8).

      * claves de NOTAS de la corrida, para detectar el mismo examen
      * informado tambien por ACTAS
       FD  CLAVES-NOTAS.
       01  Cla-Reg.
           03 Cla-Clave.
               05 Cla-Legajo pic x(6).
               05 Cla-Materia pic x(3).
               05 Cla-Acta pic 9(6).

       FD  HISTORICO-PROMEDIOS.
       01  His-Reg.
           03 filler pic x(2) value spaces.
           03 His-Promedio pic 9(2).

       FD  JOURNAL-RECTIF.
       01  Jrn-Reg.
           03 Jrn-Fecha pic 9(8).
           03 filler pic x(2) value spaces.
           03 Jrn-Hora pic 9(8).
           03 filler pic x(2) value spaces.
           03 Jrn-Programa pic x(12).
           03 filler pic x(2) value spaces.
           03 Jrn-Tipo pic x.
           03 filler pic x(2) value spaces.
           03 Jrn-Clave pic x(8).
           03 filler pic x(2) value spaces.
           03 Jrn-Antes pic x(60).
           03 filler pic x(2) value spaces.
           03 Jrn-Despues pic x(60).
           03 filler pic x(2) value spaces.
           03 Jrn-Operador pic x(8).

       FD  PLAN-ESTUDIOS.
       01  Pln-Reg.
           03 Pln-Materia pic x(3).
           03 Pln-Curso pic 9.
           03 Pln-Correlativa pic x(3) OCCURS 4 TIMES.

       FD  CORRELAT-EXCEP.
       01  Cor-Reg.
           03 Cor-Legajo pic x(6).
           03 filler pic x(2) value spaces.
           03 Cor-Curso pic 9.
           03 filler pic x(2) value spaces.
           03 Cor-Materia pic x(3).
           03 filler pic x(2) value spaces.
           03 Cor-Acta pic 9(6).
           03 filler pic x(2) value spaces.
           03 Cor-Fecha pic 9(8).
           03 filler pic x(2) value spaces.
           03 Cor-Nota pic 9(2).
           03 filler pic x(2) value spaces.
           03 Cor-Correlativa pic x(3).
           03 filler pic x(2) value spaces.
           03 Cor-Motivo pic x(30).

       WORKING-STORAGE SECTION.

           "D:\cobol\COBOL 32 - PARCIAL\instituto1-tranlog.txt".
       01  WS-Path-Historico pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\historico-promedios.txt".
       01  WS-Path-Xref-Legajo pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\xref-legajo-idx.dat".
       01  WS-Path-Claves pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\instituto1-claves-idx.dat".
       01  WS-Claves-Status pic xx.
       01  WS-Path-Estadisticas pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\estadisticas.txt".
       01  WS-Path-Duplicadas pic x(100) value
       01  WS-Path-Stats pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\instituto1-stats.txt".
       01  WS-Stats-Status pic xx.
       01  WS-Path-Journal-Rectif pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\rectificaciones-journal.txt".
       01  WS-JournalRectif-Status pic xx.
       01  WS-Path-Plan pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\plan-estudios.txt".
       01  WS-Plan-Status pic xx.
       01  WS-Path-Correlat-Excep pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\correlatividades-excep.txt".
       01  WS-CorrelatExcep-Status pic xx.

      * plan de estudios: curso de cada materia y sus correlativas
       01  WS-HayPlan pic 9 value zero.
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
       01  WS-Nota-Aprobacion pic 9(2) value 4.
       01  WS-NotaAprob-Param pic x(2).
       01  WS-CantCorrelNoCumplida pic 9(7) value zero.

      * actas rectificativas del lote (registro R de ACTAS).
      * TRe-Estado: A aplicada en el repositorio, P pendiente de
      * hallar en la entrada, M aplicada sobre la entrada,
      * X examen original inexistente
       01  WS-FlagRectif pic 9 value zero.
       01  WS-CantRectif pic 9(5) value zero.
       01  Tabla-Rectificaciones.
           03 Tabla-Rectif OCCURS 500 TIMES.
               05 TRe-Legajo pic x(6).
               05 TRe-Materia pic x(3).
               05 TRe-Acta pic 9(6).
               05 TRe-Nota pic 9(2).
               05 TRe-Motivo pic x(2).
               05 TRe-Docente pic 9(4).
               05 TRe-Estado pic x.
               05 TRe-EnEntrada pic x.
               05 TRe-MatPresente pic x.
       01  Idx-Rectif pic 9(5).
       01  Idx-Rectif2 pic 9(5).
       01  WS-RectifEncontrada pic 9.
       01  WS-CantRectifAplicadas pic 9(7) value zero.
       01  WS-CantRectifRechazadas pic 9(7) value zero.
       01  WS-NotaAnterior pic 9(2).
       01  WS-FinDetalle pic 9.
       01  WS-Rectif-Legajo pic x(6).
       01  WS-Rectif-Materia pic x(3).
       01  WS-AlumnoRectificado pic 9 value zero.
       01  WS-MateriaRectificada pic 9 value zero.
       01  WS-CantAlumnosRectif pic 9(7) value zero.
       01  Lin-Jrn-Imagen.
           03 filler pic x(5) value "ACTA ".
           03 lj-Acta pic 9(6).
           03 filler pic x(9) value " MATERIA ".
           03 lj-Materia pic x(3).
           03 filler pic x(6) value " NOTA ".
           03 lj-Nota pic 9(2).
           03 filler pic x(8) value " MOTIVO ".
           03 lj-Motivo pic x(2).
           03 filler pic x(9) value " DOCENTE ".
           03 lj-Docente pic x(4).

       01  WS-Checkpoint-Status pic xx.
       01  WS-Checkpoint-Restart pic x value space.
       01  WS-Legajo-Grp pic x(6).
       01  WS-AlumnoEncontrado pic 9.

       01  WS-EsDuplicado pic 9.
       01  WS-CantDuplicadas pic 9(7) value zero.

       01  WS-CantNotasLeidas pic 9(7) value zero.
       01  WS-CantActasLeidas pic 9(7) value zero.
       01  Lin-Reconcil10.
           03 filler pic x(30) value "Fechas invalidas:".
           03 lr-FechasInvalidas pic zzzzzz9.
       01  Lin-Reconcil12.
           03 filler pic x(30) value "Rectificaciones aplicadas:".
           03 lr-RectifAplicadas pic zzzzzz9.
       01  Lin-Reconcil13.
           03 filler pic x(30) value "Rectificaciones sin examen:".
           03 lr-RectifRechazadas pic zzzzzz9.
       01  Lin-Reconcil14.
           03 filler pic x(30) value "Alumnos con nota rectificada:".
           03 lr-AlumnosRectif pic zzzzzz9.
       01  Lin-Reconcil15.
           03 filler pic x(30) value "Correlatividad no cumplida:".
           03 lr-CorrelNoCumplida pic zzzzzz9.

       01  WS-AcumNotas pic 9(5).
       01  WS-CantNotas pic 9(5).

       01  Lin-Blanco pic x(80) value spaces.

       01  WS-HayXref pic 9 value zero.

       01  WS-PrimerCurso pic 9 value 1.
       01  WS-Curso-Anterior pic 9.
           03 lm-Desaprobadas pic zz9.
           03 filler pic x(2) value spaces.
           03 lm-NombreMateria pic x(16).
           03 filler pic x(2) value spaces.
           03 lm-Rectif pic x(11).

       01  Lin-titulo.
           03 filler pic x(6) value "legajo".
           03 l-PromedioNota pic z9.
           03 filler PIC x(6) VALUE SPACE.
           03 l-Dni pic x(8).
           03 filler PIC x(2) VALUE SPACE.
           03 l-Rectif pic x(11).

       01  Lin-fin.
           03 filler pic x(16) value "PromedioGeneral".
           PERFORM 300-LeerActas
           PERFORM UNTIL WS-FlagNota IS EQUAL 1
                   PERFORM 400-MuevoNotas-Sort
                   PERFORM 420-VerificarCorrelatividad
                   IF WS-CorrelCumplida IS EQUAL 1
                       PERFORM 500-Grabo-Sort
                   END-IF
                   PERFORM 200-LeerNotas
           END-PERFORM
           PERFORM UNTIL WS-FlagActa IS EQUAL 1
                               PERFORM 710-RegistrarDuplicado
                           ELSE
                               PERFORM 700-MuevoActa-Sort
                               PERFORM 420-VerificarCorrelatividad
                               IF WS-CorrelCumplida IS EQUAL 1
                                   PERFORM 500-Grabo-Sort
                               END-IF
                           END-IF
                       ELSE
                           ADD 1 TO WS-CantActasExcluidas
                       PERFORM 300-LeerActas
                   END-PERFORM
           END-PERFORM
           PERFORM 190-LiberarRectificadas
           PERFORM 800-FinGeneral.
       output-procedure.
           PERFORM 905-AbrirArchivosSalida
           IF WS-Corte-Param IS NUMERIC AND WS-Corte-Param > ZERO
               MOVE WS-Corte-Param TO WS-Corte-Aprobacion
           END-IF
           MOVE "PLAN-NOTA-APROBACION" TO WS-Param-Clave
           PERFORM 005-ObtenerParametro
           MOVE WS-Param-Valor(1:2) TO WS-NotaAprob-Param
           IF WS-NotaAprob-Param IS NUMERIC
               AND WS-NotaAprob-Param > ZERO
               MOVE WS-NotaAprob-Param TO WS-Nota-Aprobacion
           END-IF
           MOVE "INSTITUTO1-MODO" TO WS-Param-Clave
           PERFORM 005-ObtenerParametro
           MOVE WS-Param-Valor(1:1) TO WS-Modo-Param
           MOVE WS-Param-Clave TO lpar-Clave
           MOVE WS-Param-Valor(1:20) TO lpar-Valor
           MOVE WS-Param-Origen TO lpar-Origen
           DISPLAY Lin-Param
           IF WS-Param-Origen IS EQUAL "X"
               DISPLAY "INSTITUTO1: no se pudieron cargar los "
                       "parametros"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       010-LeerRutas.
           ACCEPT WS-Path-Override
               MOVE WS-Path-Override TO WS-Path-Historico
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "INSTITUTO1-XREF-LEGAJO-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Xref-Legajo
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "INSTITUTO1-CLAVES-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Claves
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "INSTITUTO1-ESTADISTICAS-PATH"
                      FROM ENVIRONMENT "INSTITUTO1-STATS-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Stats
           END-IF
           ACCEPT WS-Path-Override
                  FROM ENVIRONMENT "INSTITUTO1-RECTIF-JOURNAL-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Journal-Rectif
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "INSTITUTO1-PLAN-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Plan
           END-IF
           ACCEPT WS-Path-Override
                  FROM ENVIRONMENT "INSTITUTO1-CORRELAT-EXCEP-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Correlat-Excep
           END-IF.

       020-LeerCheckpoint.
           OPEN EXTEND TRANLOG-INSTITUTO1
           IF WS-Tranlog-Status IS EQUAL "35"
               OPEN OUTPUT TRANLOG-INSTITUTO1
           END-IF
           OPEN I-O DETALLE-EXAMENES
           IF WS-DetalleExamenes-Status IS EQUAL "35"
               OPEN OUTPUT DETALLE-EXAMENES
               CLOSE DETALLE-EXAMENES
               OPEN I-O DETALLE-EXAMENES
           END-IF
           IF WS-DetalleExamenes-Status IS NOT EQUAL "00"
               DISPLAY "INSTITUTO1: no se pudo abrir DETALLE-EXAMENES "
                       "- estado " WS-DetalleExamenes-Status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN EXTEND JOURNAL-RECTIF
           IF WS-JournalRectif-Status IS EQUAL "35"
               OPEN OUTPUT JOURNAL-RECTIF
           END-IF
           OPEN OUTPUT CORRELAT-EXCEP
           OPEN OUTPUT CLAVES-NOTAS
           CLOSE CLAVES-NOTAS
           OPEN I-O CLAVES-NOTAS
           IF WS-Claves-Status IS NOT EQUAL "00"
               DISPLAY "INSTITUTO1: no se pudo crear CLAVES-NOTAS "
                       "- estado " WS-Claves-Status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 140-CargarPlan
           PERFORM 150-CargarRectificaciones.

      * sin plan de estudios no se controlan correlatividades
       140-CargarPlan.
           OPEN INPUT PLAN-ESTUDIOS
           IF WS-Plan-Status IS EQUAL "00"
               MOVE 1 TO WS-HayPlan
               PERFORM UNTIL WS-FlagPlan IS EQUAL 1
                   READ PLAN-ESTUDIOS
                       AT END MOVE 1 TO WS-FlagPlan
                       NOT AT END
                           IF WS-CantPlan < 300
                               ADD 1 TO WS-CantPlan
                               MOVE Pln-Reg TO Tabla-Pln(WS-CantPlan)
                           ELSE
                               DISPLAY "INSTITUTO1: tabla de plan de "
                                       "estudios llena - materia "
                                       Pln-Materia
                               MOVE 8 TO RETURN-CODE
                               GOBACK
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PLAN-ESTUDIOS
           ELSE
               DISPLAY "INSTITUTO1: sin plan de estudios - no se "
                       "controlan correlatividades - estado "
                       WS-Plan-Status
           END-IF.

      * primera pasada por ACTAS: las rectificativas se aplican al
      * repositorio antes de leer las notas, para que la nota
      * corregida reemplace a la original en el resto de la corrida
       150-CargarRectificaciones.
           PERFORM UNTIL WS-FlagRectif IS EQUAL 1
               READ ACTAS
                   AT END MOVE 1 TO WS-FlagRectif
                   NOT AT END
                       IF Act3-Tiporeg IS EQUAL "R"
                           PERFORM 160-RegistrarRectificacion
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACTAS
           OPEN INPUT ACTAS
           IF WS-Actas-Status IS NOT EQUAL "00"
               DISPLAY "INSTITUTO1: no se pudo reabrir ACTAS - estado "
                       WS-Actas-Status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       160-RegistrarRectificacion.
           IF WS-CantRectif < 500
               ADD 1 TO WS-CantRectif
               MOVE WS-CantRectif TO Idx-Rectif
               MOVE Act3-Alumno TO TRe-Legajo(Idx-Rectif)
               MOVE Act3-Materia TO TRe-Materia(Idx-Rectif)
               MOVE Act3-Acta TO TRe-Acta(Idx-Rectif)
               MOVE Act3-Nota TO TRe-Nota(Idx-Rectif)
               MOVE Act3-Motivo TO TRe-Motivo(Idx-Rectif)
               MOVE Act3-Docente TO TRe-Docente(Idx-Rectif)
               MOVE "N" TO TRe-EnEntrada(Idx-Rectif)
               MOVE "N" TO TRe-MatPresente(Idx-Rectif)
               MOVE TRe-Legajo(Idx-Rectif) TO Det-Legajo
               MOVE TRe-Materia(Idx-Rectif) TO Det-Materia
               MOVE TRe-Acta(Idx-Rectif) TO Det-Acta
               READ DETALLE-EXAMENES
                   INVALID KEY
                       MOVE "P" TO TRe-Estado(Idx-Rectif)
                   NOT INVALID KEY
                       MOVE "A" TO TRe-Estado(Idx-Rectif)
                       ADD 1 TO WS-CantRectifAplicadas
                       IF Det-Nota IS NOT EQUAL TRe-Nota(Idx-Rectif)
                           MOVE Det-Nota TO WS-NotaAnterior
                           MOVE TRe-Nota(Idx-Rectif) TO Det-Nota
                           REWRITE Det-Reg
                           PERFORM 170-GrabarJournalRectif
                       END-IF
               END-READ
           ELSE
               DISPLAY "INSTITUTO1: tabla de rectificaciones llena - "
                       "acta " Act3-Acta
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       170-GrabarJournalRectif.
           MOVE SPACES TO Jrn-Reg
           MOVE WS-RunFecha TO Jrn-Fecha
           MOVE WS-RunHora TO Jrn-Hora
           MOVE "INSTITUTO1" TO Jrn-Programa
           MOVE "R" TO Jrn-Tipo
           MOVE TRe-Legajo(Idx-Rectif) TO Jrn-Clave
           MOVE TRe-Acta(Idx-Rectif) TO lj-Acta
           MOVE TRe-Materia(Idx-Rectif) TO lj-Materia
           MOVE TRe-Motivo(Idx-Rectif) TO lj-Motivo
           MOVE TRe-Docente(Idx-Rectif) TO lj-Docente
           MOVE WS-NotaAnterior TO lj-Nota
           MOVE Lin-Jrn-Imagen TO Jrn-Antes
           MOVE TRe-Nota(Idx-Rectif) TO lj-Nota
           MOVE Lin-Jrn-Imagen TO Jrn-Despues
           WRITE Jrn-Reg.

      * si el examen rectificado vuelve a entrar por NOTAS o ACTAS se
      * le aplica la nota corregida; se marca para el listado
       180-AplicarRectificacion.
           MOVE SPACE TO Alu-Sort-Rectif
           PERFORM VARYING Idx-Rectif FROM 1 BY 1
                   UNTIL Idx-Rectif > WS-CantRectif
               IF TRe-Legajo(Idx-Rectif) IS EQUAL Alu-Sort-Legajo
                   AND TRe-Materia(Idx-Rectif)
                                  IS EQUAL Alu-Sort-Materia
                   MOVE "S" TO TRe-MatPresente(Idx-Rectif)
                   IF TRe-Acta(Idx-Rectif) IS EQUAL Alu-Sort-Acta
                       MOVE "S" TO Alu-Sort-Rectif
                       MOVE "S" TO TRe-EnEntrada(Idx-Rectif)
                       IF TRe-Estado(Idx-Rectif) IS EQUAL "P"
                           MOVE "M" TO TRe-Estado(Idx-Rectif)
                           ADD 1 TO WS-CantRectifAplicadas
                           IF Alu-Sort-Promedio IS NOT EQUAL
                                               TRe-Nota(Idx-Rectif)
                               MOVE Alu-Sort-Promedio
                                          TO WS-NotaAnterior
                               PERFORM 170-GrabarJournalRectif
                           END-IF
                       END-IF
                       MOVE TRe-Nota(Idx-Rectif) TO Alu-Sort-Promedio
                   END-IF
               END-IF
           END-PERFORM.

      * rectificaciones de examenes que no vinieron en la entrada: se
      * libera al sort lo que el repositorio tiene de esa materia
      * para recalcular el promedio con la nota corregida
       190-LiberarRectificadas.
           PERFORM VARYING Idx-Rectif2 FROM 1 BY 1
                   UNTIL Idx-Rectif2 > WS-CantRectif
               EVALUATE TRUE
                   WHEN TRe-Estado(Idx-Rectif2) IS EQUAL "P"
                       MOVE "X" TO TRe-Estado(Idx-Rectif2)
                       ADD 1 TO WS-CantRectifRechazadas
                       MOVE SPACES TO Exc-Reg
                       MOVE "R" TO Exc-Tiporeg
                       MOVE TRe-Acta(Idx-Rectif2) TO Exc-Acta
                       WRITE Exc-Reg
                   WHEN TRe-Estado(Idx-Rectif2) IS EQUAL "A"
                        AND TRe-EnEntrada(Idx-Rectif2) IS EQUAL "N"
                       IF TRe-MatPresente(Idx-Rectif2) IS EQUAL "S"
                           PERFORM 192-LiberarExamenRectificado
                       ELSE
                           PERFORM 194-LiberarMateriaRepositorio
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.

       192-LiberarExamenRectificado.
           MOVE "S" TO TRe-EnEntrada(Idx-Rectif2)
           MOVE TRe-Legajo(Idx-Rectif2) TO Det-Legajo
           MOVE TRe-Materia(Idx-Rectif2) TO Det-Materia
           MOVE TRe-Acta(Idx-Rectif2) TO Det-Acta
           READ DETALLE-EXAMENES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 196-MuevoDetalle-Sort
                   MOVE "S" TO Alu-Sort-Rectif
                   PERFORM 500-Grabo-Sort
           END-READ.

       194-LiberarMateriaRepositorio.
           MOVE TRe-Legajo(Idx-Rectif2) TO WS-Rectif-Legajo
           MOVE TRe-Materia(Idx-Rectif2) TO WS-Rectif-Materia
           MOVE WS-Rectif-Legajo TO Det-Legajo
           MOVE WS-Rectif-Materia TO Det-Materia
           MOVE ZERO TO Det-Acta
           MOVE 0 TO WS-FinDetalle
           START DETALLE-EXAMENES KEY IS NOT LESS THAN Det-Clave
               INVALID KEY MOVE 1 TO WS-FinDetalle
           END-START
           PERFORM UNTIL WS-FinDetalle IS EQUAL 1
               READ DETALLE-EXAMENES NEXT RECORD
                   AT END MOVE 1 TO WS-FinDetalle
               END-READ
               IF WS-FinDetalle IS EQUAL 0
                   IF Det-Legajo IS NOT EQUAL WS-Rectif-Legajo
                       OR Det-Materia IS NOT EQUAL WS-Rectif-Materia
                       MOVE 1 TO WS-FinDetalle
                   ELSE
                       IF Det-Fecha >= WS-Fecha-Desde
                           AND Det-Fecha <= WS-Fecha-Hasta
                           PERFORM 196-MuevoDetalle-Sort
                           PERFORM 180-AplicarRectificacion
                           PERFORM 500-Grabo-Sort
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       196-MuevoDetalle-Sort.
           MOVE Det-Legajo TO Alu-Sort-Legajo
           MOVE Det-Materia TO Alu-Sort-Materia
           MOVE Det-Nota TO Alu-Sort-Promedio
           MOVE Det-Acta TO Alu-Sort-Acta
           MOVE Det-Fecha TO Alu-Sort-Fecha
           MOVE SPACE TO Alu-Sort-TipoEx
           MOVE SPACE TO Alu-Sort-Rectif
           PERFORM 410-BuscarCurso.

       200-LeerNotas.
           MOVE 0 TO WS-Nota-En-Rango
           PERFORM UNTIL WS-FlagNota IS EQUAL 1
           move Not-Fecha to Alu-Sort-Fecha
           move Not-TipoExamen to Alu-Sort-TipoEx
           PERFORM 410-BuscarCurso
           PERFORM 180-AplicarRectificacion
           MOVE Not-Alumno TO Cla-Legajo
           MOVE Not-Materia TO Cla-Materia
           MOVE Not-Acta TO Cla-Acta
           WRITE Cla-Reg
               INVALID KEY CONTINUE
           END-WRITE.

       500-Grabo-Sort.
           ADD 1 TO WS-CantRegReleased
           END-PERFORM.

       650-RegistrarExcluida.
           IF Act3-Tiporeg IS NOT EQUAL "R"
               MOVE SPACES TO Exc-Reg
               MOVE Act2-Tiporeg TO Exc-Tiporeg
               IF Act1-Tiporeg IS EQUAL "C"
                   MOVE Act1-Acta TO Exc-Acta
               END-IF
               WRITE Exc-Reg
               IF Act1-Tiporeg IS EQUAL "C"
                   MOVE Act1-Acta TO WS-Acta-Actual
                   MOVE Act1-Fecha TO WS-Fecha-Actual
                   MOVE Act1-Materia TO WS-Materia-Actual
                   MOVE Act1-TipoExamen TO WS-TipoEx-Actual
               END-IF
           END-IF.

       705-VerificarDuplicado.
           MOVE 0 TO WS-EsDuplicado
           MOVE Act2-Alumno TO Cla-Legajo
           MOVE WS-Materia-Actual TO Cla-Materia
           MOVE WS-Acta-Actual TO Cla-Acta
           READ CLAVES-NOTAS
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 1 TO WS-EsDuplicado
           END-READ.

       710-RegistrarDuplicado.
           MOVE SPACES TO Dup-Reg
           move WS-Acta-Actual to Alu-Sort-Acta
           move WS-Fecha-Actual to Alu-Sort-Fecha
           move WS-TipoEx-Actual to Alu-Sort-TipoEx
           PERFORM 410-BuscarCurso
           PERFORM 180-AplicarRectificacion.

       410-BuscarCurso.
           MOVE Alu-Sort-Legajo TO Alu-Codigo
                   MOVE Alu-Div TO Alu-Sort-Div
           END-READ.

      * el examen solo cuenta si la materia es del plan del curso del
      * alumno (o de uno anterior) y sus correlativas estan aprobadas
      * en el repositorio con fecha anterior al examen
       420-VerificarCorrelatividad.
           MOVE 1 TO WS-CorrelCumplida
           IF WS-HayPlan IS EQUAL 1 AND Alu-Sort-Curso > ZERO
               MOVE 0 TO WS-PlanHallado
               PERFORM VARYING Idx-Plan FROM 1 BY 1
                       UNTIL Idx-Plan > WS-CantPlan
                       OR WS-PlanHallado = 1
                   IF TPl-Materia(Idx-Plan) IS EQUAL Alu-Sort-Materia
                       MOVE 1 TO WS-PlanHallado
                   END-IF
               END-PERFORM
               IF WS-PlanHallado IS EQUAL 1
                   SUBTRACT 1 FROM Idx-Plan
               END-IF
               MOVE SPACES TO Cor-Reg
               IF WS-PlanHallado IS NOT EQUAL 1
                   OR TPl-Curso(Idx-Plan) > Alu-Sort-Curso
                   MOVE 0 TO WS-CorrelCumplida
                   MOVE "MATERIA FUERA DEL PLAN" TO Cor-Motivo
               ELSE
                   PERFORM VARYING Idx-Correl FROM 1 BY 1
                           UNTIL Idx-Correl > 4
                           OR WS-CorrelCumplida = 0
                       IF TPl-Correlativa(Idx-Plan Idx-Correl)
                                  IS NOT EQUAL SPACES
                           PERFORM 430-BuscarCorrelativaAprobada
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
                   MOVE Alu-Sort-Legajo TO Cor-Legajo
                   MOVE Alu-Sort-Curso TO Cor-Curso
                   MOVE Alu-Sort-Materia TO Cor-Materia
                   MOVE Alu-Sort-Acta TO Cor-Acta
                   MOVE Alu-Sort-Fecha TO Cor-Fecha
                   MOVE Alu-Sort-Promedio TO Cor-Nota
                   WRITE Cor-Reg
               END-IF
           END-IF.

       430-BuscarCorrelativaAprobada.
           MOVE 0 TO WS-CorrelAprobada
           MOVE Alu-Sort-Legajo TO Det-Legajo
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
                   IF Det-Legajo IS NOT EQUAL Alu-Sort-Legajo
                       OR Det-Materia IS NOT EQUAL
                              TPl-Correlativa(Idx-Plan Idx-Correl)
                       MOVE 1 TO WS-FinDetalle
                   ELSE
                       IF Det-Nota >= WS-Nota-Aprobacion
                           AND Det-Fecha < Alu-Sort-Fecha
                           MOVE 1 TO WS-CorrelAprobada
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       800-FinGeneral.
           close NOTAS
           close ACTAS
           close ACTAS-EXCEP
           CLOSE NOTAS-DUPLICADAS
           CLOSE CORRELAT-EXCEP
           CLOSE CLAVES-NOTAS
           close CHECKPOINT-INSTITUTO1
           close TRANLOG-INSTITUTO1.

               OPEN OUTPUT MATERIAS-REPORT
               OPEN OUTPUT ALUMNOS-EXCEP
           END-IF
           OPEN EXTEND CHECKPOINT-INSTITUTO1
           IF WS-Checkpoint-Status IS EQUAL "35"
               OPEN OUTPUT CHECKPOINT-INSTITUTO1
               WRITE Mat-Reg FROM Lin-Titulo-Materia
           END-IF
           PERFORM 906-CargarMaterias
           PERFORM 907-AbrirXref
           ACCEPT WS-Fecha-Corrida FROM DATE YYYYMMDD.

       906-CargarMaterias.
                       AT END MOVE 1 TO WS-FlagMatMaestro
                       NOT AT END
                           IF Mst-Institucion IS EQUAL "1"
                               PERFORM 910-GuardarMateria
                           END-IF
                   END-READ
               END-PERFORM
               MOVE TMm-Nombre(Idx-MatM) TO WS-NombreMateria
           END-IF.

       907-AbrirXref.
           OPEN INPUT XREF-POR-LEGAJO
           IF WS-Xref-Status IS EQUAL "00"
               MOVE 1 TO WS-HayXref
           END-IF.

       908-BuscarDni.
           MOVE SPACES TO l-Dni
           IF WS-HayXref IS EQUAL 1
               MOVE WS-Legajo-Grp TO Xrl-Legajo
               READ XREF-POR-LEGAJO
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE Xrl-Dni TO l-Dni
               END-READ
           END-IF.

       910-GuardarMateria.
           IF WS-CantMatMaestro < 50
               ADD 1 TO WS-CantMatMaestro
               MOVE Mst-Codigo(1:3) TO TMm-Codigo(WS-CantMatMaestro)
               MOVE Mst-Nombre TO TMm-Nombre(WS-CantMatMaestro)
           ELSE
               DISPLAY "INSTITUTO1: tabla de materias llena - materia "
                       Mst-Codigo
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       1000-LeerArchivo-Sort.
           ADD 1 TO WS-CantAlumnosHuerfanos.

       1300-InicializarVariables.
           MOVE 0 TO WS-AlumnoRectificado
           move zero to WS-AcumNotas
           move zero to WS-CantNotas
           move spaces to WS-Materia-Anterior.
                            WS-AprobMateria WS-DesaprobMateria
               MOVE ZERO TO WS-PonSuma WS-PonPesos
               MOVE 0 TO WS-HayUltPon
               MOVE 0 TO WS-MateriaRectificada
               MOVE Alu-Sort-Materia TO WS-Materia-Anterior
               MOVE Alu-Sort-Promedio TO WS-NotaSeleccion
               MOVE Alu-Sort-Fecha TO WS-FechaSeleccion
           END-IF
           IF Alu-Sort-Rectif IS EQUAL "S"
               MOVE 1 TO WS-MateriaRectificada
               MOVE 1 TO WS-AlumnoRectificado
           END-IF
           ADD Alu-Sort-Promedio TO WS-AcumMateria
           ADD 1 TO WS-CantMateria
           IF WS-Modo IS EQUAL "M"
                   MOVE Alu-Sort-Div TO TEst-Div(Idx-Est)
                   MOVE 99 TO TEst-Min(Idx-Est)
               ELSE
                   DISPLAY "INSTITUTO1: tabla de estadisticas llena - "
                           "materia " Alu-Sort-Materia
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           IF Idx-Est > ZERO
           MOVE WS-Materia-Anterior TO WS-MateriaBuscada
           PERFORM 909-BuscarNombreMateria
           MOVE WS-NombreMateria TO lm-NombreMateria
           IF WS-MateriaRectificada IS EQUAL 1
               MOVE "RECTIFICADO" TO lm-Rectif
           ELSE
               MOVE SPACES TO lm-Rectif
           END-IF
           WRITE Mat-Reg FROM Lin-Materia
           PERFORM 1460-GrabarHistorico.


       1500-ImprimoDatos.
           COMPUTE WS-PromedioNotas = WS-AcumNotas / WS-CantNotas
           IF WS-AlumnoRectificado IS EQUAL 1
               MOVE "RECTIFICADO" TO l-Rectif
               ADD 1 TO WS-CantAlumnosRectif
           ELSE
               MOVE SPACES TO l-Rectif
           END-IF
           IF WS-PromedioNotas >= WS-Corte-Aprobacion
               PERFORM 908-BuscarDni
               MOVE WS-PromedioNotas to l-PromedioNota
           MOVE WS-CantActasExcluidas TO lr-ActasExcluidas
           MOVE WS-CantDuplicadas TO lr-NotasDuplicadas
           MOVE WS-CantFechasInvalidas TO lr-FechasInvalidas
           MOVE WS-CantRectifAplicadas TO lr-RectifAplicadas
           MOVE WS-CantRectifRechazadas TO lr-RectifRechazadas
           MOVE WS-CantAlumnosRectif TO lr-AlumnosRectif
           MOVE WS-CantCorrelNoCumplida TO lr-CorrelNoCumplida
           DISPLAY Lin-Reconciliacion
           DISPLAY Lin-Reconcil2
           DISPLAY Lin-Reconcil3
           DISPLAY Lin-Reconcil8
           DISPLAY Lin-Reconcil9
           DISPLAY Lin-Reconcil10
           DISPLAY Lin-Reconcil12
           DISPLAY Lin-Reconcil13
           DISPLAY Lin-Reconcil14
           DISPLAY Lin-Reconcil15
           WRITE Lis-Reg FROM Lin-Blanco
           WRITE Lis-Reg FROM Lin-Reconciliacion
           WRITE Lis-Reg FROM Lin-Reconcil2
           WRITE Lis-Reg FROM Lin-Reconcil8
           WRITE Lis-Reg FROM Lin-Reconcil9
           WRITE Lis-Reg FROM Lin-Reconcil10
           WRITE Lis-Reg FROM Lin-Reconcil12
           WRITE Lis-Reg FROM Lin-Reconcil13
           WRITE Lis-Reg FROM Lin-Reconcil14
           WRITE Lis-Reg FROM Lin-Reconcil15.

       1660-GrabarStats.
           OPEN OUTPUT STATS-RUN
               MOVE "FECHAS-INVALIDAS" TO Sta-Contador
               MOVE WS-CantFechasInvalidas TO Sta-Valor
               PERFORM 1665-GrabarStat
               MOVE "RECTIFICACIONES" TO Sta-Contador
               MOVE WS-CantRectifAplicadas TO Sta-Valor
               PERFORM 1665-GrabarStat
               MOVE "CORRELATIVIDAD" TO Sta-Contador
               MOVE WS-CantCorrelNoCumplida TO Sta-Valor
               PERFORM 1665-GrabarStat
               CLOSE STATS-RUN
           END-IF.

           CLOSE MATERIAS-REPORT
           CLOSE ALUMNOS-EXCEP
           CLOSE DETALLE-EXAMENES
           CLOSE JOURNAL-RECTIF
           IF WS-HayXref IS EQUAL 1
               CLOSE XREF-POR-LEGAJO
           END-IF
           CLOSE CHECKPOINT-INSTITUTO1.


