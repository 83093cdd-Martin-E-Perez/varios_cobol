      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFDIG.
      ******************************************************************
       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
           SELECT DIGITACION ASSIGN TO DYNAMIC
           WS-Path-Digitacion
           ORGANIZATION is line sequential
           FILE STATUS is WS-Digitacion-Status.

           SELECT RESOLUCIONES ASSIGN TO DYNAMIC
           WS-Path-Resoluciones
           ORGANIZATION is line sequential
           FILE STATUS is WS-Resoluciones-Status.

           SELECT DIFERENCIAS ASSIGN TO DYNAMIC
           WS-Path-Diferencias
           ORGANIZATION is line sequential
           FILE STATUS is WS-Diferencias-Status.

           SELECT LOTE-VERIFICADO ASSIGN TO DYNAMIC
           WS-Path-Lote-Verificado
           ORGANIZATION is line sequential
           FILE STATUS is WS-LoteVerificado-Status.

           SELECT LOTE-NOCHE ASSIGN TO DYNAMIC
           WS-Path-Lote-Noche
           ORGANIZATION is line sequential
           FILE STATUS is WS-LoteNoche-Status.

           SELECT DIGITA-sort ASSIGN TO DYNAMIC
           WS-Path-Digita-Sort
           ORGANIZATION is line sequential.

      ******************************************************************
       DATA DIVISION.
        FILE SECTION.
      * cada renglon digitado lleva el operador que lo cargo y la
      * imagen del registro tal como la leen EDITACTAS1 o EDITNOTAS2
       FD  DIGITACION.
       01  Dig-Reg.
           03 Dig-Operador pic x(8).
           03 Dig-Imagen pic x(26).

      * Res-Valor: valor correcto del campo; para REGISTRO, INCLUIR o
      * EXCLUIR; para OPERADOR, cualquier valor acepta el registro
       FD  RESOLUCIONES.
       01  Res-Reg.
           03 Res-Clave.
               05 Res-Grupo pic x(8).
               05 filler pic x.
               05 Res-Tipo pic x.
               05 filler pic x.
               05 Res-Item pic x(6).
               05 filler pic x.
               05 Res-Ocurr pic 99.
           03 filler pic x.
           03 Res-Campo pic x(12).
           03 filler pic x.
           03 Res-Valor pic x(26).

       FD  DIFERENCIAS.
       01  Dif-Reg.
           03 Dif-Grupo pic x(8).
           03 filler pic x.
           03 Dif-Tipo pic x.
           03 filler pic x.
           03 Dif-Item pic x(6).
           03 filler pic x.
           03 Dif-Ocurr pic 99.
           03 filler pic x.
           03 Dif-Campo pic x(12).
           03 filler pic x.
           03 Dif-Primera pic x(26).
           03 filler pic x.
           03 Dif-Segunda pic x(26).
           03 filler pic x.
           03 Dif-Operador1 pic x(8).
           03 filler pic x.
           03 Dif-Operador2 pic x(8).
           03 filler pic x.
           03 Dif-Estado pic x(10).

       FD  LOTE-VERIFICADO.
       01  Lvf-Reg pic x(26).

       FD  LOTE-NOCHE.
       01  Lno-Reg pic x(26).

       SD  DIGITA-sort.
       01  Srt-Reg.
           03 Srt-Clave.
               05 Srt-Grupo pic x(8).
               05 Srt-Tipo pic x.
               05 Srt-Item pic x(6).
               05 Srt-Ocurr pic 99.
           03 Srt-Fuente pic 9.
           03 Srt-Operador pic x(8).
           03 Srt-Imagen pic x(26).

       WORKING-STORAGE SECTION.

       01  WS-Path-Actas-Dig1 pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\actas-digitacion1.txt".
       01  WS-Path-Actas-Dig2 pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\actas-digitacion2.txt".
       01  WS-Path-Actas-Res pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\actas-resoluciones.txt".
       01  WS-Path-Actas-Dif pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\actas-diferencias.txt".
       01  WS-Path-Actas-Noche pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\actas.txt".
       01  WS-Path-Notas-Dig1 pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\notas-digitacion1.txt".
       01  WS-Path-Notas-Dig2 pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\notas-digitacion2.txt".
       01  WS-Path-Notas-Res pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\notas-resoluciones.txt".
       01  WS-Path-Notas-Dif pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\notas-diferencias.txt".
       01  WS-Path-Notas-Noche pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\notas.txt".
       01  WS-Path-Lote-Verificado pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\verifdig-lote.tmp".
       01  WS-Path-Digita-Sort pic x(100) value
           "D:\cobol\COBOL 32 - PARCIAL\verifdig-sort.tmp".
       01  WS-Path-Override pic x(100).

       01  WS-Path-Digitacion pic x(100).
       01  WS-Path-Digitacion1 pic x(100).
       01  WS-Path-Digitacion2 pic x(100).
       01  WS-Path-Resoluciones pic x(100).
       01  WS-Path-Diferencias pic x(100).
       01  WS-Path-Lote-Noche pic x(100).

       01  WS-Digitacion-Status pic xx.
       01  WS-Resoluciones-Status pic xx.
       01  WS-Diferencias-Status pic xx.
       01  WS-LoteVerificado-Status pic xx.
       01  WS-LoteNoche-Status pic xx.
       01  WS-Dig1-Status pic xx.
       01  WS-Dig2-Status pic xx.

      * 1: actas de Instituto1, 2: notas de Instituto2
       01  WS-Area pic x.
       01  WS-Area-Nombre pic x(5).
       01  WS-LargoImagen pic 99.
       01  WS-AreaRetenida pic 9 value zero.

      * campos que se cotejan por area y tipo de registro
       01  Campos.
           03 filler pic x(2) value "1C".
           03 filler pic x(12) value "FECHA".
           03 filler pic 99 value 8.
           03 filler pic 99 value 8.
           03 filler pic x(2) value "1C".
           03 filler pic x(12) value "MATERIA".
           03 filler pic 99 value 16.
           03 filler pic 99 value 3.
           03 filler pic x(2) value "1C".
           03 filler pic x(12) value "CANTDET".
           03 filler pic 99 value 19.
           03 filler pic 99 value 3.
           03 filler pic x(2) value "1C".
           03 filler pic x(12) value "DOCENTE".
           03 filler pic 99 value 22.
           03 filler pic 99 value 4.
           03 filler pic x(2) value "1C".
           03 filler pic x(12) value "TIPOEXAMEN".
           03 filler pic 99 value 26.
           03 filler pic 99 value 1.
           03 filler pic x(2) value "1D".
           03 filler pic x(12) value "NOTA".
           03 filler pic 99 value 8.
           03 filler pic 99 value 2.
           03 filler pic x(2) value "1R".
           03 filler pic x(12) value "MATERIA".
           03 filler pic 99 value 14.
           03 filler pic 99 value 3.
           03 filler pic x(2) value "1R".
           03 filler pic x(12) value "NOTA".
           03 filler pic 99 value 17.
           03 filler pic 99 value 2.
           03 filler pic x(2) value "1R".
           03 filler pic x(12) value "MOTIVO".
           03 filler pic 99 value 19.
           03 filler pic 99 value 2.
           03 filler pic x(2) value "1R".
           03 filler pic x(12) value "DOCENTE".
           03 filler pic 99 value 21.
           03 filler pic 99 value 4.
           03 filler pic x(2) value "21".
           03 filler pic x(12) value "ANIO".
           03 filler pic 99 value 10.
           03 filler pic 99 value 1.
           03 filler pic x(2) value "21".
           03 filler pic x(12) value "DIV".
           03 filler pic 99 value 11.
           03 filler pic 99 value 1.
           03 filler pic x(2) value "22".
           03 filler pic x(12) value "NOTA".
           03 filler pic 99 value 6.
           03 filler pic 99 value 4.
           03 filler pic x(2) value "22".
           03 filler pic x(12) value "CUATRIMESTRE".
           03 filler pic 99 value 10.
           03 filler pic 99 value 1.

       01  Vec-Campos redefines Campos OCCURS 14 times.
           03 Campo-AreaTipo pic x(2).
           03 Campo-Nombre pic x(12).
           03 Campo-Desde pic 99.
           03 Campo-Largo pic 99.

       01  Idx-Campo pic 99.
       01  WS-AreaTipo pic x(2).
       01  WS-CamposTipo pic 99.
       01  WS-Campo pic x(12).
       01  WS-Desde pic 99.
       01  WS-Largo pic 99.

       01  WS-FlagDigitacion pic 9.
       01  WS-FlagResoluciones pic 9.
       01  WS-FlagSort pic 9.
       01  WS-FlagLote pic 9.
       01  WS-Fuente pic 9.
       01  WS-Grupo-Actual pic x(8).

      * numero de aparicion de cada clave dentro de una digitacion,
      * para aparear dos notas de la misma materia o legajos repetidos
       01  WS-CantOcurr pic 9(4) value zero.
       01  Tabla-Ocurrencias.
           03 Tabla-Ocu OCCURS 2000 TIMES.
               05 TOc-Clave pic x(15).
               05 TOc-Cant pic 99.
       01  Idx-Ocu pic 9(4).
       01  WS-OcuHallada pic 9.
       01  WS-ClaveBase pic x(15).

       01  WS-CantRes pic 9(3) value zero.
       01  Tabla-Resoluciones.
           03 Tabla-Res OCCURS 500 TIMES.
               05 TRes-Clave pic x(20).
               05 TRes-Campo pic x(12).
               05 TRes-Valor pic x(26).
               05 TRes-Usada pic 9.
       01  Idx-Res pic 9(3).
       01  WS-ResHallada pic 9.

       01  WS-CantOpe pic 99 value zero.
       01  Tabla-Operadores.
           03 Tabla-Ope OCCURS 50 TIMES.
               05 TOp-Codigo pic x(8).
               05 TOp-Campos pic 9(7).
               05 TOp-Diferencias pic 9(5).
       01  Idx-Ope pic 99.
       01  WS-OpeHallado pic 9.
       01  WS-Operador-Buscado pic x(8).

       01  WS-Hay1 pic 9.
       01  WS-Hay2 pic 9.
       01  WS-Reg1.
           03 WS-R1-Clave.
               05 WS-R1-Grupo pic x(8).
               05 WS-R1-Tipo pic x.
               05 WS-R1-Item pic x(6).
               05 WS-R1-Ocurr pic 99.
           03 WS-R1-Fuente pic 9.
           03 WS-R1-Operador pic x(8).
           03 WS-R1-Imagen pic x(26).
       01  WS-Reg2.
           03 WS-R2-Clave.
               05 WS-R2-Grupo pic x(8).
               05 WS-R2-Tipo pic x.
               05 WS-R2-Item pic x(6).
               05 WS-R2-Ocurr pic 99.
           03 WS-R2-Fuente pic 9.
           03 WS-R2-Operador pic x(8).
           03 WS-R2-Imagen pic x(26).
       01  WS-Clave-Dif.
           03 WS-CD-Grupo pic x(8).
           03 filler pic x value space.
           03 WS-CD-Tipo pic x.
           03 filler pic x value space.
           03 WS-CD-Item pic x(6).
           03 filler pic x value space.
           03 WS-CD-Ocurr pic 99.
       01  WS-Imagen-Liberada pic x(26).
       01  WS-Incluir pic 9.
       01  WS-UltOperador1 pic x(8).
       01  WS-UltOperador2 pic x(8).

       01  WS-CantLeidos1 pic 9(7).
       01  WS-CantLeidos2 pic 9(7).
       01  WS-CantCotejados pic 9(7).
       01  WS-CantCoincidentes pic 9(7).
       01  WS-CantDiferencias pic 9(5).
       01  WS-CantResueltas pic 9(5).
       01  WS-CantPendientes pic 9(5).
       01  WS-CantResSinUso pic 9(3).
       01  WS-CantLiberados pic 9(7).
       01  WS-TotalAtribuidas pic 9(5).
       01  WS-RegistroDistinto pic 9.

       01  Lin-Titulo.
           03 filler pic x(28) value "VERIFICACION DE DIGITACION ".
           03 lt-Area pic x(5).
       01  Lin-SinDoble.
           03 filler pic x(6) value "AREA ".
           03 lsd-Area pic x(5).
           03 filler pic x(34) value
           " - sin doble digitacion, no se".
           03 filler pic x(20) value " verifica".
       01  Lin-FaltaDigitacion.
           03 filler pic x(6) value "AREA ".
           03 lfd-Area pic x(5).
           03 filler pic x(34) value
           " - falta una de las digitaciones".
           03 filler pic x(20) value " - LOTE RETENIDO".
       01  Lin-Control1.
           03 filler pic x(30) value "Registros primera digitacion:".
           03 lc-Leidos1 pic zzzzzz9.
       01  Lin-Control2.
           03 filler pic x(30) value "Registros segunda digitacion:".
           03 lc-Leidos2 pic zzzzzz9.
       01  Lin-Control3.
           03 filler pic x(30) value "Registros coincidentes:".
           03 lc-Coincidentes pic zzzzzz9.
       01  Lin-Control4.
           03 filler pic x(30) value "Diferencias:".
           03 lc-Diferencias pic zzzzzz9.
       01  Lin-Control5.
           03 filler pic x(30) value "Diferencias resueltas:".
           03 lc-Resueltas pic zzzzzz9.
       01  Lin-Control6.
           03 filler pic x(30) value "Diferencias pendientes:".
           03 lc-Pendientes pic zzzzzz9.
       01  Lin-Control7.
           03 filler pic x(30) value "Resoluciones sin diferencia:".
           03 lc-ResSinUso pic zzzzzz9.
       01  Lin-Control8.
           03 filler pic x(30) value "Registros liberados:".
           03 lc-Liberados pic zzzzzz9.
       01  Lin-Liberado.
           03 filler pic x(30) value "LOTE LIBERADO AL PROCESO".
       01  Lin-Retenido.
           03 filler pic x(30) value "LOTE RETENIDO - DIFERENCIAS".
           03 filler pic x(20) value " SIN RESOLVER".
       01  Lin-Encab-Operadores.
           03 filler pic x(10) value "Operador".
           03 filler pic x(12) value "    Campos".
           03 filler pic x(14) value "  Diferencias".
           03 filler pic x(10) value "  % campos".
           03 filler pic x(10) value "  % total".
       01  Lin-Operador.
           03 lop-Codigo pic x(8).
           03 filler pic x(2) value spaces.
           03 lop-Campos pic zzzzzzzzz9.
           03 filler pic x(2) value spaces.
           03 lop-Diferencias pic zzzzzzzzzzz9.
           03 filler pic x(2) value spaces.
           03 lop-PorcCampos pic zz9,99.
           03 filler pic x(3) value spaces.
           03 lop-PorcTotal pic zz9,99.
       01  WS-Porcentaje pic 9(3)v99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 000-LeerRutas
           MOVE "1" TO WS-Area
           PERFORM 100-VerificarArea
           MOVE "2" TO WS-Area
           PERFORM 100-VerificarArea
           IF WS-AreaRetenida IS EQUAL 1
               MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.

       000-LeerRutas.
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "VERIFDIG-ACTAS-DIG1-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Actas-Dig1
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "VERIFDIG-ACTAS-DIG2-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Actas-Dig2
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "VERIFDIG-ACTAS-RES-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Actas-Res
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "VERIFDIG-ACTAS-DIF-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Actas-Dif
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "VERIFDIG-ACTAS-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Actas-Noche
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "VERIFDIG-NOTAS-DIG1-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Notas-Dig1
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "VERIFDIG-NOTAS-DIG2-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Notas-Dig2
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "VERIFDIG-NOTAS-RES-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Notas-Res
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "VERIFDIG-NOTAS-DIF-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Notas-Dif
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "VERIFDIG-NOTAS-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Notas-Noche
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "VERIFDIG-LOTE-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Lote-Verificado
           END-IF
           ACCEPT WS-Path-Override
                      FROM ENVIRONMENT "VERIFDIG-SORT-PATH"
           IF WS-Path-Override IS NOT EQUAL TO SPACES
               MOVE WS-Path-Override TO WS-Path-Digita-Sort
           END-IF.

      * sin ninguna de las dos digitaciones el area no trabaja con
      * doble digitacion y su archivo del proceso nocturno no se toca;
      * con una sola, el lote queda retenido
       100-VerificarArea.
           PERFORM 110-InicioArea
           OPEN INPUT DIGITACION
           MOVE WS-Digitacion-Status TO WS-Dig1-Status
           IF WS-Dig1-Status IS EQUAL "00"
               CLOSE DIGITACION
           END-IF
           MOVE WS-Path-Digitacion2 TO WS-Path-Digitacion
           OPEN INPUT DIGITACION
           MOVE WS-Digitacion-Status TO WS-Dig2-Status
           IF WS-Dig2-Status IS EQUAL "00"
               CLOSE DIGITACION
           END-IF
           IF (WS-Dig1-Status IS NOT EQUAL "00"
                    AND WS-Dig1-Status IS NOT EQUAL "35")
               OR (WS-Dig2-Status IS NOT EQUAL "00"
                    AND WS-Dig2-Status IS NOT EQUAL "35")
               DISPLAY "VERIFDIG: no se pudo abrir la digitacion de "
                       WS-Area-Nombre " - estados " WS-Dig1-Status
                       " " WS-Dig2-Status
               PERFORM 810-RetenerLote
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-Dig1-Status IS EQUAL "35"
               AND WS-Dig2-Status IS EQUAL "35"
               MOVE WS-Area-Nombre TO lsd-Area
               DISPLAY Lin-SinDoble
           ELSE
               IF WS-Dig1-Status IS EQUAL "35"
                   OR WS-Dig2-Status IS EQUAL "35"
                   MOVE WS-Area-Nombre TO lfd-Area
                   DISPLAY Lin-FaltaDigitacion
                   PERFORM 810-RetenerLote
               ELSE
                   PERFORM 200-CargarResoluciones
                   PERFORM 300-Cotejar
                   PERFORM 800-LiberarLote
                   PERFORM 900-ImprimoControl
               END-IF
           END-IF.

       110-InicioArea.
           IF WS-Area IS EQUAL "1"
               MOVE "ACTAS" TO WS-Area-Nombre
               MOVE 26 TO WS-LargoImagen
               MOVE WS-Path-Actas-Dig1 TO WS-Path-Digitacion1
               MOVE WS-Path-Actas-Dig2 TO WS-Path-Digitacion2
               MOVE WS-Path-Actas-Res TO WS-Path-Resoluciones
               MOVE WS-Path-Actas-Dif TO WS-Path-Diferencias
               MOVE WS-Path-Actas-Noche TO WS-Path-Lote-Noche
           ELSE
               MOVE "NOTAS" TO WS-Area-Nombre
               MOVE 11 TO WS-LargoImagen
               MOVE WS-Path-Notas-Dig1 TO WS-Path-Digitacion1
               MOVE WS-Path-Notas-Dig2 TO WS-Path-Digitacion2
               MOVE WS-Path-Notas-Res TO WS-Path-Resoluciones
               MOVE WS-Path-Notas-Dif TO WS-Path-Diferencias
               MOVE WS-Path-Notas-Noche TO WS-Path-Lote-Noche
           END-IF
           MOVE WS-Path-Digitacion1 TO WS-Path-Digitacion
           MOVE ZERO TO WS-CantRes
           MOVE ZERO TO WS-CantOpe
           MOVE ZERO TO WS-CantLeidos1
           MOVE ZERO TO WS-CantLeidos2
           MOVE ZERO TO WS-CantCotejados
           MOVE ZERO TO WS-CantCoincidentes
           MOVE ZERO TO WS-CantDiferencias
           MOVE ZERO TO WS-CantResueltas
           MOVE ZERO TO WS-CantPendientes
           MOVE ZERO TO WS-CantResSinUso
           MOVE ZERO TO WS-CantLiberados
           MOVE ZERO TO WS-TotalAtribuidas
           MOVE WS-Area-Nombre TO lt-Area
           DISPLAY Lin-Titulo.

      * las resoluciones del supervisor se arman copiando el renglon
      * de la diferencia y cargando el valor correcto
       200-CargarResoluciones.
           MOVE 0 TO WS-FlagResoluciones
           OPEN INPUT RESOLUCIONES
           IF WS-Resoluciones-Status IS EQUAL "00"
               PERFORM UNTIL WS-FlagResoluciones IS EQUAL 1
                   READ RESOLUCIONES
                       AT END MOVE 1 TO WS-FlagResoluciones
                       NOT AT END
                           IF Res-Reg IS NOT EQUAL SPACES
                               PERFORM 210-GuardarResolucion
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESOLUCIONES
           END-IF.

       210-GuardarResolucion.
           IF WS-CantRes < 500
               ADD 1 TO WS-CantRes
               MOVE Res-Clave TO TRes-Clave(WS-CantRes)
               MOVE Res-Campo TO TRes-Campo(WS-CantRes)
               MOVE Res-Valor TO TRes-Valor(WS-CantRes)
               MOVE 0 TO TRes-Usada(WS-CantRes)
           ELSE
               DISPLAY "VERIFDIG: tabla de resoluciones llena - "
                       WS-Area-Nombre
               PERFORM 810-RetenerLote
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       300-Cotejar.
           OPEN OUTPUT DIFERENCIAS
           IF WS-Diferencias-Status IS NOT EQUAL "00"
               DISPLAY "VERIFDIG: no se pudo abrir DIFERENCIAS "
                       "- estado " WS-Diferencias-Status
               PERFORM 810-RetenerLote
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT LOTE-VERIFICADO
           IF WS-LoteVerificado-Status IS NOT EQUAL "00"
               DISPLAY "VERIFDIG: no se pudo abrir el lote de trabajo "
                       "- estado " WS-LoteVerificado-Status
               PERFORM 810-RetenerLote
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           SORT DIGITA-sort ASCENDING Srt-Clave
                            ASCENDING Srt-Fuente
           INPUT PROCEDURE IS 400-LeerDigitaciones
           OUTPUT PROCEDURE IS 500-CotejarDigitaciones
           CLOSE DIFERENCIAS
           CLOSE LOTE-VERIFICADO
           PERFORM VARYING Idx-Res FROM 1 BY 1
                   UNTIL Idx-Res > WS-CantRes
               IF TRes-Usada(Idx-Res) IS EQUAL 0
                   ADD 1 TO WS-CantResSinUso
               END-IF
           END-PERFORM.

      ************************************************************************
      ***************************** input-procedure ****************************
      ************************************************************************
       400-LeerDigitaciones.
           MOVE 1 TO WS-Fuente
           MOVE WS-Path-Digitacion1 TO WS-Path-Digitacion
           PERFORM 410-LeerDigitacion
           MOVE 2 TO WS-Fuente
           MOVE WS-Path-Digitacion2 TO WS-Path-Digitacion
           PERFORM 410-LeerDigitacion.

       410-LeerDigitacion.
           MOVE ZERO TO WS-CantOcurr
           MOVE SPACES TO WS-Grupo-Actual
           MOVE 0 TO WS-FlagDigitacion
           OPEN INPUT DIGITACION
           PERFORM UNTIL WS-FlagDigitacion IS EQUAL 1
               READ DIGITACION
                   AT END MOVE 1 TO WS-FlagDigitacion
                   NOT AT END
                       IF Dig-Imagen IS NOT EQUAL SPACES
                           PERFORM 420-ArmarClave
                           RELEASE Srt-Reg
                           IF WS-Fuente IS EQUAL 1
                               ADD 1 TO WS-CantLeidos1
                           ELSE
                               ADD 1 TO WS-CantLeidos2
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DIGITACION.

      * actas: acta, tipo y legajo; notas: DNI, tipo y materia. los
      * detalles toman el acta o el DNI de la ultima cabecera
       420-ArmarClave.
           MOVE SPACES TO Srt-Reg
           MOVE Dig-Imagen(1:1) TO Srt-Tipo
           IF WS-Area IS EQUAL "1"
               EVALUATE Dig-Imagen(1:1)
                   WHEN "C"
                       MOVE Dig-Imagen(2:6) TO WS-Grupo-Actual
                       MOVE WS-Grupo-Actual TO Srt-Grupo
                   WHEN "D"
                       MOVE WS-Grupo-Actual TO Srt-Grupo
                       MOVE Dig-Imagen(2:6) TO Srt-Item
                   WHEN "R"
                       MOVE Dig-Imagen(2:6) TO Srt-Grupo
                       MOVE Dig-Imagen(8:6) TO Srt-Item
                   WHEN OTHER
                       MOVE WS-Grupo-Actual TO Srt-Grupo
               END-EVALUATE
           ELSE
               EVALUATE Dig-Imagen(1:1)
                   WHEN "1"
                       MOVE Dig-Imagen(2:8) TO WS-Grupo-Actual
                       MOVE WS-Grupo-Actual TO Srt-Grupo
                   WHEN "2"
                       MOVE WS-Grupo-Actual TO Srt-Grupo
                       MOVE Dig-Imagen(2:4) TO Srt-Item
                   WHEN OTHER
                       MOVE WS-Grupo-Actual TO Srt-Grupo
               END-EVALUATE
           END-IF
           MOVE Srt-Clave(1:15) TO WS-ClaveBase
           PERFORM 430-NumerarOcurrencia
           MOVE WS-Fuente TO Srt-Fuente
           MOVE Dig-Operador TO Srt-Operador
           MOVE Dig-Imagen TO Srt-Imagen.

       430-NumerarOcurrencia.
           MOVE 0 TO WS-OcuHallada
           PERFORM VARYING Idx-Ocu FROM 1 BY 1
                   UNTIL Idx-Ocu > WS-CantOcurr
                   OR WS-OcuHallada = 1
               IF TOc-Clave(Idx-Ocu) IS EQUAL WS-ClaveBase
                   MOVE 1 TO WS-OcuHallada
               END-IF
           END-PERFORM
           IF WS-OcuHallada IS EQUAL 1
               SUBTRACT 1 FROM Idx-Ocu
               IF TOc-Cant(Idx-Ocu) < 99
                   ADD 1 TO TOc-Cant(Idx-Ocu)
               END-IF
               MOVE TOc-Cant(Idx-Ocu) TO Srt-Ocurr
           ELSE
               IF WS-CantOcurr < 2000
                   ADD 1 TO WS-CantOcurr
                   MOVE WS-ClaveBase TO TOc-Clave(WS-CantOcurr)
                   MOVE 1 TO TOc-Cant(WS-CantOcurr)
                   MOVE 1 TO Srt-Ocurr
               ELSE
                   DISPLAY "VERIFDIG: tabla de claves llena - "
                           WS-Area-Nombre
                   PERFORM 810-RetenerLote
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

      ************************************************************************
      ***************************** output-procedure ***************************
      ************************************************************************
      * por cada clave llega primero la primera digitacion y despues
      * la segunda; si falta una, la clave queda sin pareja
       500-CotejarDigitaciones.
           MOVE 0 TO WS-FlagSort
           MOVE SPACES TO WS-UltOperador1
           MOVE SPACES TO WS-UltOperador2
           PERFORM 510-LeerSort
           PERFORM UNTIL WS-FlagSort IS EQUAL 1
               MOVE 0 TO WS-Hay1
               MOVE 0 TO WS-Hay2
               IF Srt-Fuente IS EQUAL 1
                   MOVE 1 TO WS-Hay1
                   MOVE Srt-Reg TO WS-Reg1
                   PERFORM 510-LeerSort
               END-IF
               IF WS-FlagSort IS EQUAL 0
                   IF Srt-Fuente IS EQUAL 2
                       IF WS-Hay1 IS EQUAL 0
                           OR Srt-Clave IS EQUAL WS-R1-Clave
                           MOVE 1 TO WS-Hay2
                           MOVE Srt-Reg TO WS-Reg2
                           PERFORM 510-LeerSort
                       END-IF
                   END-IF
               END-IF
               IF WS-Hay1 IS EQUAL 1 AND WS-Hay2 IS EQUAL 1
                   PERFORM 520-CompararRegistro
                   MOVE WS-R1-Operador TO WS-UltOperador1
                   MOVE WS-R2-Operador TO WS-UltOperador2
               ELSE
                   PERFORM 530-RegistroSinPareja
               END-IF
           END-PERFORM.

       510-LeerSort.
           RETURN DIGITA-sort AT END MOVE 1 TO WS-FlagSort.

       520-CompararRegistro.
           ADD 1 TO WS-CantCotejados
           MOVE 0 TO WS-RegistroDistinto
           MOVE WS-R1-Imagen TO WS-Imagen-Liberada
           MOVE WS-R1-Grupo TO WS-CD-Grupo
           MOVE WS-R1-Tipo TO WS-CD-Tipo
           MOVE WS-R1-Item TO WS-CD-Item
           MOVE WS-R1-Ocurr TO WS-CD-Ocurr
           MOVE WS-Area TO WS-AreaTipo(1:1)
           MOVE WS-R1-Tipo TO WS-AreaTipo(2:1)
           PERFORM 540-ContarCampos
           MOVE WS-R1-Operador TO WS-Operador-Buscado
           PERFORM 700-BuscarOperador
           ADD WS-CamposTipo TO TOp-Campos(Idx-Ope)
           MOVE WS-R2-Operador TO WS-Operador-Buscado
           PERFORM 700-BuscarOperador
           ADD WS-CamposTipo TO TOp-Campos(Idx-Ope)
           IF WS-CamposTipo IS EQUAL ZERO
               MOVE "IMAGEN" TO WS-Campo
               MOVE 1 TO WS-Desde
               MOVE WS-LargoImagen TO WS-Largo
               PERFORM 550-CotejarCampo
           ELSE
               PERFORM VARYING Idx-Campo FROM 1 BY 1
                       UNTIL Idx-Campo > 14
                   IF Campo-AreaTipo(Idx-Campo) IS EQUAL WS-AreaTipo
                       MOVE Campo-Nombre(Idx-Campo) TO WS-Campo
                       MOVE Campo-Desde(Idx-Campo) TO WS-Desde
                       MOVE Campo-Largo(Idx-Campo) TO WS-Largo
                       PERFORM 550-CotejarCampo
                   END-IF
               END-PERFORM
           END-IF
      * las dos digitaciones tienen que venir de operadores distintos
           IF WS-R1-Operador IS EQUAL WS-R2-Operador
               MOVE 1 TO WS-RegistroDistinto
               MOVE "OPERADOR" TO WS-Campo
               PERFORM 600-BuscarResolucion
               MOVE SPACES TO Dif-Reg
               MOVE WS-R1-Operador TO Dif-Primera
               MOVE WS-R2-Operador TO Dif-Segunda
               PERFORM 610-GrabarDiferencia
           END-IF
           IF WS-RegistroDistinto IS EQUAL 0
               ADD 1 TO WS-CantCoincidentes
           END-IF
           WRITE Lvf-Reg FROM WS-Imagen-Liberada
           ADD 1 TO WS-CantLiberados.

      * el campo corregido en la resolucion es el que se libera; la
      * diferencia se atribuye al operador que no tipeo ese valor
       550-CotejarCampo.
           IF WS-R1-Imagen(WS-Desde:WS-Largo) IS NOT EQUAL
                  WS-R2-Imagen(WS-Desde:WS-Largo)
               MOVE 1 TO WS-RegistroDistinto
               PERFORM 600-BuscarResolucion
               MOVE SPACES TO Dif-Reg
               MOVE WS-R1-Imagen(WS-Desde:WS-Largo) TO Dif-Primera
               MOVE WS-R2-Imagen(WS-Desde:WS-Largo) TO Dif-Segunda
               IF WS-ResHallada IS EQUAL 1
                   MOVE TRes-Valor(Idx-Res)(1:WS-Largo)
                              TO WS-Imagen-Liberada(WS-Desde:WS-Largo)
                   IF WS-R1-Imagen(WS-Desde:WS-Largo) IS NOT EQUAL
                          TRes-Valor(Idx-Res)(1:WS-Largo)
                       MOVE WS-R1-Operador TO WS-Operador-Buscado
                       PERFORM 710-AtribuirDiferencia
                   END-IF
                   IF WS-R2-Imagen(WS-Desde:WS-Largo) IS NOT EQUAL
                          TRes-Valor(Idx-Res)(1:WS-Largo)
                       MOVE WS-R2-Operador TO WS-Operador-Buscado
                       PERFORM 710-AtribuirDiferencia
                   END-IF
               END-IF
               PERFORM 610-GrabarDiferencia
           END-IF.

      * registro cargado por uno solo de los operadores: el supervisor
      * decide si va (INCLUIR) o no va (EXCLUIR) al lote. al que lo
      * omitio se lo toma del ultimo registro suyo en esa digitacion
       530-RegistroSinPareja.
           ADD 1 TO WS-CantCotejados
           IF WS-Hay1 IS EQUAL 1
               MOVE WS-Reg1 TO WS-Reg2
               MOVE WS-UltOperador2 TO WS-R2-Operador
               MOVE WS-R1-Operador TO WS-UltOperador1
           ELSE
               MOVE WS-Reg2 TO WS-Reg1
               MOVE WS-UltOperador1 TO WS-R1-Operador
               MOVE WS-R2-Operador TO WS-UltOperador2
           END-IF
           MOVE WS-R1-Grupo TO WS-CD-Grupo
           MOVE WS-R1-Tipo TO WS-CD-Tipo
           MOVE WS-R1-Item TO WS-CD-Item
           MOVE WS-R1-Ocurr TO WS-CD-Ocurr
           MOVE WS-Area TO WS-AreaTipo(1:1)
           MOVE WS-R1-Tipo TO WS-AreaTipo(2:1)
           PERFORM 540-ContarCampos
           IF WS-CamposTipo IS EQUAL ZERO
               MOVE 1 TO WS-CamposTipo
           END-IF
           IF WS-Hay1 IS EQUAL 1
               MOVE WS-R1-Operador TO WS-Operador-Buscado
           ELSE
               MOVE WS-R2-Operador TO WS-Operador-Buscado
           END-IF
           PERFORM 700-BuscarOperador
           ADD WS-CamposTipo TO TOp-Campos(Idx-Ope)
           MOVE "REGISTRO" TO WS-Campo
           PERFORM 600-BuscarResolucion
           MOVE 0 TO WS-Incluir
           IF WS-ResHallada IS EQUAL 1
               EVALUATE TRes-Valor(Idx-Res)
                   WHEN "INCLUIR"
                       MOVE 1 TO WS-Incluir
                       IF WS-Hay1 IS EQUAL 1
                           MOVE WS-R2-Operador TO WS-Operador-Buscado
                       ELSE
                           MOVE WS-R1-Operador TO WS-Operador-Buscado
                       END-IF
                   WHEN "EXCLUIR"
                       MOVE 0 TO WS-Incluir
                   WHEN OTHER
                       MOVE 0 TO WS-ResHallada
               END-EVALUATE
           END-IF
           MOVE SPACES TO Dif-Reg
           IF WS-Hay1 IS EQUAL 1
               MOVE "PRESENTE" TO Dif-Primera
               MOVE "FALTA" TO Dif-Segunda
           ELSE
               MOVE "FALTA" TO Dif-Primera
               MOVE "PRESENTE" TO Dif-Segunda
           END-IF
           IF WS-ResHallada IS EQUAL 1
               AND WS-Operador-Buscado IS NOT EQUAL SPACES
               PERFORM 710-AtribuirDiferencia
           END-IF
           PERFORM 610-GrabarDiferencia
           IF WS-Incluir IS EQUAL 1
               WRITE Lvf-Reg FROM WS-R1-Imagen
               ADD 1 TO WS-CantLiberados
           END-IF.

       540-ContarCampos.
           MOVE ZERO TO WS-CamposTipo
           PERFORM VARYING Idx-Campo FROM 1 BY 1
                   UNTIL Idx-Campo > 14
               IF Campo-AreaTipo(Idx-Campo) IS EQUAL WS-AreaTipo
                   ADD 1 TO WS-CamposTipo
               END-IF
           END-PERFORM.

       600-BuscarResolucion.
           MOVE 0 TO WS-ResHallada
           PERFORM VARYING Idx-Res FROM 1 BY 1
                   UNTIL Idx-Res > WS-CantRes
                   OR WS-ResHallada = 1
               IF TRes-Clave(Idx-Res) IS EQUAL WS-Clave-Dif
                   AND TRes-Campo(Idx-Res) IS EQUAL WS-Campo
                   MOVE 1 TO WS-ResHallada
               END-IF
           END-PERFORM
           IF WS-ResHallada IS EQUAL 1
               SUBTRACT 1 FROM Idx-Res
               MOVE 1 TO TRes-Usada(Idx-Res)
           END-IF.

       610-GrabarDiferencia.
           ADD 1 TO WS-CantDiferencias
           MOVE WS-CD-Grupo TO Dif-Grupo
           MOVE WS-CD-Tipo TO Dif-Tipo
           MOVE WS-CD-Item TO Dif-Item
           MOVE WS-CD-Ocurr TO Dif-Ocurr
           MOVE WS-Campo TO Dif-Campo
           MOVE WS-R1-Operador TO Dif-Operador1
           MOVE WS-R2-Operador TO Dif-Operador2
           IF WS-ResHallada IS EQUAL 1
               MOVE "RESUELTA" TO Dif-Estado
               ADD 1 TO WS-CantResueltas
           ELSE
               MOVE "PENDIENTE" TO Dif-Estado
               ADD 1 TO WS-CantPendientes
           END-IF
           WRITE Dif-Reg.

       700-BuscarOperador.
           MOVE 0 TO WS-OpeHallado
           PERFORM VARYING Idx-Ope FROM 1 BY 1
                   UNTIL Idx-Ope > WS-CantOpe
                   OR WS-OpeHallado = 1
               IF TOp-Codigo(Idx-Ope) IS EQUAL WS-Operador-Buscado
                   MOVE 1 TO WS-OpeHallado
               END-IF
           END-PERFORM
           IF WS-OpeHallado IS EQUAL 1
               SUBTRACT 1 FROM Idx-Ope
           ELSE
               IF WS-CantOpe < 50
                   ADD 1 TO WS-CantOpe
                   MOVE WS-CantOpe TO Idx-Ope
                   MOVE WS-Operador-Buscado TO TOp-Codigo(Idx-Ope)
                   MOVE ZERO TO TOp-Campos(Idx-Ope)
                   MOVE ZERO TO TOp-Diferencias(Idx-Ope)
               ELSE
                   DISPLAY "VERIFDIG: tabla de operadores llena - "
                           WS-Area-Nombre
                   PERFORM 810-RetenerLote
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

       710-AtribuirDiferencia.
           PERFORM 700-BuscarOperador
           ADD 1 TO TOp-Diferencias(Idx-Ope)
           ADD 1 TO WS-TotalAtribuidas.

      * el lote va completo o no va: con diferencias pendientes el
      * archivo de actas del proceso nocturno queda vacio. El de notas
      * lleva las notas de todo el ano: el lote liberado se agrega al
      * final y el retenido no lo toca
       800-LiberarLote.
           IF WS-CantPendientes IS EQUAL ZERO
               IF WS-Area IS EQUAL "1"
                   OPEN OUTPUT LOTE-NOCHE
               ELSE
                   OPEN EXTEND LOTE-NOCHE
                   IF WS-LoteNoche-Status IS EQUAL "35"
                       OPEN OUTPUT LOTE-NOCHE
                   END-IF
               END-IF
               IF WS-LoteNoche-Status IS NOT EQUAL "00"
                   DISPLAY "VERIFDIG: no se pudo abrir el lote de "
                           WS-Area-Nombre " - estado "
                           WS-LoteNoche-Status
                   PERFORM 810-RetenerLote
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE 0 TO WS-FlagLote
               OPEN INPUT LOTE-VERIFICADO
               PERFORM UNTIL WS-FlagLote IS EQUAL 1
                   READ LOTE-VERIFICADO
                       AT END MOVE 1 TO WS-FlagLote
                       NOT AT END WRITE Lno-Reg FROM Lvf-Reg
                   END-READ
               END-PERFORM
               CLOSE LOTE-VERIFICADO
               CLOSE LOTE-NOCHE
               PERFORM 820-ConsumirLote
           ELSE
               MOVE ZERO TO WS-CantLiberados
               PERFORM 810-RetenerLote
           END-IF.

       810-RetenerLote.
           MOVE 1 TO WS-AreaRetenida
           IF WS-Area IS EQUAL "1"
               OPEN OUTPUT LOTE-NOCHE
               IF WS-LoteNoche-Status IS EQUAL "00"
                   CLOSE LOTE-NOCHE
               END-IF
           END-IF.

      * el lote liberado no se vuelve a liberar: las dos digitaciones
      * y las resoluciones del area quedan vacias para el proximo
       820-ConsumirLote.
           MOVE WS-Path-Digitacion1 TO WS-Path-Digitacion
           OPEN OUTPUT DIGITACION
           IF WS-Digitacion-Status IS EQUAL "00"
               CLOSE DIGITACION
           END-IF
           MOVE WS-Path-Digitacion2 TO WS-Path-Digitacion
           OPEN OUTPUT DIGITACION
           IF WS-Digitacion-Status IS EQUAL "00"
               CLOSE DIGITACION
           END-IF
           OPEN OUTPUT RESOLUCIONES
           IF WS-Resoluciones-Status IS EQUAL "00"
               CLOSE RESOLUCIONES
           END-IF.

       900-ImprimoControl.
           MOVE WS-CantLeidos1 TO lc-Leidos1
           MOVE WS-CantLeidos2 TO lc-Leidos2
           MOVE WS-CantCoincidentes TO lc-Coincidentes
           MOVE WS-CantDiferencias TO lc-Diferencias
           MOVE WS-CantResueltas TO lc-Resueltas
           MOVE WS-CantPendientes TO lc-Pendientes
           MOVE WS-CantResSinUso TO lc-ResSinUso
           MOVE WS-CantLiberados TO lc-Liberados
           DISPLAY Lin-Control1
           DISPLAY Lin-Control2
           DISPLAY Lin-Control3
           DISPLAY Lin-Control4
           DISPLAY Lin-Control5
           DISPLAY Lin-Control6
           DISPLAY Lin-Control7
           DISPLAY Lin-Control8
           IF WS-CantPendientes IS EQUAL ZERO
               DISPLAY Lin-Liberado
           ELSE
               DISPLAY Lin-Retenido
           END-IF
           DISPLAY Lin-Encab-Operadores
           PERFORM VARYING Idx-Ope FROM 1 BY 1
                   UNTIL Idx-Ope > WS-CantOpe
               PERFORM 910-ImprimoOperador
           END-PERFORM.

      * % campos: sobre lo que digito el operador; % total: sobre las
      * diferencias ya atribuidas del lote
       910-ImprimoOperador.
           MOVE TOp-Codigo(Idx-Ope) TO lop-Codigo
           MOVE TOp-Campos(Idx-Ope) TO lop-Campos
           MOVE TOp-Diferencias(Idx-Ope) TO lop-Diferencias
           MOVE ZERO TO WS-Porcentaje
           IF TOp-Campos(Idx-Ope) > ZERO
               COMPUTE WS-Porcentaje ROUNDED =
                   TOp-Diferencias(Idx-Ope) * 100
                   / TOp-Campos(Idx-Ope)
           END-IF
           MOVE WS-Porcentaje TO lop-PorcCampos
           MOVE ZERO TO WS-Porcentaje
           IF WS-TotalAtribuidas > ZERO
               COMPUTE WS-Porcentaje ROUNDED =
                   TOp-Diferencias(Idx-Ope) * 100
                   / WS-TotalAtribuidas
           END-IF
           MOVE WS-Porcentaje TO lop-PorcTotal
           DISPLAY Lin-Operador.

       END PROGRAM VERIFDIG.
