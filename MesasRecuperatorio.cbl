           MOVE ZERO TO WS-Cal-Dias
           CALL "CALENDARIO" USING WS-Cal-Funcion WS-Fecha-Mesa
                                   WS-Cal-Dias WS-Cal-Resultado
           IF WS-Cal-Resultado IS EQUAL "X"
               DISPLAY "MESAS1: no se pudo cargar el calendario"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-Cal-Resultado IS EQUAL "N"
               MOVE "P" TO WS-Cal-Funcion
               CALL "CALENDARIO" USING WS-Cal-Funcion WS-Fecha-Mesa
           MOVE WS-Param-Clave TO lpar-Clave
           MOVE WS-Param-Valor(1:20) TO lpar-Valor
           MOVE WS-Param-Origen TO lpar-Origen
           DISPLAY Lin-Param
           IF WS-Param-Origen IS EQUAL "X"
               DISPLAY "MESAS1: no se pudieron cargar los "
                       "parametros"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       100-InicioGeneral.
           OPEN INPUT MATERIAS-REPORT
           DISPLAY Lin-Resumen3
           WRITE Mes-Reg FROM Lin-Resumen1
           WRITE Mes-Reg FROM Lin-Resumen2
           WRITE Mes-Reg FROM Lin-Resumen3
           IF WS-CantDesbordados > ZERO
               DISPLAY "MESAS1: tabla de candidatos llena - "
                       "resultado incompleto"
               MOVE 8 TO RETURN-CODE
           END-IF.

       999-FinGeneral.
           CLOSE MATERIAS-REPORT
