           MOVE WS-Param-Clave TO lpar-Clave
           MOVE WS-Param-Valor(1:20) TO lpar-Valor
           MOVE WS-Param-Origen TO lpar-Origen
           DISPLAY Lin-Param
           IF WS-Param-Origen IS EQUAL "X"
               DISPLAY "BECAS: no se pudieron cargar los "
                       "parametros"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       100-InicioGeneral.
           OPEN INPUT PROMEDIOS-CSV
                               MOVE Pro-Dni TO TPro-Dni(WS-CantPromo)
                               MOVE Pro-Estado
                                      TO TPro-Estado(WS-CantPromo)
                           ELSE
                               DISPLAY "BECAS: tabla de promocion llena"
                               MOVE 8 TO RETURN-CODE
                               GOBACK
                           END-IF
                   END-READ
               END-PERFORM
           WRITE Inf-Reg FROM Lin-Resumen1
           WRITE Inf-Reg FROM Lin-Resumen2
           DISPLAY Lin-Resumen1
           DISPLAY Lin-Resumen2
           IF WS-CantDesbordados > ZERO
               DISPLAY "BECAS: tabla de candidatos llena - "
                       "resultado incompleto"
               MOVE 8 TO RETURN-CODE
           END-IF.

       999-FinGeneral.
           CLOSE BECAS-INFORME.
