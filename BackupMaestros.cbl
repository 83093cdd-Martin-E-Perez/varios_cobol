       01  Alu2-Idx-Reg.
           03 Alu2-Idx-Dni pic x(8).
           03 Alu2-Idx-Nombre pic x(40).
           03 Alu2-Idx-Anio pic 9.
           03 Alu2-Idx-Div pic x.

       FD  EQUIPO-IDX.
       01  Equ-Idx-Reg.
                               END-IF
                               MOVE Cat-Archivo
                                      TO TCat-Archivo(WS-CantCatalogo)
                           ELSE
                               DISPLAY "BACKUPMAESTROS: tabla de "
                                       "catalogo llena"
                               MOVE 8 TO RETURN-CODE
                               GOBACK
                           END-IF
                   END-READ
               END-PERFORM
                   AT END MOVE 1 TO WS-FlagEntrada
                   NOT AT END
                       MOVE SPACES TO Cop-Reg
                       MOVE Alu2-Idx-Reg TO Cop-Reg(1:50)
                       WRITE Cop-Reg
                       ADD 1 TO WS-CantCopiados
                       PERFORM 420-AcumularHash
               MOVE WS-CantCopiados TO TCat-Cantidad(WS-CantCatalogo)
               MOVE WS-Hash TO TCat-Hash(WS-CantCatalogo)
               MOVE WS-Path-Copia TO TCat-Archivo(WS-CantCatalogo)
           ELSE
               DISPLAY "BACKUPMAESTROS: tabla de catalogo llena"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-Maestro-Actual TO lb-Maestro
           MOVE WS-Gen-Nueva TO lb-Gen
