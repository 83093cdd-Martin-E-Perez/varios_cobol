       01  Alu2-Idx-Reg.
           03 Alu2-Idx-Dni pic x(8).
           03 Alu2-Idx-Nombre pic x(40).
           03 Alu2-Idx-Anio pic 9.
           03 Alu2-Idx-Div pic x.

      * los totales de control van despues de Cat-Archivo para que
      * las filas del catalogo anterior (mas cortas) sigan parseando
           END-IF
           PERFORM 400-LeerCopia
           PERFORM UNTIL WS-FlagCopia IS EQUAL 1
               MOVE Cop-Reg(1:50) TO Alu2-Idx-Reg
               WRITE Alu2-Idx-Reg
               ADD 1 TO WS-CantRestaurados
               PERFORM 400-LeerCopia
