       01  Alu2-Reg.
           03 Alu2-Dni pic x(8).
           03 Alu2-Nombre pic x(40).
           03 Alu2-Anio pic 9.
           03 Alu2-Div pic x.

       FD  ALUMNOS2-IDX.
       01  Alu2-Idx-Reg.
           03 Alu2-Idx-Dni pic x(8).
           03 Alu2-Idx-Nombre pic x(40).
           03 Alu2-Idx-Anio pic 9.
           03 Alu2-Idx-Div pic x.

       WORKING-STORAGE SECTION.

           PERFORM UNTIL WS-FlagAlumno2 IS EQUAL 1
               MOVE Alu2-Dni TO Alu2-Idx-Dni
               MOVE Alu2-Nombre TO Alu2-Idx-Nombre
               MOVE Alu2-Anio TO Alu2-Idx-Anio
               MOVE Alu2-Div TO Alu2-Idx-Div
               WRITE Alu2-Idx-Reg
                   INVALID KEY
                       ADD 1 TO WS-CantDuplicados2
