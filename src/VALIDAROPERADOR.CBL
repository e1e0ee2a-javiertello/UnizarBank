           77 NOEXISTE  PIC 9 VALUE 0.
           77 SEGRESULT PIC X(14).
           77 OPERSEG   PIC X(10).
           77 TERMINALSEG PIC X(6) VALUE SPACES.

       LINKAGE SECTION.
           01 OPERPARAM.
           IF NOEXISTE = 1 OR OPERCLAVE NOT = CLAVEIN
               MOVE USUARIO TO OPERSEG
               MOVE "LOGIN OPER MAL" TO SEGRESULT
               CALL "ANOTARSEGURIDAD" USING OPERSEG, SEGRESULT, OPERSEG,
                   TERMINALSEG
               CANCEL "ANOTARSEGURIDAD"
               SUBTRACT 1 FROM INTENTOS GIVING INTENTOS
               IF INTENTOS = 0
           CLOSE OPERADORESFILE.
           MOVE OPERID TO OPERSEG.
           MOVE "LOGIN OPER OK" TO SEGRESULT.
           CALL "ANOTARSEGURIDAD" USING OPERSEG, SEGRESULT, OPERSEG,
               TERMINALSEG.
           CANCEL "ANOTARSEGURIDAD".
           EXIT PROGRAM.
       END PROGRAM VALIDAROPERADOR.
