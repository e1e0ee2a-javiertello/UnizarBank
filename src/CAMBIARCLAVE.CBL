             02 CCCLAVEANT1 PIC X(15).
             02 CCCLAVEANT2 PIC X(15).
           01 EXITO PIC X.
           01 TERMINALACT PIC X(6).

       PROCEDURE DIVISION USING CLIENTEPARAM, EXITO, TERMINALACT.
       REPEAT.
           MOVE 0 TO ERROR1.
           MOVE 0 TO ERROR2.
           MOVE CLAVEANT2 TO CCCLAVEANT2.
           MOVE CLAVE TO CCCLAVE.
           MOVE "CAMBIO CLAVE" TO SEGRESULT.
           CALL "ANOTARSEGURIDAD" USING CCTARJETA, SEGRESULT, OPERSEG,
               TERMINALACT.
           CANCEL "ANOTARSEGURIDAD".
           MOVE "S" TO EXITO.
           EXIT PROGRAM.
