           77 HORAACT   PIC 9(8).
           77 TARJETASEG PIC X(10).
           77 SEGRESULT PIC X(14).
           77 TERMINALSEG PIC X(6) VALUE SPACES.
           01 OPERACT.
             02 OPIDACT  PIC X(10).
             02 OPROLACT PIC X(1).
           WRITE LINEALOG.
           CLOSE LOGDESBLOQUEOFILE.
           MOVE "DESBLOQUEO" TO SEGRESULT.
           CALL "ANOTARSEGURIDAD" USING TARJETASEG, SEGRESULT, OPIDACT,
               TERMINALSEG.
           CANCEL "ANOTARSEGURIDAD".
           GO TO PANTALLA1.
       END PROGRAM DESBLOQUEARTARJETA.
