             02 SEGRESULTADO PIC X(14).
             02 FILLER   PIC X.
             02 SEGOPERADOR PIC X(10).
             02 FILLER   PIC X.
             02 SEGTERMINAL PIC X(6). *> en blanco fuera del cajero

       WORKING-STORAGE SECTION.
           77 FSSG      PIC XX.
           77 FECHAACT  PIC 9(8).
           77 HORAACT   PIC 9(8).
           77 ALERTADNI PIC X(9).
           77 ALERTATIPO PIC 9.
           77 ALERTAIMPORTE PIC S9999999V99 VALUE 0.

       LINKAGE SECTION.
           01 SEGTARJETAPARAM PIC X(10).
           01 SEGRESULTPARAM  PIC X(14).
           01 SEGOPERPARAM    PIC X(10).
           01 SEGTERMPARAM    PIC X(6).

       PROCEDURE DIVISION USING SEGTARJETAPARAM, SEGRESULTPARAM,
           SEGOPERPARAM, SEGTERMPARAM.
       INICIO.
           *> Apunte unico en el diario de seguridad: fecha, hora,
           *> tarjeta, resultado y operador responsable ("CAJERO"
           *> cuando la operacion la hace el propio cliente en el
           *> cajero). Lo usan el login, los cambios de clave y los
           *> desbloqueos. En el cajero se anota ademas el terminal.
           ACCEPT FECHAACT FROM DATE YYYYMMDD.
           ACCEPT HORAACT FROM TIME.
           OPEN EXTEND SEGURIDADFILE.
           MOVE SEGTARJETAPARAM TO SEGTARJETA.
           MOVE SEGRESULTPARAM TO SEGRESULTADO.
           MOVE SEGOPERPARAM TO SEGOPERADOR.
           MOVE SEGTERMPARAM TO SEGTERMINAL.
           WRITE LINEASEG.
           CLOSE SEGURIDADFILE.
           *> El bloqueo de la tarjeta se avisa ademas por SMS o
           *> correo si el cliente lo tiene suscrito.
           IF SEGRESULTPARAM = "BLOQUEO"
               MOVE SPACES TO ALERTADNI
               MOVE 4 TO ALERTATIPO
               CALL "ANOTARALERTA" USING SEGTARJETAPARAM, ALERTADNI,
                   ALERTATIPO, ALERTAIMPORTE, ALERTAIMPORTE
               CANCEL "ANOTARALERTA"
           END-IF.
           EXIT PROGRAM.
       END PROGRAM ANOTARSEGURIDAD.
