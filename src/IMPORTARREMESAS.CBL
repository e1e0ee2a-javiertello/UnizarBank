             02 CANTIDAD PIC S9999999V99.
             02 DESTINO  PIC X(10) VALUE "".
             02 SALDOCUENTA    PIC S9999999V99.
             02 MOVOPERADOR PIC X(10). *> operador de oficina
             02 MOVTIPO   PIC 9(3). *> codigo de TIPOSMOV.DAT
             02 MOVTERMINAL PIC X(6). *> cajero de la operacion
             02 MOVFECHAVALOR PIC 9(8). *> fecha valor AAAAMMDD

           FD MIDCONTROLFILE
               LABEL RECORDS ARE STANDARD
           77 FECHAACT  PIC 9(8).
           77 HORA      PIC 9999.
           77 FECHORAACT  PIC 9(12).
           77 FECHAVALBASE PIC 9(8).
           77 DIASVALOR PIC 9(3) VALUE 0.
           77 HORAACT   PIC 9(8).
           77 IMPORTE   PIC 9999999V99.
           77 SALDODEST PIC S9999999V99.
           77 LINEAACT  PIC 9(5) VALUE 0.
           77 LOTEEXISTE PIC X VALUE "N".
           77 YAPUNTEADA PIC X VALUE "N".
           77 ALERTADNI PIC X(9).
           77 ALERTATIPO PIC 9.
           77 ALERTAIMPORTE PIC S9999999V99.

       PROCEDURE DIVISION.
       INICIO.
           MOVE IMPORTE TO CANTIDAD.
           MOVE RECCUENTAORD TO DESTINO.
           MOVE SALDODEST TO SALDOCUENTA.
           MOVE SPACES TO MOVOPERADOR.
           MOVE SPACES TO MOVTERMINAL.
           MOVE 005 TO MOVTIPO.
           MOVE FECHORA(1:8) TO FECHAVALBASE.
           CALL "CALCULARDIAHABIL" USING FECHAVALBASE, DIASVALOR,
               MOVFECHAVALOR.
           CANCEL "CALCULARDIAHABIL".
           WRITE MOVIMIENTOSREC.

       SIGUIENTEMID2.
           MULTIPLY CANTIDAD BY -1 GIVING CANTIDAD.
           MOVE RECCUENTADEST TO DESTINO.
           MOVE SALDOLIQ TO SALDOCUENTA.
           MOVE SPACES TO MOVOPERADOR.
           MOVE SPACES TO MOVTERMINAL.
           MOVE 004 TO MOVTIPO.
           MOVE FECHORA(1:8) TO FECHAVALBASE.
           CALL "CALCULARDIAHABIL" USING FECHAVALBASE, DIASVALOR,
               MOVFECHAVALOR.
           CANCEL "CALCULARDIAHABIL".
           WRITE MOVIMIENTOSREC.
           CLOSE MOVIMIENTOSFILE.
           ADD 1 TO ABONADAS GIVING ABONADAS.
           WRITE PUNTEOREC
               INVALID KEY CONTINUE
           END-WRITE.
           MOVE SPACES TO ALERTADNI.
           MOVE 3 TO ALERTATIPO.
           MOVE IMPORTE TO ALERTAIMPORTE.
           CALL "ANOTARALERTA" USING RECCUENTADEST, ALERTADNI,
               ALERTATIPO, ALERTAIMPORTE, SALDODEST.
           CANCEL "ANOTARALERTA".
           GO TO LEERRECEPCION.

       CERRARLOTE.
