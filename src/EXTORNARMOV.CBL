             02 CANTIDAD PIC S9999999V99.
             02 DESTINO  PIC X(10) VALUE "".
             02 SALDOCUENTA    PIC S9999999V99.
             02 MOVOPERADOR PIC X(10). *> operador de oficina
             02 MOVTIPO   PIC 9(3). *> codigo de TIPOSMOV.DAT
             02 MOVTERMINAL PIC X(6). *> cajero de la operacion
             02 MOVFECHAVALOR PIC 9(8). *> fecha valor AAAAMMDD

           FD CUENTASFILE
               LABEL RECORDS ARE STANDARD
           77 FECHAACT  PIC 9(8).
           77 HORA      PIC 9999.
           77 FECHORAACT PIC 9(12).
           77 FECHAVALBASE PIC 9(8).
           77 DIASVALOR PIC 9(3) VALUE 0.
           77 HORAACT   PIC 9(8).
           77 CANTFORMA PIC -Z,ZZZ,ZZ9.99.
           77 SALDOFORMA PIC -Z,ZZZ,ZZ9.99.
           77 ALERTADNI PIC X(9).
           77 ALERTATIPO PIC 9.
           77 ALERTAIMPORTE PIC S9999999V99.
           01 OPERACT.
             02 OPIDACT  PIC X(10).
             02 OPROLACT PIC X(1).
               CLOSE MOVIMIENTOSFILE
               GO TO PANTALLA1
           END-IF.
           IF MOVTIPO = 014 *> Extorno
               MOVE 1 TO ERROR3
               CLOSE MOVIMIENTOSFILE
               GO TO PANTALLA1
                AT END MOVE "Y" TO EOM
           END-READ.
           IF EOM = "N"
               IF MOVTIPO = 014 AND DESTINO = MIDTXT
                   MOVE "Y" TO YAEXTORNADO
               END-IF
               GO TO LEEREXTORNO
           MOVE MIDBUS TO MIDTXT.
           MOVE MIDTXT TO DESTINO.
           MOVE SALDO TO SALDOCUENTA.
           MOVE OPIDACT TO MOVOPERADOR.
           MOVE SPACES TO MOVTERMINAL.
           MOVE 014 TO MOVTIPO.
           MOVE FECHORA(1:8) TO FECHAVALBASE.
           CALL "CALCULARDIAHABIL" USING FECHAVALBASE, DIASVALOR,
               MOVFECHAVALOR.
           CANCEL "CALCULARDIAHABIL".
           WRITE MOVIMIENTOSREC.
           CLOSE MOVIMIENTOSFILE.
           IF CANTEXTORNO < 0
               MOVE SPACES TO ALERTADNI
               MOVE 2 TO ALERTATIPO
               MOVE CANTEXTORNO TO ALERTAIMPORTE
               CALL "ANOTARALERTA" USING CUENTAORIG, ALERTADNI,
                   ALERTATIPO, ALERTAIMPORTE, SALDO
               CANCEL "ANOTARALERTA"
           END-IF.
           GO TO ANOTARLOG.

       ANOTARLOG.
