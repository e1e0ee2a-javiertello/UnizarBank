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
           77 AVISODNI  PIC X(9).
           77 TEXTOAVISO PIC X(60).
           77 ALERTADNI PIC X(9).
           77 ALERTATIPO PIC 9.
           77 ALERTAIMPORTE PIC S9999999V99.
           77 ALERTASALDO PIC S9999999V99.
           01 OPERACT.
             02 OPIDACT  PIC X(10).
             02 OPROLACT PIC X(1).
           MULTIPLY CANTIDAD BY -1 GIVING CANTIDAD.
           MOVE CHQREF TO DESTINO.
           MOVE SALDO TO SALDOCUENTA.
           MOVE OPIDACT TO MOVOPERADOR.
           MOVE SPACES TO MOVTERMINAL.
           MOVE 011 TO MOVTIPO.
           MOVE FECHORA(1:8) TO FECHAVALBASE.
           CALL "CALCULARDIAHABIL" USING FECHAVALBASE, DIASVALOR,
               MOVFECHAVALOR.
           CANCEL "CALCULARDIAHABIL".
           WRITE MOVIMIENTOSREC.
           CLOSE MOVIMIENTOSFILE.
           GO TO AVISARCLIENTE.
           END-READ.
           IF NOEXISTE = 0
               MOVE CTADNI TO AVISODNI
               MOVE SALDO TO ALERTASALDO
           END-IF.
           CLOSE CUENTASFILE.
           IF AVISODNI NOT = SPACES
               CALL "ANOTARAVISO" USING AVISODNI, TEXTOAVISO
               CANCEL "ANOTARAVISO"
           END-IF.
           IF NOEXISTE = 0
               MOVE SPACES TO ALERTADNI
               MOVE 5 TO ALERTATIPO
               MOVE CHQIMPORTE TO ALERTAIMPORTE
               CALL "ANOTARALERTA" USING CHQCUENTA, ALERTADNI,
                   ALERTATIPO, ALERTAIMPORTE, ALERTASALDO
               CANCEL "ANOTARALERTA"
           END-IF.
           GO TO ANOTARDEVUELTO.

       ANOTARDEVUELTO.
