             02 CANTIDAD PIC S9999999V99.
             02 DESTINO  PIC X(10) VALUE "".
             02 SALDOCUENTA    PIC S9999999V99.
             02 MOVOPERADOR PIC X(10). *> operador de oficina
             02 MOVTIPO   PIC 9(3). *> codigo de TIPOSMOV.DAT
             02 MOVTERMINAL PIC X(6). *> cajero de la operacion
             02 MOVFECHAVALOR PIC 9(8). *> fecha valor AAAAMMDD

           FD MOVIMIENTOSHISTFILE
               LABEL RECORDS ARE STANDARD
             02 HCANTIDAD PIC S9999999V99.
             02 HDESTINO  PIC X(10).
             02 HSALDOCUENTA    PIC S9999999V99.
             02 HOPERADOR  PIC X(10).
             02 HTIPO     PIC 9(3).
             02 HTERMINAL PIC X(6).
             02 HFECHAVALOR PIC 9(8).

           FD MIDCONTROLFILE
               LABEL RECORDS ARE STANDARD
           MOVE CANTIDAD TO HCANTIDAD.
           MOVE DESTINO TO HDESTINO.
           MOVE SALDOCUENTA TO HSALDOCUENTA.
           MOVE MOVOPERADOR TO HOPERADOR.
           MOVE MOVTIPO TO HTIPO.
           MOVE MOVTERMINAL TO HTERMINAL.
           MOVE MOVFECHAVALOR TO HFECHAVALOR.
           *> Si el movimiento ya estaba en el historico (relanzado
           *> tras un corte) basta con terminar de retirarlo del vivo.
           WRITE MOVIMIENTOSHISTREC
           MOVE DIFERENCIA TO CANTIDAD.
           MOVE SPACES TO DESTINO.
           MOVE DIFERENCIA TO SALDOCUENTA.
           MOVE SPACES TO MOVOPERADOR.
           MOVE SPACES TO MOVTERMINAL.
           MOVE 015 TO MOVTIPO.
           MOVE FECHACORTE TO MOVFECHAVALOR.
           WRITE MOVIMIENTOSREC.
           ADD 1 TO CUENTASARR GIVING CUENTASARR.
           GO TO LEERCUENTA.
