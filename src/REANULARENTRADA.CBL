             02 CANTIDAD PIC S9999999V99.
             02 DESTINO  PIC X(10) VALUE "".
             02 SALDOCUENTA    PIC S9999999V99.
             02 MOVOPERADOR PIC X(10). *> operador de oficina
             02 MOVTIPO   PIC 9(3). *> codigo de TIPOSMOV.DAT
             02 MOVTERMINAL PIC X(6). *> cajero de la operacion
             02 MOVFECHAVALOR PIC 9(8). *> fecha valor AAAAMMDD

           FD ESPECTACULOSFILE
               LABEL RECORDS ARE STANDARD
             02 ENTIMPORTE PIC 9999999V99.
             02 ENTFECHORA PIC 9(12). *> AAAAMMDDHHMM
             02 ENTESTADO  PIC X. *> V vigente o A anulada
             *> Reparto por categoria de tarifa, de la 1 a la 9; todo
             *> a cero si se vendio al precio unico del espectaculo.
             02 ENTCATEGORIAS.
               03 ENTCAT OCCURS 9 TIMES.
                 04 ENTCATUDS    PIC 9(3).
                 04 ENTCATPRECIO PIC 999V99.
             02 ENTLIQVENTA PIC X. *> S venta ya liquidada al promotor
             02 ENTLIQDEVOL PIC X. *> S devolucion ya liquidada

           FD MIDCONTROLFILE
               LABEL RECORDS ARE STANDARD
           77 FECHAACT  PIC 9(8).
           77 HORA      PIC 9999.
           77 FECHORAACT  PIC 9(12).
           77 FECHAVALBASE PIC 9(8).
           77 DIASVALOR PIC 9(3) VALUE 0.
           77 HORAACT   PIC 9(8).
           77 SALDOFORMA   PIC -Z,ZZZ,ZZ9.99.
           77 IMPFORMA  PIC Z,ZZZ,ZZ9.99.
               03 ENTIDLIN PIC 9(9).
       LINKAGE SECTION.
           01 CUENTACT  PIC X(10).
           01 TERMINALACT PIC X(6).

       PROCEDURE DIVISION USING CUENTACT, TERMINALACT.
           MOVE CUENTACT TO CUENTA.
           OPEN I-O CUENTASFILE.
           START CUENTASFILE
           MOVE IMPORTEDEV TO CANTIDAD.
           MOVE NUMDEV TO DESTINO.
           MOVE SALDO TO SALDOCUENTA.
           MOVE SPACES TO MOVOPERADOR.
           MOVE TERMINALACT TO MOVTERMINAL.
           MOVE 009 TO MOVTIPO.
           MOVE FECHORA(1:8) TO FECHAVALBASE.
           CALL "CALCULARDIAHABIL" USING FECHAVALBASE, DIASVALOR,
               MOVFECHAVALOR.
           CANCEL "CALCULARDIAHABIL".
           WRITE MOVIMIENTOSREC.
           CLOSE MOVIMIENTOSFILE.
        SALIDA.
                LINE 4 COLUMN 33 UNDERLINE.
           DISPLAY "La entrada ha sido anulada y el importe devuelto"
                LINE 7 COLUMN 14.
           *> Se devuelve lo cobrado en la compra, con la tarifa de
           *> cada categoria, no el precio actual del espectaculo.
           MOVE IMPORTEDEV TO IMPFORMA.
           DISPLAY "Importe devuelto: " IMPFORMA "E"
                LINE 8 COLUMN 16.
           MOVE SALDO TO SALDOFORMA.
           DISPLAY "El saldo resultante es de " SALDOFORMA "E"
                LINE 9 COLUMN 16.
