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

           FD INFORMEFILE
               LABEL RECORDS ARE STANDARD
                    AT END MOVE "Y" TO EOM
               END-READ
               IF EOM = "N" AND CUENTAMOV = CUENTATXT
                   IF MOVTIPO NOT = 015 *> Saldo anterior
                       MOVE "Y" TO HAYMOV
                       MOVE FECHORA TO ULTFECHORA
                   END-IF
                    AT END MOVE "Y" TO EOM
               END-READ
               IF EOM = "N" AND HCUENTAMOV = CUENTATXT
                   IF HTIPO NOT = 015 *> Saldo anterior
                       MOVE "Y" TO HAYMOV
                       MOVE HFECHORA TO ULTFECHORA
                   END-IF
