                 02 CANTIDAD PIC S9999999V99.
                 02 DESTINO  PIC X(10) VALUE "".
                 02 SALDOCUENTA    PIC S9999999V99.
                 02 MOVOPERADOR PIC X(10). *> operador de oficina
                 02 MOVTIPO   PIC 9(3). *> codigo de TIPOSMOV.DAT
                 02 MOVTERMINAL PIC X(6). *> cajero de la operacion
                 02 MOVFECHAVALOR PIC 9(8). *> fecha valor AAAAMMDD

               FD CLIENTESFILE
                   LABEL RECORDS ARE STANDARD
