             02 HCANTIDAD PIC S9999999V99.
             02 HDESTINO  PIC X(10).
             02 HSALDOCUENTA    PIC S9999999V99.
             02 HOPERADOR  PIC X(10).
             02 HTIPO     PIC 9(3).
             02 HTERMINAL PIC X(6).
             02 HFECHAVALOR PIC 9(8).

           FD EXTRACTOFILE
               LABEL RECORDS ARE STANDARD
