             02 SEGRESULTADO PIC X(14).
             02 FILLER   PIC X.
             02 SEGOPERADOR PIC X(10).
             02 FILLER   PIC X.
             02 SEGTERMINAL PIC X(6). *> en blanco fuera del cajero

           FD CLIENTESFILE
               LABEL RECORDS ARE STANDARD
