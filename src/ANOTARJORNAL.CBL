             02 JORSALDO PIC -9999999.99.
             02 FILLER   PIC X.
             02 JORDETALLE PIC X(60).
             02 FILLER   PIC X.
             02 JORTERMINAL PIC X(6).

       WORKING-STORAGE SECTION.
           77 FSJN      PIC XX.
           01 JORIMPORTEPARAM PIC S9999999V99.
           01 JORSALDOPARAM  PIC S9999999V99.
           01 JORDETALLEPARAM PIC X(60).
           01 JORTERMINALPARAM PIC X(6).

       PROCEDURE DIVISION USING JORCUENTAPARAM, JOROPERPARAM,
           JORESTADOPARAM, JORIMPORTEPARAM, JORSALDOPARAM,
           JORDETALLEPARAM, JORTERMINALPARAM.
       INICIO.
           *> Jornal electronico del cajero: un apunte completo por
           *> cada fase de operacion, incluidas las que fallan con el
           *> efectivo ya en juego. Es la base para resolver las
           *> reclamaciones de "el cajero no me dio el dinero".
           *> Cada linea lleva el terminal en que ocurrio.
           ACCEPT FECHAACT FROM DATE YYYYMMDD.
           ACCEPT HORAACT FROM TIME.
           OPEN EXTEND JORNALFILE.
           MOVE JORIMPORTEPARAM TO JORIMPORTE.
           MOVE JORSALDOPARAM TO JORSALDO.
           MOVE JORDETALLEPARAM TO JORDETALLE.
           MOVE JORTERMINALPARAM TO JORTERMINAL.
           WRITE LINEAJORNAL.
           CLOSE JORNALFILE.
           EXIT PROGRAM.
