           77 FECHACADNUEVA PIC 9(8).
           77 TARJETASEG PIC X(10).
           77 SEGRESULT PIC X(14).
           77 TERMINALSEG PIC X(6) VALUE SPACES.
           77 TEXTOAVISO PIC X(60).

       PROCEDURE DIVISION.
           REWRITE CLIENTESREC.
           CLOSE CLIENTESFILE.
           MOVE "RENOVACION" TO SEGRESULT.
           CALL "ANOTARSEGURIDAD" USING TARJETASEG, SEGRESULT, IDCLERK,
               TERMINALSEG.
           CANCEL "ANOTARSEGURIDAD".
           MOVE SPACES TO TEXTOAVISO.
           STRING "Tarjeta renovada hasta " FECHACADNUEVA
