             02 CANTIDAD PIC S9999999V99.
             02 DESTINO  PIC X(10) VALUE "".
             02 SALDOCUENTA    PIC S9999999V99.
             02 MOVOPERADOR PIC X(10). *> operador de oficina
             02 MOVTIPO   PIC 9(3). *> codigo de TIPOSMOV.DAT
             02 MOVTERMINAL PIC X(6). *> cajero de la operacion
             02 MOVFECHAVALOR PIC 9(8). *> fecha valor AAAAMMDD

           FD MIDCONTROLFILE
               LABEL RECORDS ARE STANDARD
           77 EOC       PIC X VALUE "N".
           77 DIAACT    PIC 99.
           77 MESACT    PIC 9(6).
           77 AAACT     PIC 9999.
           77 MMACT     PIC 99.
           77 MESANT    PIC 9(6).
           77 AAANT     PIC 9999.
           77 MMANT     PIC 99.
           77 DIASMESACT PIC 99.
           77 DIASMESANT PIC 99.
           77 COCIENTE  PIC 9(5).
           77 RESTO4    PIC 9.
           77 RESTO100  PIC 99.
           77 RESTO400  PIC 999.
           77 DIAVENCE  PIC 99.
           77 FECHAVENCE PIC 9(8).
           77 FECHAEJEC PIC 9(8).
           77 DIASHABIL PIC 9(3) VALUE 0.
           77 FECHAACT  PIC 9(8).
           77 HORA      PIC 9999.
           77 FECHORAACT  PIC 9(12).
           77 FECHAVALBASE PIC 9(8).
           77 DIASVALOR PIC 9(3) VALUE 0.
           77 HORAACT   PIC 9(8).
           77 MIDACT    PIC 9(9).
           77 SALDODISP PIC S9999999V99.
           77 CONTFORMA   PIC ZZZZ9.
           77 AVISODNI    PIC X(9).
           77 TEXTOAVISO  PIC X(60).
           77 ALERTADNI   PIC X(9).
           77 ALERTATIPO  PIC 9.
           77 ALERTAIMPORTE PIC S9999999V99.

       LINKAGE SECTION.
           01 RESULTADOPASO.

       PROCEDURE DIVISION USING RESULTADOPASO.
       INICIO.
           *> Una orden vence el dia DIAMES de cada mes, o el ultimo
           *> dia del mes si este es mas corto, y se ejecuta el primer
           *> dia habil a partir del vencimiento (CALCULARDIAHABIL).
           *> En dia inhabil no se ejecuta ninguna; el siguiente dia
           *> habil recoge las vencidas desde el anterior, incluidas
           *> las del mes pasado que caian a final de mes.
           ACCEPT FECHAACT FROM DATE YYYYMMDD.
           DIVIDE FECHAACT BY 100 GIVING MESACT REMAINDER DIAACT.
           DIVIDE MESACT BY 100 GIVING AAACT REMAINDER MMACT.
           MOVE AAACT TO AAANT.
           SUBTRACT 1 FROM MMACT GIVING MMANT.
           IF MMANT = 0
               MOVE 12 TO MMANT
               SUBTRACT 1 FROM AAANT GIVING AAANT
           END-IF.
           COMPUTE MESANT = AAANT * 100 + MMANT.
           MOVE 31 TO DIASMESACT.
           IF MMACT = 4 OR MMACT = 6 OR MMACT = 9 OR MMACT = 11
               MOVE 30 TO DIASMESACT
           END-IF.
           IF MMACT = 2
               MOVE 28 TO DIASMESACT
               DIVIDE AAACT BY 4 GIVING COCIENTE REMAINDER RESTO4
               DIVIDE AAACT BY 100 GIVING COCIENTE REMAINDER RESTO100
               DIVIDE AAACT BY 400 GIVING COCIENTE REMAINDER RESTO400
               IF RESTO4 = 0 AND (RESTO100 NOT = 0 OR RESTO400 = 0)
                   MOVE 29 TO DIASMESACT
               END-IF
           END-IF.
           MOVE 31 TO DIASMESANT.
           IF MMANT = 4 OR MMANT = 6 OR MMANT = 9 OR MMANT = 11
               MOVE 30 TO DIASMESANT
           END-IF.
           IF MMANT = 2
               MOVE 28 TO DIASMESANT
               DIVIDE AAANT BY 4 GIVING COCIENTE REMAINDER RESTO4
               DIVIDE AAANT BY 100 GIVING COCIENTE REMAINDER RESTO100
               DIVIDE AAANT BY 400 GIVING COCIENTE REMAINDER RESTO400
               IF RESTO4 = 0 AND (RESTO100 NOT = 0 OR RESTO400 = 0)
                   MOVE 29 TO DIASMESANT
               END-IF
           END-IF.
           DISPLAY "PROCESARORDENES - lote de ordenes periodicas".
           OPEN INPUT ORDENESFILE.
           IF FSOF = "35"
                AT END MOVE "Y" TO EOO
           END-READ.
           IF EOO = "N"
               IF ACTIVA = "Y" AND DIAMES > 0
                   GO TO VENCIMIENTOORDEN
               END-IF
               GO TO LEERORDEN
           END-IF.
           GO TO FIN.

       VENCIMIENTOORDEN.
           *> Vencimiento de este mes.
           MOVE DIAMES TO DIAVENCE.
           IF DIAVENCE > DIASMESACT
               MOVE DIASMESACT TO DIAVENCE
           END-IF.
           COMPUTE FECHAVENCE = MESACT * 100 + DIAVENCE.
           IF FECHAVENCE NOT > FECHAACT
               CALL "CALCULARDIAHABIL" USING FECHAVENCE, DIASHABIL,
                   FECHAEJEC
               CANCEL "CALCULARDIAHABIL"
               IF FECHAEJEC = FECHAACT
                   GO TO EJECUTARORDEN
               END-IF
           END-IF.
           *> Vencimiento del mes anterior aplazado hasta hoy.
           MOVE DIAMES TO DIAVENCE.
           IF DIAVENCE > DIASMESANT
               MOVE DIASMESANT TO DIAVENCE
           END-IF.
           COMPUTE FECHAVENCE = MESANT * 100 + DIAVENCE.
           CALL "CALCULARDIAHABIL" USING FECHAVENCE, DIASHABIL,
               FECHAEJEC.
           CANCEL "CALCULARDIAHABIL".
           IF FECHAEJEC = FECHAACT
               GO TO EJECUTARORDEN
           END-IF.
           GO TO LEERORDEN.

       EJECUTARORDEN.
           MOVE IMPORTEORDEN TO IMPORTE.
           OPEN I-O CUENTASFILE.
           MULTIPLY CANTIDAD BY -1 GIVING CANTIDAD.
           MOVE CUENTADESTINO TO DESTINO.
           MOVE SALDOORIG TO SALDOCUENTA.
           MOVE SPACES TO MOVOPERADOR.
           MOVE SPACES TO MOVTERMINAL.
           MOVE 006 TO MOVTIPO.
           MOVE FECHORA(1:8) TO FECHAVALBASE.
           CALL "CALCULARDIAHABIL" USING FECHAVALBASE, DIASVALOR,
               MOVFECHAVALOR.
           CANCEL "CALCULARDIAHABIL".
           WRITE MOVIMIENTOSREC.

       SIGUIENTEMID2.
           MOVE IMPORTE TO CANTIDAD.
           MOVE CUENTAORIGEN TO DESTINO.
           MOVE SALDODEST TO SALDOCUENTA.
           MOVE SPACES TO MOVOPERADOR.
           MOVE SPACES TO MOVTERMINAL.
           MOVE 007 TO MOVTIPO.
           MOVE FECHORA(1:8) TO FECHAVALBASE.
           CALL "CALCULARDIAHABIL" USING FECHAVALBASE, DIASVALOR,
               MOVFECHAVALOR.
           CANCEL "CALCULARDIAHABIL".
           WRITE MOVIMIENTOSREC.
           CLOSE MOVIMIENTOSFILE.
           MOVE SPACES TO ALERTADNI.
           MOVE 2 TO ALERTATIPO.
           MOVE IMPORTE TO ALERTAIMPORTE.
           MULTIPLY ALERTAIMPORTE BY -1 GIVING ALERTAIMPORTE.
           CALL "ANOTARALERTA" USING CUENTAORIGEN, ALERTADNI,
               ALERTATIPO, ALERTAIMPORTE, SALDOORIG.
           MOVE 3 TO ALERTATIPO.
           MOVE IMPORTE TO ALERTAIMPORTE.
           CALL "ANOTARALERTA" USING CUENTADESTINO, ALERTADNI,
               ALERTATIPO, ALERTAIMPORTE, SALDODEST.
           CANCEL "ANOTARALERTA".
           ADD 1 TO ORDENESOK GIVING ORDENESOK.
           GO TO LEERORDEN.

