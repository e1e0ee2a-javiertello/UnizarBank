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
           77 FECHORAACT PIC 9(12).
           77 FECHAVALBASE PIC 9(8).
           77 DIASVALOR PIC 9(3) VALUE 0.
           77 HORAACT   PIC 9(8).
           77 COBRADAS  PIC 9(5) VALUE 0.
           77 NUMRNK    PIC 9(3) VALUE 0.
           77 IDXMAX    PIC 9(3).
           77 MAXNUM    PIC 9(13)V99.
           77 CONTFORMA PIC ZZZZ9.
           77 ALERTADNI PIC X(9).
           77 ALERTATIPO PIC 9.
           77 ALERTAIMPORTE PIC S9999999V99.
           77 INTFORMA  PIC -Z,ZZZ,ZZ9.99.
           77 NUMFORMA  PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
           01 TABRANKING.
       INICIO.
           *> Liquidacion mensual del interes deudor: por cada cuenta
           *> con tasa deudora se reconstruye el saldo dia a dia del
           *> mes a partir de los saldos corridos del mayor, cada uno
           *> vigente desde la fecha valor de su movimiento, se suman
           *> los numerales deudores (saldo negativo por dias, con el
           *> calendario comercial de 30 dias) y se carga el interes
           *> como movimiento "Interes deudor" con el mes liquidado
           GO TO DESPUESCALCULO.

       TRATARMOV.
           IF MOVTIPO = 013 *> Interes deudor
              AND DESTINO(1:6) = MESLIQTXT
               MOVE "Y" TO YACOBRADO
           END-IF.
           MOVE MOVFECHAVALOR TO FECHAMOV.
           DIVIDE FECHAMOV BY 10000 GIVING AATMP
               REMAINDER RESTOFECHA.
           DIVIDE RESTOFECHA BY 100 GIVING MMTMP REMAINDER DDTMP.
                   ADD ACUMULO TO NUMERALES GIVING NUMERALES
               END-IF
           END-IF.
           *> Un movimiento con fecha valor anterior a la del
           *> previo cambia el saldo sin reabrir dias ya contados.
           MOVE SALDOCUENTA TO BALANCE.
           IF SERIEMOV > PREVSERIE
               MOVE SERIEMOV TO PREVSERIE
           END-IF.
           MOVE "Y" TO TIENEBAL.
           GO TO LEERMOV.

           MOVE SPACES TO DESTINO.
           MOVE MESLIQTXT TO DESTINO(1:6).
           MOVE SALDO TO SALDOCUENTA.
           MOVE SPACES TO MOVOPERADOR.
           MOVE SPACES TO MOVTERMINAL.
           MOVE 013 TO MOVTIPO.
           MOVE FECHORA(1:8) TO FECHAVALBASE.
           CALL "CALCULARDIAHABIL" USING FECHAVALBASE, DIASVALOR,
               MOVFECHAVALOR.
           CANCEL "CALCULARDIAHABIL".
           WRITE MOVIMIENTOSREC.
           CLOSE MOVIMIENTOSFILE.
           ADD 1 TO COBRADAS GIVING COBRADAS.
           MOVE SPACES TO ALERTADNI.
           MOVE 2 TO ALERTATIPO.
           MOVE INTERES TO ALERTAIMPORTE.
           MULTIPLY ALERTAIMPORTE BY -1 GIVING ALERTAIMPORTE.
           CALL "ANOTARALERTA" USING CUENTATXT, ALERTADNI,
               ALERTATIPO, ALERTAIMPORTE, SALDO.
           CANCEL "ANOTARALERTA".
           GO TO LEERCUENTA.

       ORDENARINFORME.
