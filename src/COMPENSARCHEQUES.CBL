             02 CANTIDAD PIC S9999999V99.
             02 DESTINO  PIC X(10) VALUE "".
             02 SALDOCUENTA    PIC S9999999V99.
             02 MOVOPERADOR PIC X(10). *> operador de oficina
             02 MOVTIPO   PIC 9(3). *> codigo de TIPOSMOV.DAT
             02 MOVTERMINAL PIC X(6). *> cajero de la operacion
             02 MOVFECHAVALOR PIC 9(8). *> fecha valor AAAAMMDD

           FD MIDCONTROLFILE
               LABEL RECORDS ARE STANDARD
           77 FECHORAACT  PIC 9(12).
           77 HORAACT   PIC 9(8).
           77 MIDACT    PIC 9(9).
           77 FECHADEP  PIC 9(8).
           77 FECHACOMP PIC 9(8). *> dia habil en que se abona
           77 IMPORTE   PIC 9999999V99.
           77 IMPFORMA  PIC Z,ZZZ,ZZ9.99.
           77 ABONADOS  PIC 9(5) VALUE 0.
           *> Compensacion de cheques: pasados los dias de retencion
           *> se abona el importe en la cuenta con su movimiento; los
           *> pendientes cuya cuenta ya no exista se apartan al
           *> informe de devueltos. Los dias de retencion son dias
           *> habiles del calendario del banco (CALCULARDIAHABIL): un
           *> cheque ingresado en viernes no se abona por el fin de
           *> semana, y uno ingresado en dia inhabil empieza a contar
           *> desde el siguiente habil. El abono lleva como fecha
           *> valor el dia habil de compensacion.
           DISPLAY "COMPENSARCHEQUES - compensacion de cheques".
           DISPLAY "Dias de retencion (0 = 2): ".
           ACCEPT DIASRET.
               MOVE 2 TO DIASRET
           END-IF.
           ACCEPT FECHAACT FROM DATE YYYYMMDD.
           MULTIPLY FECHAACT BY 10000 GIVING FECHORAACT.
           ACCEPT HORAACT FROM TIME.
           DIVIDE HORAACT BY 10000 GIVING HORA.
               GO TO LEERCHEQUE
           END-IF.
           DIVIDE CHQFECHORA BY 10000 GIVING FECHADEP.
           CALL "CALCULARDIAHABIL" USING FECHADEP, DIASRET,
               FECHACOMP.
           CANCEL "CALCULARDIAHABIL".
           IF FECHACOMP > FECHAACT
               ADD 1 TO RETENIDOS GIVING RETENIDOS
               GO TO LEERCHEQUE
           END-IF.
           MOVE IMPORTE TO CANTIDAD.
           MOVE CHQREF TO DESTINO.
           MOVE SALDO TO SALDOCUENTA.
           MOVE SPACES TO MOVOPERADOR.
           MOVE SPACES TO MOVTERMINAL.
           MOVE 003 TO MOVTIPO.
           MOVE FECHACOMP TO MOVFECHAVALOR.
           WRITE MOVIMIENTOSREC.
           CLOSE MOVIMIENTOSFILE.
           MOVE "A" TO CHQESTADO.
