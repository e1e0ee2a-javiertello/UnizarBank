           RELATIVE KEY IS REMCTLKEY
           FILE STATUS IS FSRC.

           SELECT INTENCIONESFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INTCLAVE
           ALTERNATE RECORD KEY IS INTESTADO WITH DUPLICATES
           FILE STATUS IS FSIN.

           DATA DIVISION.
           FILE SECTION.

                 02 CANTIDAD PIC S9999999V99.
                 02 DESTINO  PIC X(10) VALUE "".
                 02 SALDOCUENTA    PIC S9999999V99.
                 02 MOVOPERADOR PIC X(10). *> operador de oficina
                 02 MOVTIPO   PIC 9(3). *> codigo de TIPOSMOV.DAT
                 02 MOVTERMINAL PIC X(6). *> cajero de la operacion
                 02 MOVFECHAVALOR PIC 9(8). *> fecha valor AAAAMMDD

               FD MIDCONTROLFILE
                   LABEL RECORDS ARE STANDARD
               01 REMCONTROLREC.
                 02 ULTIMOREMID PIC 9(9).

               FD INTENCIONESFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "INTENCIONES.DAT".
               01 INTENCIONESREC.
                 02 INTCLAVE.
                   03 INTFECHA    PIC 9(8). *> AAAAMMDD
                   03 INTHORA     PIC 9(8). *> HHMMSSCC
                   03 INTCUENTA   PIC X(10).
                 02 INTESTADO     PIC X. *> P pendiente, C completada,
                                         *> F finalizada, D deshecha
                 02 INTOPERACION  PIC X(20).
                 02 INTFECHORA    PIC 9(12). *> AAAAMMDDHHMM
                 02 INTIMPORTE    PIC S9999999V99. *> importe del jornal
                 *> Pasos: - no aplica, N pendiente, P en curso,
                 *> S hecho; un apunte en X espera el saldo de su
                 *> cuenta.
                 02 INTCASETES    PIC X.
                 02 INTCTA OCCURS 2 TIMES.
                   03 INTCTACUENTA   PIC X(10).
                   03 INTCTAIMPORTE  PIC S9999999V99.
                   03 INTCTASALDOANT PIC S9999999V99.
                   03 INTCTAPASO     PIC X.
                 02 INTMOV OCCURS 3 TIMES.
                   03 INTMOVMID      PIC 9(9).
                   03 INTMOVCTA      PIC 9. *> cuenta 1 o 2 del apunte
                   03 INTMOVCONCEPTO PIC X(40).
                   03 INTMOVTIPO     PIC 9(3).
                   03 INTMOVCANTIDAD PIC S9999999V99.
                   03 INTMOVDESTINO  PIC X(10).
                   03 INTMOVSALDO    PIC S9999999V99.
                   03 INTMOVPASO     PIC X.
                 02 INTAFORO      PIC X. *> asientos o cupo vendidos
                 02 INTNUMESP     PIC 9(3).
                 02 INTSESION     PIC 9(2).
                 02 INTUNIDADES   PIC 9(3).
                 02 INTASIENTOINI PIC 9(3).
                 02 INTASIENTOFIN PIC 9(3).
                 02 INTDISPOANT   PIC 9(5).
                 02 INTREGISTRO   PIC X. *> entrada o remesa grabada
                 02 INTREGID      PIC 9(9).
                 02 INTTERMINAL   PIC X(6). *> cajero de la operacion
                 02 INTCATEGORIAS. *> compra de entradas por categoria
                   03 INTCAT OCCURS 9 TIMES.
                     04 INTCATUDS    PIC 9(3).
                     04 INTCATPRECIO PIC 999V99.

       WORKING-STORAGE SECTION.
           77 FSIN      PIC XX.
           77 FSTF      PIC XX.
           77 FSMF      PIC XX.
           77 FSMC      PIC XX.
           77 FECHAACT  PIC 9(8).
           77 HORA      PIC 9999.
           77 FECHORAACT  PIC 9(12).
           77 FECHAVALBASE PIC 9(8).
           77 DIASVALOR PIC 9(3) VALUE 0.
           77 HORAACT   PIC 9(8).
           77 SALDOFORMA   PIC -Z,ZZZ,ZZ9.99.
           77 CAMPO     PIC 9 VALUE 0.
           77 ESTADOJOR PIC X(12).
           77 DETALLEJOR PIC X(60).
           77 IMPJOR    PIC S9999999V99.
           77 ALERTADNI PIC X(9).
           77 ALERTATIPO PIC 9.
           77 ALERTAIMPORTE PIC S9999999V99.
       LINKAGE SECTION.
           01 CUENTACT   PIC X(10).
           01 SALDOACTL  PIC S9999999V99.
           01 TERMINALACT PIC X(6).

       PROCEDURE DIVISION USING CUENTACT, SALDOACTL,
           TERMINALACT.
           MOVE SALDOACTL TO SALDOFORMA.
       REPEAT.
           MOVE 0 TO CAMPO.
                MOVE 1 TO ERROR3
                GO TO REPEAT
            END-IF.
            GO TO ANOTARINTENCION.
        ANOTARINTENCION.
            *> Intencion de la operacion antes de tocar saldos, mayor
            *> y remesa: si el cajero se corta a medias, al arrancar
            *> RECUPERAROPERACIONES la termina o la deshace. El saldo
            *> de la cuenta destino no se conoce hasta abonarla.
            ACCEPT FECHAACT FROM DATE YYYYMMDD.
            ACCEPT HORAACT FROM TIME.
            MOVE SPACES TO INTENCIONESREC.
            MOVE ZEROS TO INTCATEGORIAS.
            MOVE FECHAACT TO INTFECHA.
            MOVE HORAACT TO INTHORA.
            MOVE CUENTACT TO INTCUENTA.
            MOVE "P" TO INTESTADO.
            MOVE TERMINALACT TO INTTERMINAL.
            MOVE "Transferencia" TO INTOPERACION.
            MULTIPLY FECHAACT BY 10000 GIVING FECHORAACT.
            DIVIDE HORAACT BY 10000 GIVING HORA.
            ADD HORA TO FECHORAACT GIVING FECHORAACT.
            MOVE FECHORAACT TO INTFECHORA.
            MULTIPLY TOTALCARGO BY -1 GIVING INTIMPORTE.
            MOVE "-" TO INTCASETES.
            MOVE CUENTACT TO INTCTACUENTA(1).
            MULTIPLY TOTALCARGO BY -1 GIVING INTCTAIMPORTE(1).
            MOVE SALDO TO INTCTASALDOANT(1).
            MOVE "P" TO INTCTAPASO(1).
            IF EXTERNA = "Y"
                MOVE CTALIQ TO INTCTACUENTA(2)
            ELSE
                MOVE CUENTADEST TO INTCTACUENTA(2)
            END-IF.
            MOVE IMPORTE TO INTCTAIMPORTE(2).
            MOVE 0 TO INTCTASALDOANT(2).
            MOVE "N" TO INTCTAPASO(2).
            MOVE 0 TO INTMOVMID(1).
            MOVE 1 TO INTMOVCTA(1).
            MOVE "Transferencia enviada" TO INTMOVCONCEPTO(1).
            MOVE 004 TO INTMOVTIPO(1).
            MULTIPLY IMPORTE BY -1 GIVING INTMOVCANTIDAD(1).
            MOVE CUENTADEST TO INTMOVDESTINO(1).
            SUBTRACT IMPORTE FROM SALDO GIVING INTMOVSALDO(1).
            MOVE "N" TO INTMOVPASO(1).
            MOVE 0 TO INTMOVMID(2).
            MOVE 2 TO INTMOVCTA(2).
            MOVE "Transferencia recibida" TO INTMOVCONCEPTO(2).
            MOVE 005 TO INTMOVTIPO(2).
            MOVE IMPORTE TO INTMOVCANTIDAD(2).
            MOVE CUENTACT TO INTMOVDESTINO(2).
            MOVE 0 TO INTMOVSALDO(2).
            MOVE "X" TO INTMOVPASO(2).
            MOVE "-" TO INTMOVPASO(3).
            IF COMISION > 0
                MOVE 0 TO INTMOVMID(3)
                MOVE 1 TO INTMOVCTA(3)
                MOVE "Comision" TO INTMOVCONCEPTO(3)
                MOVE 011 TO INTMOVTIPO(3)
                MULTIPLY COMISION BY -1 GIVING INTMOVCANTIDAD(3)
                MOVE TARCODIGO(1:10) TO INTMOVDESTINO(3)
                SUBTRACT TOTALCARGO FROM SALDO GIVING INTMOVSALDO(3)
                MOVE "N" TO INTMOVPASO(3)
            END-IF.
            MOVE "-" TO INTAFORO.
            IF EXTERNA = "Y"
                MOVE "N" TO INTREGISTRO
            ELSE
                MOVE "-" TO INTREGISTRO
            END-IF.
            OPEN I-O INTENCIONESFILE.
            IF FSIN = "35"
                CLOSE INTENCIONESFILE
                OPEN OUTPUT INTENCIONESFILE
                CLOSE INTENCIONESFILE
                OPEN I-O INTENCIONESFILE
            END-IF.
            WRITE INTENCIONESREC.
            GO TO CARGARCUENTA.
        CARGARCUENTA.
            SUBTRACT IMPORTE FROM SALDO GIVING SALDO.
            MOVE SALDO TO SALDOORIG.
            SUBTRACT COMISION FROM SALDO GIVING SALDO.
            MOVE SALDO TO SALDOCOM.
            REWRITE CUENTASREC.
            CLOSE CUENTASFILE.
            MOVE "S" TO INTCTAPASO(1).
            REWRITE INTENCIONESREC.

            OPEN I-O CUENTASFILE.
            MOVE "N" TO EOF.
                CLOSE CUENTASFILE
                GO TO DESHACERORIGEN
            END-IF.
            MOVE SALDO TO INTCTASALDOANT(2).
            MOVE "P" TO INTCTAPASO(2).
            REWRITE INTENCIONESREC.
            ADD IMPORTE TO SALDO GIVING SALDO.
            MOVE SALDO TO SALDODEST.
            REWRITE CUENTASREC.
            CLOSE CUENTASFILE.
            MOVE "S" TO INTCTAPASO(2).
            MOVE SALDODEST TO INTMOVSALDO(2).
            MOVE "N" TO INTMOVPASO(2).
            REWRITE INTENCIONESREC.

            MOVE "N" TO EOF.
            OPEN I-O MOVIMIENTOSFILE.
        DESHACERORIGEN.
            *> La cuenta destino ha desaparecido tras el cargo en
            *> origen: se restituye el importe descontado y la
            *> comision cobrada. La intencion vuelve a quedar en
            *> curso hasta que la restitucion esta grabada.
            MOVE "P" TO INTCTAPASO(1).
            REWRITE INTENCIONESREC.
            OPEN I-O CUENTASFILE.
            MOVE CUENTACT TO CUENTA.
            START CUENTASFILE
            ADD TOTALCARGO TO SALDO GIVING SALDO.
            REWRITE CUENTASREC.
            CLOSE CUENTASFILE.
            MOVE "D" TO INTESTADO.
            REWRITE INTENCIONESREC.
            CLOSE INTENCIONESFILE.
            MOVE 1 TO ERROR4.
            GO TO REPEAT.
        SIGUIENTEMID.
           MULTIPLY CANTIDAD BY -1 GIVING CANTIDAD.
           MOVE CUENTADEST TO DESTINO.
           MOVE SALDOORIG TO SALDOCUENTA.
           MOVE SPACES TO MOVOPERADOR.
           MOVE TERMINALACT TO MOVTERMINAL.
           MOVE 004 TO MOVTIPO.
           MOVE MID TO INTMOVMID(1).
           MOVE "P" TO INTMOVPASO(1).
           REWRITE INTENCIONESREC.
           MOVE FECHORA(1:8) TO FECHAVALBASE.
           CALL "CALCULARDIAHABIL" USING FECHAVALBASE, DIASVALOR,
               MOVFECHAVALOR.
           CANCEL "CALCULARDIAHABIL".
           WRITE MOVIMIENTOSREC.
           CLOSE MOVIMIENTOSFILE.
           MOVE "S" TO INTMOVPASO(1).
           REWRITE INTENCIONESREC.
           OPEN I-O MOVIMIENTOSFILE.
           GO TO SIGUIENTEMID2.
        SIGUIENTEMID2.
           MOVE IMPORTE TO CANTIDAD.
           MOVE CUENTACT TO DESTINO.
           MOVE SALDODEST TO SALDOCUENTA.
           MOVE SPACES TO MOVOPERADOR.
           MOVE TERMINALACT TO MOVTERMINAL.
           MOVE 005 TO MOVTIPO.
           MOVE MID TO INTMOVMID(2).
           MOVE "P" TO INTMOVPASO(2).
           REWRITE INTENCIONESREC.
           MOVE FECHORA(1:8) TO FECHAVALBASE.
           CALL "CALCULARDIAHABIL" USING FECHAVALBASE, DIASVALOR,
               MOVFECHAVALOR.
           CANCEL "CALCULARDIAHABIL".
           WRITE MOVIMIENTOSREC.
           CLOSE MOVIMIENTOSFILE.
           MOVE "S" TO INTMOVPASO(2).
           REWRITE INTENCIONESREC.

           SUBTRACT TOTALCARGO FROM SALDOACTL GIVING SALDOACTL.
           IF COMISION > 0
           MULTIPLY CANTIDAD BY -1 GIVING CANTIDAD.
           MOVE TARCODIGO(1:10) TO DESTINO.
           MOVE SALDOCOM TO SALDOCUENTA.
           MOVE SPACES TO MOVOPERADOR.
           MOVE TERMINALACT TO MOVTERMINAL.
           MOVE 011 TO MOVTIPO.
           MOVE MID TO INTMOVMID(3).
           MOVE "P" TO INTMOVPASO(3).
           REWRITE INTENCIONESREC.
           MOVE FECHORA(1:8) TO FECHAVALBASE.
           CALL "CALCULARDIAHABIL" USING FECHAVALBASE, DIASVALOR,
               MOVFECHAVALOR.
           CANCEL "CALCULARDIAHABIL".
           WRITE MOVIMIENTOSREC.
           CLOSE MOVIMIENTOSFILE.
           MOVE "S" TO INTMOVPASO(3).
           REWRITE INTENCIONESREC.
        DESPUESCOMISION.
           MOVE "Transferencia" TO OPERJOR.
           MOVE "COMPLETADO" TO ESTADOJOR.
           STRING "DESTINO " CUENTADEST " COMISION " COMFORMA
                  DELIMITED BY SIZE INTO DETALLEJOR.
           CALL "ANOTARJORNAL" USING CUENTACT, OPERJOR, ESTADOJOR,
               IMPJOR, SALDOACTL, DETALLEJOR, TERMINALACT.
           CANCEL "ANOTARJORNAL".
           CALL "EMITIRRECIBO" USING CUENTACT, OPERJOR, IMPJOR,
               SALDOACTL, DETALLEJOR.
           CANCEL "EMITIRRECIBO".
           MOVE SPACES TO ALERTADNI.
           MOVE 2 TO ALERTATIPO.
           CALL "ANOTARALERTA" USING CUENTACT, ALERTADNI, ALERTATIPO,
               IMPJOR, SALDOACTL.
           CANCEL "ANOTARALERTA".
           IF EXTERNA NOT = "Y"
               MOVE 3 TO ALERTATIPO
               MOVE IMPORTE TO ALERTAIMPORTE
               CALL "ANOTARALERTA" USING CUENTADEST, ALERTADNI,
                   ALERTATIPO, ALERTAIMPORTE, SALDODEST
               CANCEL "ANOTARALERTA"
               GO TO SALIDA
           END-IF.
        ANOTARREMESA.
           MOVE IMPORTE TO REMIMPORTE.
           MOVE FECHORAACT TO REMFECHORA.
           MOVE "P" TO REMESTADO.
           MOVE REMID TO INTREGID.
           MOVE "P" TO INTREGISTRO.
           REWRITE INTENCIONESREC.
           WRITE REMESASREC.
           CLOSE REMESASFILE.
           MOVE "S" TO INTREGISTRO.
           REWRITE INTENCIONESREC.
        SALIDA.
           MOVE "C" TO INTESTADO.
           REWRITE INTENCIONESREC.
           CLOSE INTENCIONESFILE.
           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           CALL "MOSTRARTITULO".
           CANCEL "MOSTRARTITULO".
