           SELECT CASETESFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CASCLAVE
           FILE STATUS IS FSCJ.

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
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "CASETES.DAT".
               01 CASETESREC.
                 02 CASCLAVE.
                   03 CASTERMINAL  PIC X(6).
                   03 DENOMINACION PIC 9(3).
                 02 CARGADOS PIC 9(5).
                 02 DISPENSADOS PIC 9(5).

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
           77 IMPJOR    PIC S9999999V99.
           77 PTRDET    PIC 99.
           77 USOFORMA  PIC ZZZZ9.
           77 ALERTADNI PIC X(9).
           77 ALERTATIPO PIC 9.
           01 TABBILLETES.
             02 BILLETE OCCURS 7 TIMES.
               03 DENOMLIN PIC 9(3).
               03 USARLIN  PIC 9(5).
       LINKAGE SECTION.
           01 CUENTACT  PIC X(10).
           01 TERMINALACT PIC X(6).
           
       PROCEDURE DIVISION USING CUENTACT, TERMINALACT.
           MOVE CUENTACT TO CUENTA.
           OPEN I-O CUENTASFILE.
	   START CUENTASFILE
                 AT END MOVE "Y" TO EOF
            END-READ.
            IF EOF = "N"
                IF CUENTAMOV = CUENTA AND MOVTIPO = 001
                   AND FECHORA(1:8) = FECHAACT
                    IF CANTIDAD < 0
                        MULTIPLY CANTIDAD BY -1 GIVING CANTABS
            OPEN INPUT CASETESFILE.
            IF FSCJ = "35"
                MOVE "Y" TO EOF
            ELSE
                MOVE TERMINALACT TO CASTERMINAL
                MOVE 0 TO DENOMINACION
                START CASETESFILE
                     KEY IS NOT < CASCLAVE
                     INVALID KEY MOVE "Y" TO EOF
                END-START
            END-IF.
        CARGARCASETE.
            *> Solo los casetes de este terminal.
            IF EOF = "N" AND NUMDEN < 7
                READ CASETESFILE NEXT RECORD
                     AT END MOVE "Y" TO EOF
                END-READ
                IF EOF = "N" AND CASTERMINAL NOT = TERMINALACT
                    MOVE "Y" TO EOF
                END-IF
                IF EOF = "N"
                    ADD 1 TO NUMDEN GIVING NUMDEN
                    MOVE DENOMINACION TO DENOMLIN(NUMDEN)
            MOVE REINTEGRO TO IMPJOR.
            MULTIPLY IMPJOR BY -1 GIVING IMPJOR.
            CALL "ANOTARJORNAL" USING CUENTA, OPERJOR, ESTADOJOR,
                IMPJOR, SALDO, DETALLEJOR, TERMINALACT.
            CANCEL "ANOTARJORNAL".
            GO TO ANOTARINTENCION.
        ANOTARINTENCION.
            *> Intencion de la operacion antes de tocar casetes, saldo
            *> y mayor: si el cajero se corta a medias, al arrancar
            *> RECUPERAROPERACIONES la termina o la deshace.
            ACCEPT FECHAACT FROM DATE YYYYMMDD.
            ACCEPT HORAACT FROM TIME.
            MOVE SPACES TO INTENCIONESREC.
            MOVE ZEROS TO INTCATEGORIAS.
            MOVE FECHAACT TO INTFECHA.
            MOVE HORAACT TO INTHORA.
            MOVE CUENTA TO INTCUENTA.
            MOVE "P" TO INTESTADO.
            MOVE TERMINALACT TO INTTERMINAL.
            MOVE OPERJOR TO INTOPERACION.
            MULTIPLY FECHAACT BY 10000 GIVING FECHORAACT.
            DIVIDE HORAACT BY 10000 GIVING HORA.
            ADD HORA TO FECHORAACT GIVING FECHORAACT.
            MOVE FECHORAACT TO INTFECHORA.
            MOVE IMPJOR TO INTIMPORTE.
            MOVE "P" TO INTCASETES.
            MOVE CUENTA TO INTCTACUENTA(1).
            MOVE IMPJOR TO INTCTAIMPORTE(1).
            MOVE SALDO TO INTCTASALDOANT(1).
            MOVE "N" TO INTCTAPASO(1).
            MOVE "-" TO INTCTAPASO(2).
            MOVE 0 TO INTMOVMID(1).
            MOVE 1 TO INTMOVCTA(1).
            MOVE "Reintegro" TO INTMOVCONCEPTO(1).
            MOVE 001 TO INTMOVTIPO(1).
            MOVE IMPJOR TO INTMOVCANTIDAD(1).
            MOVE SPACES TO INTMOVDESTINO(1).
            ADD SALDO TO IMPJOR GIVING INTMOVSALDO(1).
            MOVE "N" TO INTMOVPASO(1).
            MOVE "-" TO INTMOVPASO(2).
            MOVE "-" TO INTMOVPASO(3).
            MOVE "-" TO INTAFORO.
            MOVE "-" TO INTREGISTRO.
            OPEN I-O INTENCIONESFILE.
            IF FSIN = "35"
                CLOSE INTENCIONESFILE
                OPEN OUTPUT INTENCIONESFILE
                CLOSE INTENCIONESFILE
                OPEN I-O INTENCIONESFILE
            END-IF.
            WRITE INTENCIONESREC.
            GO TO APLICARDISPENSA.
        APLICARDISPENSA.
            OPEN I-O CASETESFILE.
        APLICARUNO.
            IF IDXDEN > 0
                IF USARLIN(IDXDEN) > 0
                    MOVE TERMINALACT TO CASTERMINAL
                    MOVE DENOMLIN(IDXDEN) TO DENOMINACION
                    READ CASETESFILE
                         INVALID KEY CONTINUE
            CLOSE CASETESFILE.
            GO TO DEBITAR.
        DEBITAR.
            MOVE "S" TO INTCASETES.
            MOVE "P" TO INTCTAPASO(1).
            REWRITE INTENCIONESREC.
            SUBTRACT REINTEGRO FROM SALDO GIVING SALDO.
            REWRITE CUENTASREC.
            CLOSE CUENTASFILE.
            MOVE "S" TO INTCTAPASO(1).
            REWRITE INTENCIONESREC.
            OPEN I-O MOVIMIENTOSFILE.
            GO TO SIGUIENTEMID.
        SIGUIENTEMID.
           MULTIPLY CANTIDAD BY -1 GIVING CANTIDAD.
           MOVE "" TO DESTINO.
           MOVE SALDO TO SALDOCUENTA.
           MOVE SPACES TO MOVOPERADOR.
           MOVE TERMINALACT TO MOVTERMINAL.
           MOVE 001 TO MOVTIPO.
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
           MOVE "C" TO INTESTADO.
           REWRITE INTENCIONESREC.
           CLOSE INTENCIONESFILE.
           MOVE "COMPLETADO" TO ESTADOJOR.
           CALL "ANOTARJORNAL" USING CUENTA, OPERJOR, ESTADOJOR,
               IMPJOR, SALDO, DETALLEJOR, TERMINALACT.
           CANCEL "ANOTARJORNAL".
           CALL "EMITIRRECIBO" USING CUENTA, OPERJOR, IMPJOR,
               SALDO, DETALLEJOR.
           CANCEL "EMITIRRECIBO".
           MOVE SPACES TO ALERTADNI.
           MOVE 1 TO ALERTATIPO.
           CALL "ANOTARALERTA" USING CUENTA, ALERTADNI, ALERTATIPO,
               IMPJOR, SALDO.
           CANCEL "ANOTARALERTA".
        SALIDA.
           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
	   CALL "MOSTRARTITULO".
