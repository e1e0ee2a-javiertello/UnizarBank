       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECUPERAROPERACIONES.
       AUTHOR. J Tello y S Josa

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INTENCIONESFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INTCLAVE
           ALTERNATE RECORD KEY IS INTESTADO WITH DUPLICATES
           FILE STATUS IS FSIN.

           SELECT CUENTASFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUENTA
           ALTERNATE RECORD KEY IS CTADNI WITH DUPLICATES
           FILE STATUS IS FSTF.

           SELECT MOVIMIENTOSFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MID
           ALTERNATE RECORD KEY IS CUENTAMOV WITH DUPLICATES
           FILE STATUS IS FSMF.

           SELECT MIDCONTROLFILE ASSIGN TO DISK
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS RANDOM
           RELATIVE KEY IS MIDCTLKEY
           FILE STATUS IS FSMC.

           SELECT ESPECTACULOSFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NUM
           FILE STATUS IS FSEF.

           SELECT SESIONESFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SESCLAVE
           FILE STATUS IS FSSE.

           SELECT ENTRADASFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ENTID
           ALTERNATE RECORD KEY IS ENTCUENTA WITH DUPLICATES
           FILE STATUS IS FSEN.

           SELECT ENTCONTROLFILE ASSIGN TO DISK
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS RANDOM
           RELATIVE KEY IS ENTCTLKEY
           FILE STATUS IS FSEC.

           SELECT REMESASFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REMID
           FILE STATUS IS FSRM.

           SELECT REMCONTROLFILE ASSIGN TO DISK
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS RANDOM
           RELATIVE KEY IS REMCTLKEY
           FILE STATUS IS FSRC.

           SELECT INFORMEFILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSIF.

       DATA DIVISION.
       FILE SECTION.

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
             *> Pasos: - no aplica, N pendiente, P en curso, S hecho;
             *> un apunte en X espera el saldo de su cuenta.
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

           FD CUENTASFILE
               LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID IS "CUENTAS.DAT".
           01 CUENTASREC.
             02 CUENTA   PIC X(10).
             02 CTADNI   PIC X(9).
             02 SALDO    PIC S9999999V99.
             02 LIMDESCUB PIC 9999V99.
             02 TASAINTERES PIC 99V99 VALUE 0.

           FD MOVIMIENTOSFILE
               LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID IS "MOVIMIENTOS.DAT".
           01 MOVIMIENTOSREC.
             02 MID      PIC 9(9).
             02 FECHORA  PIC 9(12). *> AAAAMMDDHHMM
             02 CUENTAMOV   PIC X(10).
             02 CONCEPTO PIC X(40).
             02 CANTIDAD PIC S9999999V99.
             02 DESTINO  PIC X(10) VALUE "".
             02 SALDOCUENTA    PIC S9999999V99.
             02 MOVOPERADOR PIC X(10). *> operador de oficina
             02 MOVTIPO   PIC 9(3). *> codigo de TIPOSMOV.DAT
             02 MOVTERMINAL PIC X(6). *> cajero de la operacion
             02 MOVFECHAVALOR PIC 9(8). *> fecha valor AAAAMMDD

           FD MIDCONTROLFILE
               LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID IS "MIDCONTROL.DAT".
           01 MIDCONTROLREC.
             02 ULTIMOMID PIC 9(9).

           FD ESPECTACULOSFILE
               LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID IS "ESPECTACULOS.DAT".
           01 ESPECTACULOSREC.
             02 NUM      PIC 9(3).
             02 NOMBRE   PIC X(20).
             02 DESCRIPCION   PIC X(20).
             02 FECHA PIC 9(8). *> Sin formato
             02 PRECIO PIC 999V99.
             02 DISPONIBLES PIC 99999.
             02 CERRADA PIC X(1). *> Y o N

           FD SESIONESFILE
               LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID IS "SESIONES.DAT".
           01 SESIONESREC.
             02 SESCLAVE.
               03 SESNUM PIC 9(3).
               03 SESID  PIC 9(2).
             02 SESFECHA PIC 9(8). *> AAAAMMDD
             02 SESHORA  PIC 9(4). *> HHMM
             02 SESCAPACIDAD PIC 9(3).
             02 SESDISPONIBLES PIC 9(3).
             02 SESMAPA PIC X(500). *> L libre, O ocupada

           FD ENTRADASFILE
               LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID IS "ENTRADAS.DAT".
           01 ENTRADASREC.
             02 ENTID      PIC 9(9).
             02 ENTCUENTA  PIC X(10).
             02 ENTNUM     PIC 9(3).
             02 ENTSESION  PIC 9(2). *> 0 = venta sin sesion
             02 ENTUNIDADES PIC 9(3).
             02 ENTASIENTOINI PIC 9(3). *> 0 = sin asiento
             02 ENTASIENTOFIN PIC 9(3).
             02 ENTIMPORTE PIC 9999999V99.
             02 ENTFECHORA PIC 9(12). *> AAAAMMDDHHMM
             02 ENTESTADO  PIC X. *> V vigente o A anulada
             *> Reparto por categoria de tarifa, de la 1 a la 9; todo
             *> a cero si se vendio al precio unico del espectaculo.
             02 ENTCATEGORIAS.
               03 ENTCAT OCCURS 9 TIMES.
                 04 ENTCATUDS    PIC 9(3).
                 04 ENTCATPRECIO PIC 999V99.
             02 ENTLIQVENTA PIC X. *> S venta ya liquidada al promotor
             02 ENTLIQDEVOL PIC X. *> S devolucion ya liquidada

           FD ENTCONTROLFILE
               LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID IS "ENTCONTROL.DAT".
           01 ENTCONTROLREC.
             02 ULTIMOENTID PIC 9(9).

           FD REMESASFILE
               LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID IS "REMESASSAL.DAT".
           01 REMESASREC.
             02 REMID      PIC 9(9).
             02 REMCUENTAORD  PIC X(10).
             02 REMCUENTADEST PIC X(10).
             02 REMIMPORTE PIC 9999999V99.
             02 REMFECHORA PIC 9(12). *> AAAAMMDDHHMM
             02 REMESTADO  PIC X. *> P pendiente o E enviada

           FD REMCONTROLFILE
               LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID IS "REMCONTROL.DAT".
           01 REMCONTROLREC.
             02 ULTIMOREMID PIC 9(9).

           FD INFORMEFILE
               LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID IS "RECUPERACION.DAT".
           01 LINEAINFORME PIC X(120).

       WORKING-STORAGE SECTION.
           77 FSIN      PIC XX.
           77 FSTF      PIC XX.
           77 FSMF      PIC XX.
           77 FSMC      PIC XX.
           77 FSEF      PIC XX.
           77 FSSE      PIC XX.
           77 FSEN      PIC XX.
           77 FSEC      PIC XX.
           77 FSRM      PIC XX.
           77 FSRC      PIC XX.
           77 FSIF      PIC XX.
           77 MIDCTLKEY PIC 9 VALUE 1.
           77 ENTCTLKEY PIC 9 VALUE 1.
           77 REMCTLKEY PIC 9 VALUE 1.
           77 MIDBOOT   PIC X VALUE "N".
           77 CTLBOOT   PIC X VALUE "N".
           77 EOF       PIC X VALUE "N".
           77 EXISTE    PIC X VALUE "N".
           77 DESHACER  PIC X VALUE "N".
           77 MIDACT    PIC 9(9).
           77 FECHAVALBASE PIC 9(8).
           77 DIASVALOR PIC 9(3) VALUE 0.
           77 REGIDACT  PIC 9(9).
           77 IDXPEN    PIC 99 VALUE 0.
           77 NUMPEN    PIC 99 VALUE 0.
           77 IDXCTA    PIC 9 VALUE 0.
           77 IDXMOV    PIC 9 VALUE 0.
           77 IDXASIENTO PIC 9(3).
           77 SALDOESPERADO PIC S9999999V99.
           77 SALDOJOR  PIC S9999999V99.
           77 OPERJOR   PIC X(20).
           77 ESTADOJOR PIC X(12).
           77 DETALLEJOR PIC X(60).
           77 ACCION    PIC X(10).
           77 NOTA      PIC X(40).
           77 IMPFORMA  PIC -Z,ZZZ,ZZ9.99.
           01 TABPENDIENTES.
             02 PENLIN OCCURS 50 TIMES.
               03 PENCLAVE PIC X(26).
           01 TABSALDOS.
             02 SALDOFIN OCCURS 2 TIMES PIC S9999999V99.
       LINKAGE SECTION.
           01 NUMRECUP  PIC 9(3).
           01 TERMINALACT PIC X(6).

       PROCEDURE DIVISION USING NUMRECUP, TERMINALACT.
       INICIO.
           *> Pasada de recuperacion al arrancar el cajero. Toda
           *> operacion en linea anota su intencion en INTENCIONES.DAT
           *> antes de tocar ficheros y la marca completada al final;
           *> la que quedo pendiente se termina si llego a aplicar su
           *> primer paso (el cargo o abono de la cuenta, o los
           *> casetes en reintegros e ingresos) y se deshace en otro
           *> caso. Un reintegro cortado mientras se movian los
           *> casetes se deshace y un ingreso se termina, porque el
           *> efectivo ya esta dentro; en ambos casos se avisa para
           *> revisar los casetes en el arqueo. Cada reparacion queda
           *> en RECUPERACION.DAT y en el jornal electronico. Cada
           *> cajero repara solo las operaciones de su terminal.
           MOVE 0 TO NUMRECUP.
           MOVE 0 TO NUMPEN.
           MOVE "N" TO EOF.
           OPEN INPUT INTENCIONESFILE.
           IF FSIN = "35"
               CLOSE INTENCIONESFILE
               EXIT PROGRAM
           END-IF.
           MOVE "P" TO INTESTADO.
           START INTENCIONESFILE
                KEY IS = INTESTADO
                INVALID KEY MOVE "Y" TO EOF
           END-START.
       BUSCARPENDIENTE.
           IF EOF = "N" AND NUMPEN < 50
               READ INTENCIONESFILE NEXT RECORD
                    AT END MOVE "Y" TO EOF
               END-READ
               IF EOF = "N" AND INTESTADO = "P"
                   *> Las de otro terminal pueden seguir en curso.
                   IF INTTERMINAL = TERMINALACT
                       ADD 1 TO NUMPEN GIVING NUMPEN
                       MOVE INTCLAVE TO PENCLAVE(NUMPEN)
                   END-IF
                   GO TO BUSCARPENDIENTE
               END-IF
           END-IF.
           CLOSE INTENCIONESFILE.
           IF NUMPEN = 0
               EXIT PROGRAM
           END-IF.
           OPEN EXTEND INFORMEFILE.
           IF FSIF = "35"
               OPEN OUTPUT INFORMEFILE
           END-IF.
           OPEN I-O INTENCIONESFILE.
           OPEN I-O CUENTASFILE.
           MOVE 0 TO IDXPEN.
           GO TO SIGUIENTEPENDIENTE.

       SIGUIENTEPENDIENTE.
           IF IDXPEN NOT < NUMPEN
               GO TO FIN
           END-IF.
           ADD 1 TO IDXPEN GIVING IDXPEN.
           MOVE PENCLAVE(IDXPEN) TO INTCLAVE.
           READ INTENCIONESFILE
                INVALID KEY GO TO SIGUIENTEPENDIENTE
           END-READ.
           MOVE "N" TO DESHACER.
           MOVE SPACES TO NOTA.
           MOVE INTCTASALDOANT(1) TO SALDOJOR.
           *> Se decide por el primer paso de la operacion.
           IF INTCASETES = "N"
               MOVE "Y" TO DESHACER
           END-IF.
           IF INTCASETES = "P"
               MOVE "Revisar casetes en el arqueo" TO NOTA
               IF INTOPERACION = "Reintegro"
                   MOVE "Y" TO DESHACER
               END-IF
           END-IF.
           IF INTCASETES = "-" AND INTCTAPASO(1) = "N"
               MOVE "Y" TO DESHACER
           END-IF.
           IF INTCASETES = "-" AND INTCTAPASO(1) = "P"
               MOVE INTCTACUENTA(1) TO CUENTA
               READ CUENTASFILE
                    INVALID KEY MOVE "Y" TO DESHACER
               END-READ
               ADD INTCTASALDOANT(1) TO INTCTAIMPORTE(1)
                   GIVING SALDOESPERADO
               IF DESHACER = "N" AND SALDO NOT = SALDOESPERADO
                   MOVE "Y" TO DESHACER
               END-IF
           END-IF.
           IF DESHACER = "Y"
               GO TO DESHACEROPERACION
           END-IF.
           MOVE 0 TO IDXCTA.
           GO TO TERMINARCUENTA.

       TERMINARCUENTA.
           *> Cargo o abono de cada cuenta: si el saldo ya refleja el
           *> importe se da el paso por hecho; si no, se aplica.
           IF IDXCTA NOT < 2
               MOVE 0 TO IDXMOV
               GO TO TERMINARMOV
           END-IF.
           ADD 1 TO IDXCTA GIVING IDXCTA.
           IF INTCTAPASO(IDXCTA) = "-"
               GO TO TERMINARCUENTA
           END-IF.
           MOVE INTCTACUENTA(IDXCTA) TO CUENTA.
           MOVE "Y" TO EXISTE.
           READ CUENTASFILE
                INVALID KEY MOVE "N" TO EXISTE
           END-READ.
           IF EXISTE = "N"
               *> La cuenta ha desaparecido: no se puede terminar y se
               *> deshace lo aplicado.
               MOVE "Cuenta inexistente" TO NOTA
               GO TO DESHACEROPERACION
           END-IF.
           IF INTCTAPASO(IDXCTA) = "S"
               MOVE SALDO TO SALDOFIN(IDXCTA)
               GO TO TERMINARCUENTA
           END-IF.
           IF INTCTAPASO(IDXCTA) = "P"
               ADD INTCTASALDOANT(IDXCTA) TO INTCTAIMPORTE(IDXCTA)
                   GIVING SALDOESPERADO
               IF SALDO = SALDOESPERADO
                   MOVE SALDO TO SALDOFIN(IDXCTA)
                   MOVE "S" TO INTCTAPASO(IDXCTA)
                   REWRITE INTENCIONESREC
                   GO TO TERMINARCUENTA
               END-IF
           END-IF.
           ADD INTCTAIMPORTE(IDXCTA) TO SALDO GIVING SALDO.
           REWRITE CUENTASREC.
           MOVE SALDO TO SALDOFIN(IDXCTA).
           MOVE "S" TO INTCTAPASO(IDXCTA).
           REWRITE INTENCIONESREC.
           GO TO TERMINARCUENTA.

       TERMINARMOV.
           *> Apuntes en el mayor: el que tenia MID asignado y ya
           *> esta grabado se da por hecho.
           IF IDXMOV NOT < 3
               GO TO TERMINARAFORO
           END-IF.
           ADD 1 TO IDXMOV GIVING IDXMOV.
           IF INTMOVPASO(IDXMOV) = "-" OR INTMOVPASO(IDXMOV) = "S"
               GO TO TERMINARMOV
           END-IF.
           OPEN I-O MOVIMIENTOSFILE.
           IF INTMOVPASO(IDXMOV) = "P" AND INTMOVMID(IDXMOV) > 0
               MOVE "Y" TO EXISTE
               MOVE INTMOVMID(IDXMOV) TO MID
               READ MOVIMIENTOSFILE
                    INVALID KEY MOVE "N" TO EXISTE
               END-READ
               IF EXISTE = "Y"
                   CLOSE MOVIMIENTOSFILE
                   MOVE "S" TO INTMOVPASO(IDXMOV)
                   REWRITE INTENCIONESREC
                   GO TO TERMINARMOV
               END-IF
           END-IF.
           IF INTMOVPASO(IDXMOV) = "X"
               MOVE SALDOFIN(INTMOVCTA(IDXMOV)) TO INTMOVSALDO(IDXMOV)
           END-IF.
           GO TO SIGUIENTEMID.
        SIGUIENTEMID.
           MOVE 1 TO MIDCTLKEY.
           MOVE "N" TO MIDBOOT.
           OPEN I-O MIDCONTROLFILE.
           IF FSMC = "35"
               CLOSE MIDCONTROLFILE
               OPEN OUTPUT MIDCONTROLFILE
               MOVE "Y" TO MIDBOOT
           END-IF.
           IF MIDBOOT = "N"
               READ MIDCONTROLFILE
                    INVALID KEY MOVE "Y" TO MIDBOOT
               END-READ
           END-IF.
           IF MIDBOOT = "Y"
               GO TO BOOTSTRAPMID
           END-IF.
           MOVE ULTIMOMID TO MIDACT.
           GO TO SALDA.
        BOOTSTRAPMID.
           *> No existe todavia el fichero de control: se reconstruye
           *> el ultimo MID usado a partir de MOVIMIENTOSFILE.
           MOVE 0 TO MIDACT.
           MOVE "N" TO EOF.
        LEERMOV.
           READ MOVIMIENTOSFILE NEXT RECORD
              AT END MOVE "Y" TO EOF
           END-READ
           IF EOF = "N"
                MOVE MID TO MIDACT
                GO TO LEERMOV
           END-IF.
        SALDA.
           ADD 1 TO MIDACT GIVING MIDACT.
           MOVE MIDACT TO ULTIMOMID.
           IF MIDBOOT = "Y"
               WRITE MIDCONTROLREC
           ELSE
               REWRITE MIDCONTROLREC
           END-IF.
           CLOSE MIDCONTROLFILE.
           MOVE MIDACT TO MID.
           MOVE INTFECHORA TO FECHORA.
           MOVE INTCTACUENTA(INTMOVCTA(IDXMOV)) TO CUENTAMOV.
           MOVE INTMOVCONCEPTO(IDXMOV) TO CONCEPTO.
           MOVE INTMOVCANTIDAD(IDXMOV) TO CANTIDAD.
           MOVE INTMOVDESTINO(IDXMOV) TO DESTINO.
           MOVE INTMOVSALDO(IDXMOV) TO SALDOCUENTA.
           MOVE SPACES TO MOVOPERADOR.
           MOVE INTTERMINAL TO MOVTERMINAL.
           MOVE INTMOVTIPO(IDXMOV) TO MOVTIPO.
           MOVE FECHORA(1:8) TO FECHAVALBASE.
           CALL "CALCULARDIAHABIL" USING FECHAVALBASE, DIASVALOR,
               MOVFECHAVALOR.
           CANCEL "CALCULARDIAHABIL".
           WRITE MOVIMIENTOSREC.
           CLOSE MOVIMIENTOSFILE.
           MOVE MIDACT TO INTMOVMID(IDXMOV).
           MOVE "S" TO INTMOVPASO(IDXMOV).
           REWRITE INTENCIONESREC.
           GO TO TERMINARMOV.

       TERMINARAFORO.
           *> Compra de entradas: asientos de la sesion o cupo del
           *> espectaculo.
           IF INTAFORO = "-" OR INTAFORO = "S"
               GO TO TERMINARREGISTRO
           END-IF.
           IF INTSESION > 0
               GO TO TERMINARASIENTOS
           END-IF.
           OPEN I-O ESPECTACULOSFILE.
           MOVE INTNUMESP TO NUM.
           MOVE "Y" TO EXISTE.
           READ ESPECTACULOSFILE
                INVALID KEY MOVE "N" TO EXISTE
           END-READ.
           IF EXISTE = "Y"
               IF INTAFORO = "N" OR DISPONIBLES = INTDISPOANT
                   SUBTRACT INTUNIDADES FROM DISPONIBLES
                       GIVING DISPONIBLES
                   REWRITE ESPECTACULOSREC
               END-IF
           END-IF.
           CLOSE ESPECTACULOSFILE.
           MOVE "S" TO INTAFORO.
           REWRITE INTENCIONESREC.
           GO TO TERMINARREGISTRO.
        TERMINARASIENTOS.
           OPEN I-O SESIONESFILE.
           MOVE INTNUMESP TO SESNUM.
           MOVE INTSESION TO SESID.
           MOVE "Y" TO EXISTE.
           READ SESIONESFILE
                INVALID KEY MOVE "N" TO EXISTE
           END-READ.
           IF EXISTE = "N"
               CLOSE SESIONESFILE
               MOVE "S" TO INTAFORO
               REWRITE INTENCIONESREC
               GO TO TERMINARREGISTRO
           END-IF.
           IF SESMAPA(INTASIENTOINI:1) = "O"
               *> El mapa ya se grabo antes del corte.
               CLOSE SESIONESFILE
               MOVE "S" TO INTAFORO
               REWRITE INTENCIONESREC
               GO TO TERMINARREGISTRO
           END-IF.
           MOVE INTASIENTOINI TO IDXASIENTO.
        OCUPARASIENTO.
           IF IDXASIENTO NOT > INTASIENTOFIN
               MOVE "O" TO SESMAPA(IDXASIENTO:1)
               ADD 1 TO IDXASIENTO GIVING IDXASIENTO
               GO TO OCUPARASIENTO
           END-IF.
           SUBTRACT INTUNIDADES FROM SESDISPONIBLES
               GIVING SESDISPONIBLES.
           REWRITE SESIONESREC.
           CLOSE SESIONESFILE.
           MOVE "S" TO INTAFORO.
           REWRITE INTENCIONESREC.
           GO TO TERMINARREGISTRO.

       TERMINARREGISTRO.
           *> Registro propio de la operacion: la entrada comprada o
           *> la orden de la remesa de salida.
           IF INTREGISTRO = "-" OR INTREGISTRO = "S"
               GO TO OPERACIONTERMINADA
           END-IF.
           IF INTOPERACION = "Transferencia"
               GO TO TERMINARREMESA
           END-IF.
           OPEN I-O ENTRADASFILE.
           IF FSEN = "35"
               CLOSE ENTRADASFILE
               OPEN OUTPUT ENTRADASFILE
           END-IF.
           IF INTREGISTRO = "P" AND INTREGID > 0
               MOVE "Y" TO EXISTE
               MOVE INTREGID TO ENTID
               READ ENTRADASFILE
                    INVALID KEY MOVE "N" TO EXISTE
               END-READ
               IF EXISTE = "Y"
                   CLOSE ENTRADASFILE
                   GO TO REGISTROTERMINADO
               END-IF
           END-IF.
           MOVE 1 TO ENTCTLKEY.
           MOVE "N" TO CTLBOOT.
           OPEN I-O ENTCONTROLFILE.
           IF FSEC = "35"
               CLOSE ENTCONTROLFILE
               OPEN OUTPUT ENTCONTROLFILE
               MOVE "Y" TO CTLBOOT
           END-IF.
           IF CTLBOOT = "N"
               READ ENTCONTROLFILE
                    INVALID KEY MOVE "Y" TO CTLBOOT
               END-READ
           END-IF.
           IF CTLBOOT = "Y"
               MOVE 0 TO REGIDACT
           ELSE
               MOVE ULTIMOENTID TO REGIDACT
           END-IF.
           ADD 1 TO REGIDACT GIVING REGIDACT.
           MOVE REGIDACT TO ULTIMOENTID.
           IF CTLBOOT = "Y"
               WRITE ENTCONTROLREC
           ELSE
               REWRITE ENTCONTROLREC
           END-IF.
           CLOSE ENTCONTROLFILE.
           MOVE REGIDACT TO ENTID.
           MOVE INTCUENTA TO ENTCUENTA.
           MOVE INTNUMESP TO ENTNUM.
           MOVE INTSESION TO ENTSESION.
           MOVE INTUNIDADES TO ENTUNIDADES.
           MOVE INTASIENTOINI TO ENTASIENTOINI.
           MOVE INTASIENTOFIN TO ENTASIENTOFIN.
           MULTIPLY INTCTAIMPORTE(1) BY -1 GIVING ENTIMPORTE.
           MOVE INTFECHORA TO ENTFECHORA.
           MOVE "V" TO ENTESTADO.
           MOVE INTCATEGORIAS TO ENTCATEGORIAS.
           MOVE "N" TO ENTLIQVENTA.
           MOVE "N" TO ENTLIQDEVOL.
           WRITE ENTRADASREC.
           CLOSE ENTRADASFILE.
           MOVE REGIDACT TO INTREGID.
           GO TO REGISTROTERMINADO.
        TERMINARREMESA.
           OPEN I-O REMESASFILE.
           IF FSRM = "35"
               CLOSE REMESASFILE
               OPEN OUTPUT REMESASFILE
           END-IF.
           IF INTREGISTRO = "P" AND INTREGID > 0
               MOVE "Y" TO EXISTE
               MOVE INTREGID TO REMID
               READ REMESASFILE
                    INVALID KEY MOVE "N" TO EXISTE
               END-READ
               IF EXISTE = "Y"
                   CLOSE REMESASFILE
                   GO TO REGISTROTERMINADO
               END-IF
           END-IF.
           MOVE 1 TO REMCTLKEY.
           MOVE "N" TO CTLBOOT.
           OPEN I-O REMCONTROLFILE.
           IF FSRC = "35"
               CLOSE REMCONTROLFILE
               OPEN OUTPUT REMCONTROLFILE
               MOVE "Y" TO CTLBOOT
           END-IF.
           IF CTLBOOT = "N"
               READ REMCONTROLFILE
                    INVALID KEY MOVE "Y" TO CTLBOOT
               END-READ
           END-IF.
           IF CTLBOOT = "Y"
               MOVE 0 TO REGIDACT
           ELSE
               MOVE ULTIMOREMID TO REGIDACT
           END-IF.
           ADD 1 TO REGIDACT GIVING REGIDACT.
           MOVE REGIDACT TO ULTIMOREMID.
           IF CTLBOOT = "Y"
               WRITE REMCONTROLREC
           ELSE
               REWRITE REMCONTROLREC
           END-IF.
           CLOSE REMCONTROLFILE.
           MOVE REGIDACT TO REMID.
           MOVE INTCUENTA TO REMCUENTAORD.
           MOVE INTMOVDESTINO(1) TO REMCUENTADEST.
           MOVE INTMOVCANTIDAD(2) TO REMIMPORTE.
           MOVE INTFECHORA TO REMFECHORA.
           MOVE "P" TO REMESTADO.
           WRITE REMESASREC.
           CLOSE REMESASFILE.
           MOVE REGIDACT TO INTREGID.
           GO TO REGISTROTERMINADO.
        REGISTROTERMINADO.
           MOVE "S" TO INTREGISTRO.
           REWRITE INTENCIONESREC.
           GO TO OPERACIONTERMINADA.

       OPERACIONTERMINADA.
           MOVE "F" TO INTESTADO.
           REWRITE INTENCIONESREC.
           IF INTCTAPASO(1) = "S"
               MOVE SALDOFIN(1) TO SALDOJOR
           END-IF.
           MOVE "TERMINADA" TO ACCION.
           MOVE "RECUPERADO" TO ESTADOJOR.
           GO TO ANOTARREPARACION.

       DESHACEROPERACION.
           *> Solo puede haber llegado a aplicarse el cargo o abono
           *> de la primera cuenta (en una transferencia cuya cuenta
           *> destino ya no existe): se restituye.
           IF INTCTAPASO(1) NOT = "-" AND INTCTAPASO(1) NOT = "N"
               MOVE INTCTACUENTA(1) TO CUENTA
               MOVE "Y" TO EXISTE
               READ CUENTASFILE
                    INVALID KEY MOVE "N" TO EXISTE
               END-READ
               ADD INTCTASALDOANT(1) TO INTCTAIMPORTE(1)
                   GIVING SALDOESPERADO
               IF EXISTE = "Y"
                   IF INTCTAPASO(1) = "S" OR SALDO = SALDOESPERADO
                       SUBTRACT INTCTAIMPORTE(1) FROM SALDO
                           GIVING SALDO
                       REWRITE CUENTASREC
                   END-IF
                   MOVE SALDO TO SALDOJOR
               END-IF
           END-IF.
           MOVE "D" TO INTESTADO.
           REWRITE INTENCIONESREC.
           MOVE "DESHECHA" TO ACCION.
           MOVE "DESHECHO" TO ESTADOJOR.
           GO TO ANOTARREPARACION.

       ANOTARREPARACION.
           ADD 1 TO NUMRECUP GIVING NUMRECUP.
           MOVE INTIMPORTE TO IMPFORMA.
           MOVE SPACES TO LINEAINFORME.
           STRING INTFECHA " " INTHORA(1:6) " " INTTERMINAL " "
                  INTCUENTA " "
                  INTOPERACION " " IMPFORMA " " ACCION " " NOTA
                  DELIMITED BY SIZE INTO LINEAINFORME.
           WRITE LINEAINFORME.
           MOVE INTOPERACION TO OPERJOR.
           MOVE SPACES TO DETALLEJOR.
           STRING "RECUPERACION AL ARRANQUE " INTFECHA " " INTHORA
                  DELIMITED BY SIZE INTO DETALLEJOR.
           CALL "ANOTARJORNAL" USING INTCUENTA, OPERJOR, ESTADOJOR,
               INTIMPORTE, SALDOJOR, DETALLEJOR, INTTERMINAL.
           CANCEL "ANOTARJORNAL".
           GO TO SIGUIENTEPENDIENTE.

       FIN.
           CLOSE CUENTASFILE.
           CLOSE INTENCIONESFILE.
           CLOSE INFORMEFILE.
           EXIT PROGRAM.
       END PROGRAM RECUPERAROPERACIONES.
